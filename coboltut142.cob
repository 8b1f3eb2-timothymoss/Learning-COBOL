       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut142.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OldOperFile ASSIGN TO "OperMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OldOperID
              FILE STATUS IS WSOldFileStatus.
       SELECT NewOperFile ASSIGN TO "OperMasterNew.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OperID
              FILE STATUS IS WSNewFileStatus.
DATA DIVISION.
FILE SECTION.
FD OldOperFile.
       01 OldOperRecord.
              02 OldOperID PIC X(4).
              02 OldPassword PIC X(8).
              02 OldName PIC X(20).
              02 OldLevel PIC X.
              02 OldRole PIC X(4).
              02 OldPwdChanged PIC 9(8).
              02 OldFailCount PIC 9.
              02 OldLocked PIC X.
              02 OldForceChange PIC X.
FD NewOperFile.
       COPY OPERREC.
WORKING-STORAGE SECTION.
       01 WSEOF PIC X VALUE "N".
       01 ReadCount PIC 9(5) VALUE 0.
       01 WrittenCount PIC 9(5) VALUE 0.
       01 WSOldFileStatus PIC XX.
       01 WSNewFileStatus PIC XX.
       01 WSCommand PIC X(100).
       01 PwdAction PIC X VALUE "H".
       01 PwdText PIC X(16).
       01 PwdResult PIC X.

PROCEDURE DIVISION.
MainPara.
       DISPLAY "OPERATOR PASSWORD CONVERSION".
       DISPLAY "Rebuilds OperMaster.dat with one-way protected passwords.".
       DISPLAY "Every operator must choose a new password at next sign-on.".
       DISPLAY "Run this once, before anyone signs on again.".
       OPEN INPUT OldOperFile.
       IF WSOldFileStatus = "35"
              DISPLAY "No operator master file found - nothing to convert."
              STOP RUN
       END-IF.
       IF WSOldFileStatus NOT = "00"
              DISPLAY "OperMaster.dat didn't open on the old layout (status "
                     WSOldFileStatus ")."
              DISPLAY "If it was already converted there is nothing to do."
              STOP RUN
       END-IF.
       OPEN OUTPUT NewOperFile.
       PERFORM UNTIL WSEOF = "Y"
              READ OldOperFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM ConvertOperator
              END-READ
       END-PERFORM.
       CLOSE OldOperFile.
       CLOSE NewOperFile.
       MOVE SPACES TO PwdText.
       DISPLAY " ".
       DISPLAY "Operators read    : " ReadCount.
       DISPLAY "Operators written : " WrittenCount.
       IF ReadCount = WrittenCount
              PERFORM SwapFiles
              DISPLAY "CONVERSION COMPLETE - the clear-text master is not kept."
              DISPLAY "Older coboltut57 backups still hold clear passwords -"
              DISPLAY "take a fresh backup and destroy the old ones."
       ELSE
              DISPLAY "COUNT MISMATCH - OperMaster.dat left untouched."
              DISPLAY "Converted file kept as OperMasterNew.dat for inspection."
       END-IF.
       STOP RUN.

ConvertOperator.
       ADD 1 TO ReadCount.
       MOVE OldOperID TO OperID.
       MOVE OldPassword TO PwdText.
       CALL "coboltut32pwd" USING PwdAction, OldOperID, PwdText,
              OperPwdHash, PwdResult.
       MOVE OldName TO OperName.
       MOVE OldLevel TO OperLevel.
       MOVE OldRole TO OperRole.
       MOVE OldPwdChanged TO OperPwdChanged.
       MOVE OldFailCount TO OperFailCount.
       MOVE OldLocked TO OperLocked.
       MOVE "Y" TO OperForceChange.
       MOVE SPACES TO OperPwdHistory.
       MOVE "N" TO OperDefault.
       IF OldOperID = "ADMN" AND OldPassword = "ADMIN"
              MOVE "Y" TO OperDefault
       END-IF.
       WRITE OperRecord
              INVALID KEY DISPLAY "Duplicate ID " OperID " - not written."
              NOT INVALID KEY ADD 1 TO WrittenCount
       END-WRITE.

SwapFiles.
       MOVE "mv OperMasterNew.dat OperMaster.dat" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
