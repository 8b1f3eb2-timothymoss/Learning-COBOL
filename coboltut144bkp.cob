       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut144bkp.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BackupInfoFile ASSIGN TO "BackupInfo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSBkInfoStatus.
DATA DIVISION.
FILE SECTION.
FD BackupInfoFile.
       01 BackupInfoRecord.
              02 BIBizDate PIC 9(8).
              02 BITimestamp PIC X(14).
WORKING-STORAGE SECTION.
       01 WSBkInfoStatus PIC XX.
       01 BizDate PIC 9(8).
       01 WSCommand PIC X(120).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN OUTPUT BackupInfoFile.
       MOVE BizDate TO BIBizDate.
       MOVE FUNCTION CURRENT-DATE(1:14) TO BITimestamp.
       WRITE BackupInfoRecord.
       CLOSE BackupInfoFile.
       MOVE "rm -rf Backup.prev" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "if [ -d Backup ]; then mv Backup Backup.prev; fi" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "mkdir Backup" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "cp -p *.dat Backup/" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       IF RETURN-CODE NOT = 0
              DISPLAY "NIGHTLY BACKUP FAILED - RC=" RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
       END-IF.
       MOVE "cp -p *.idx Backup/ 2>/dev/null" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE 0 TO RETURN-CODE.
       DISPLAY "NIGHTLY BACKUP COMPLETE - data files for " BizDate
              " copied to Backup/ (previous set kept in Backup.prev/)".
       STOP RUN.
