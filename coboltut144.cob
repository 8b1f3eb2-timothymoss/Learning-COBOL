       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut144.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BackupInfoFile ASSIGN TO DYNAMIC WSBkInfoName
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSBkInfoStatus.
       SELECT CompanyFile ASSIGN TO DYNAMIC WSCompanyName
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCompanyStatus.
DATA DIVISION.
FILE SECTION.
FD BackupInfoFile.
       01 BackupInfoRecord.
              02 BIBizDate PIC 9(8).
              02 BITimestamp PIC X(14).
FD CompanyFile.
       01 CompanyRecord.
              02 COMode PIC X.
              02 CORefreshed PIC 9(8).
              02 COBackupDate PIC 9(8).
WORKING-STORAGE SECTION.
       01 WSBkInfoStatus PIC XX.
       01 WSCompanyStatus PIC XX.
       01 WSBkInfoName PIC X(30) VALUE "Backup/BackupInfo.dat".
       01 WSCompanyName PIC X(30) VALUE "Training/Company.dat".
       01 WSCommand PIC X(120).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 CompanyMode PIC X.
       01 BackupDate PIC 9(8) VALUE 0.
       01 BackupTaken PIC X(14) VALUE SPACES.
       01 LastRefresh PIC 9(8) VALUE 0.
       01 LastRefreshFrom PIC 9(8) VALUE 0.
       01 Confirm PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       IF SignOnLevel NOT = "S"
              DISPLAY "Refreshing the training company needs a supervisor"
                     " sign-on."
              STOP RUN
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              DISPLAY "Run the refresh from the live company, not from"
                     " inside training."
              STOP RUN
       END-IF.
       DISPLAY " ".
       DISPLAY "TRAINING COMPANY REFRESH".
       PERFORM ReadBackupInfo.
       PERFORM ReadTrainingInfo.
       IF LastRefresh = 0
              DISPLAY "Training data : not set up yet"
       ELSE
              DISPLAY "Training data : refreshed " LastRefresh
                     " from the backup of " LastRefreshFrom
       END-IF.
       IF BackupDate = 0
              DISPLAY "No nightly backup found (Backup/) - the batch"
                     " stream must run first."
              STOP RUN
       END-IF.
       DISPLAY "Last backup   : business day " BackupDate " taken "
              BackupTaken(1:8) " " BackupTaken(9:4).
       DISPLAY "All practice orders, payments and changes in training".
       DISPLAY "will be replaced. Make sure nobody is using training.".
       MOVE SPACE TO Confirm.
       DISPLAY "Refresh training from this backup (Y/N) : "
              WITH NO ADVANCING.
       ACCEPT Confirm.
       MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm.
       IF Confirm NOT = "Y"
              DISPLAY "Training data left as it was."
              STOP RUN
       END-IF.
       MOVE "rm -rf Training" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "mkdir Training" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "cp -p Backup/* Training/" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       IF RETURN-CODE NOT = 0
              DISPLAY "Copy from Backup/ failed - RC=" RETURN-CODE
              DISPLAY "Training is not usable until the refresh is rerun."
              STOP RUN
       END-IF.
       MOVE "rm -f Training/Session.dat" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       OPEN OUTPUT CompanyFile.
       MOVE "T" TO COMode.
       MOVE BizDate TO CORefreshed.
       MOVE BackupDate TO COBackupDate.
       WRITE CompanyRecord.
       CLOSE CompanyFile.
       DISPLAY "Training company refreshed from the backup of "
              BackupDate ".".
       STOP RUN.

ReadBackupInfo.
       OPEN INPUT BackupInfoFile.
       IF WSBkInfoStatus = "00"
              READ BackupInfoFile
                     AT END CONTINUE
                     NOT AT END
                            MOVE BIBizDate TO BackupDate
                            MOVE BITimestamp TO BackupTaken
              END-READ
              CLOSE BackupInfoFile
       END-IF.

ReadTrainingInfo.
       OPEN INPUT CompanyFile.
       IF WSCompanyStatus = "00"
              READ CompanyFile
                     AT END CONTINUE
                     NOT AT END
                            MOVE CORefreshed TO LastRefresh
                            MOVE COBackupDate TO LastRefreshFrom
              END-READ
              CLOSE CompanyFile
       END-IF.
