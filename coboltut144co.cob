       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut144co.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CompanyFile ASSIGN TO "Company.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCompanyStatus.
DATA DIVISION.
FILE SECTION.
FD CompanyFile.
       01 CompanyRecord.
              02 COMode PIC X.
                     88 COTraining VALUE "T".
              02 CORefreshed PIC 9(8).
              02 COBackupDate PIC 9(8).
WORKING-STORAGE SECTION.
       01 WSCompanyStatus PIC XX.
LINKAGE SECTION.
       01 LCompanyMode PIC X.
PROCEDURE DIVISION USING LCompanyMode.
StartPara.
       MOVE "L" TO LCompanyMode.
       OPEN INPUT CompanyFile.
       IF WSCompanyStatus = "00"
              READ CompanyFile
                     AT END CONTINUE
                     NOT AT END
                            IF COTraining
                                   MOVE "T" TO LCompanyMode
                            END-IF
              END-READ
              CLOSE CompanyFile
       END-IF.
       GOBACK.
