FD ArchiveFile.
       01 ArchiveData.
              02 ArchIDNum PIC 9(6).
              02 ArchCustRest PIC X(182).
FD ReportFile.
       01 ReportLine PIC X(80).
FD AuditFile.
              02 AuditIDNum PIC 9(6).
              02 AuditOperator PIC X(4).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSCustFileStatus PIC XX.
       01 WSArchFileStatus PIC XX.
       01 AuditFileStatus PIC XX.
       01 WSARBalance PIC S9(7)V99.
       01 WSAuditOp PIC X(10).
       01 DisplayName PIC X(32).
       01 WSHoldCustomer PIC X(188).
       01 AuthFunction PIC X(10).
       01 AuthAllowed PIC X.
       01 SignOnID PIC X(4).
       MOVE 0 TO ArchivedCount.
       MOVE 0 TO SkippedActive.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "CUSTOMER ARCHIVE REPORT" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
