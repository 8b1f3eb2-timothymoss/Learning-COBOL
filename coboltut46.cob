FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSHistHdrStatus PIC XX.

PrintYearEndSummary.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "YEAR-END ORDER SUMMARY - ARCHIVED ORDERS" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
