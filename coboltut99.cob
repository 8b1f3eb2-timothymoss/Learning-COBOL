              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT ForecastFile ASSIGN TO "ReceiptForecast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSForecastStatus.
DATA DIVISION.
FILE SECTION.
FD ARTransFile.
       COPY ARTRAN.
FD ForecastFile.
       01 ForecastRecord.
              02 RFRunDate PIC 9(8).
              02 RFWeek PIC 9.
              02 RFAmount PIC 9(11)V99.
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSForecastStatus PIC XX.
       01 WSEOF PIC X.
       01 BreakID PIC 9(6).
       01 LastInvDate PIC 9(8).
       MOVE "EXPECTED RECEIPTS BY WEEK" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       OPEN OUTPUT ForecastFile.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 6
              MOVE BizDate TO RFRunDate
              MOVE BucketIdx TO RFWeek
              MOVE WKTotal(BucketIdx) TO RFAmount
              WRITE ForecastRecord
              MOVE WKTotal(BucketIdx) TO WkDollar
              MOVE SPACES TO RptLine
              STRING "   WEEK " DELIMITED BY SIZE
                     RptTitle, RptLine
              DISPLAY RptLine
       END-PERFORM.
       CLOSE ForecastFile.
