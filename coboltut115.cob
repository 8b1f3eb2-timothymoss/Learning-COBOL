       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut115.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCheckRegStatus.
       SELECT RefundRegFile ASSIGN TO "RefundReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSRefundRegStatus.
       SELECT PosPaySentFile ASSIGN TO "PosPaySent.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PSKey
              FILE STATUS IS WSPosSentStatus.
       SELECT PositivePayFile ASSIGN TO "PositivePay.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSPosPayStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
DATA DIVISION.
FILE SECTION.
FD CheckRegisterFile.
       COPY CHKREG.
FD RefundRegFile.
       COPY REFREG.
FD PosPaySentFile.
       01 PosPaySentRecord.
              02 PSKey.
                     03 PSCheckNum PIC 9(6).
                     03 PSAction PIC X.
              02 PSIssueDate PIC 9(8).
              02 PSAmount PIC 9(9)V99.
              02 PSSentDate PIC 9(8).
FD PositivePayFile.
       01 PPHeaderRecord.
              02 PPHRecType PIC X.
              02 PPHFileDate PIC 9(8).
              02 PPHDescr PIC X(30).
              02 FILLER PIC X(41).
       01 PPDetailRecord.
              02 PPDRecType PIC X.
              02 PPDCheckNum PIC 9(10).
              02 PPDIssueDate PIC 9(8).
              02 PPDAmount PIC 9(10)V99.
              02 PPDAction PIC X.
              02 PPDPayee PIC X(40).
              02 FILLER PIC X(8).
       01 PPTrailerRecord.
              02 PPTRecType PIC X.
              02 PPTIssueCount PIC 9(6).
              02 PPTIssueTotal PIC 9(10)V99.
              02 PPTVoidCount PIC 9(6).
              02 PPTVoidTotal PIC 9(10)V99.
              02 PPTRecordCount PIC 9(8).
              02 FILLER PIC X(35).
FD VendorFile.
       COPY VENDOR.
FD CustomerFile.
       COPY CUSTRECWIDE.
WORKING-STORAGE SECTION.
       01 WSCheckRegStatus PIC XX.
       01 WSRefundRegStatus PIC XX.
       01 WSPosSentStatus PIC XX.
       01 WSPosPayStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 SendCheckNum PIC 9(6).
       01 SendAction PIC X.
       01 SendDate PIC 9(8).
       01 SendAmount PIC 9(9)V99.
       01 SendPayee PIC X(40).
       01 IssueCount PIC 9(6) VALUE 0.
       01 IssueTotal PIC 9(10)V99 VALUE 0.
       01 VoidCount PIC 9(6) VALUE 0.
       01 VoidTotal PIC 9(10)V99 VALUE 0.
       01 DetailCount PIC 9(8) VALUE 0.
       01 AlreadySent PIC 9(6) VALUE 0.
       01 TotDollar PIC $$$,$$$,$$$,$$9.99.

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PosPaySentFile.
       IF WSPosSentStatus NOT = "00"
              OPEN OUTPUT PosPaySentFile
              CLOSE PosPaySentFile
              OPEN I-O PosPaySentFile
       END-IF.
       OPEN OUTPUT PositivePayFile.
       IF WSPosSentStatus NOT = "00" OR WSPosPayStatus NOT = "00"
              DISPLAY "POSITIVE PAY - issued-check file couldn't be"
                     " opened - nothing sent."
              MOVE 8 TO RETURN-CODE
       ELSE
              OPEN INPUT VendorFile
              IF WSVendorStatus = "00"
                     MOVE "Y" TO VendorOpen
              ELSE
                     MOVE "N" TO VendorOpen
              END-IF
              OPEN INPUT CustomerFile
              IF WSCustFileStatus = "00"
                     MOVE "Y" TO CustFileOpen
              ELSE
                     MOVE "N" TO CustFileOpen
              END-IF
              MOVE SPACES TO PPHeaderRecord
              MOVE "H" TO PPHRecType
              MOVE BizDate TO PPHFileDate
              MOVE "ISSUED CHECK FILE" TO PPHDescr
              WRITE PPHeaderRecord
              PERFORM SendAPChecks
              PERFORM SendRefundChecks
              MOVE SPACES TO PPTrailerRecord
              MOVE "T" TO PPTRecType
              MOVE IssueCount TO PPTIssueCount
              MOVE IssueTotal TO PPTIssueTotal
              MOVE VoidCount TO PPTVoidCount
              MOVE VoidTotal TO PPTVoidTotal
              MOVE DetailCount TO PPTRecordCount
              WRITE PPTrailerRecord
              IF VendorOpen = "Y"
                     CLOSE VendorFile
                     MOVE "N" TO VendorOpen
              END-IF
              IF CustFileOpen = "Y"
                     CLOSE CustomerFile
                     MOVE "N" TO CustFileOpen
              END-IF
              MOVE IssueTotal TO TotDollar
              DISPLAY "POSITIVE PAY - " IssueCount " issued check(s) "
                     TotDollar
              MOVE VoidTotal TO TotDollar
              DISPLAY "               " VoidCount " voided check(s)  "
                     TotDollar
              DISPLAY "               " AlreadySent " already sent and"
                     " skipped - file is PositivePay.dat"
       END-IF.
       CLOSE PositivePayFile.
       CLOSE PosPaySentFile.
       STOP RUN.

SendAPChecks.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRByCheck
                                          PERFORM SendAPCheck
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.

SendAPCheck.
       MOVE CRCheckNum TO SendCheckNum.
       MOVE CRStatus TO SendAction.
       MOVE CRDate TO SendDate.
       MOVE CRAmount TO SendAmount.
       MOVE CRVendor TO SendPayee.
       IF VendorOpen = "Y"
              MOVE CRVendor TO VMCode
              READ VendorFile
                     NOT INVALID KEY MOVE VMName TO SendPayee
              END-READ
       END-IF.
       PERFORM SendOneCheck.

SendRefundChecks.
       OPEN INPUT RefundRegFile.
       IF WSRefundRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ RefundRegFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE RRCheckNum TO SendCheckNum
                                   MOVE "I" TO SendAction
                                   MOVE RRDate TO SendDate
                                   MOVE RRAmount TO SendAmount
                                   MOVE SPACES TO SendPayee
                                   IF CustFileOpen = "Y"
                                          MOVE RRIDNum TO IDNum
                                          READ CustomerFile
                                                 NOT INVALID KEY
                                                 PERFORM BuildRefundPayee
                                          END-READ
                                   END-IF
                                   PERFORM SendOneCheck
                     END-READ
              END-PERFORM
              CLOSE RefundRegFile
       END-IF.

BuildRefundPayee.
       STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(LastName) DELIMITED BY SIZE
              INTO SendPayee.

SendOneCheck.
       MOVE SendCheckNum TO PSCheckNum.
       MOVE SendAction TO PSAction.
       READ PosPaySentFile
              INVALID KEY PERFORM WriteOneCheck
              NOT INVALID KEY ADD 1 TO AlreadySent
       END-READ.

WriteOneCheck.
       MOVE SPACES TO PPDetailRecord.
       MOVE "D" TO PPDRecType.
       MOVE SendCheckNum TO PPDCheckNum.
       MOVE SendDate TO PPDIssueDate.
       MOVE SendAmount TO PPDAmount.
       MOVE SendAction TO PPDAction.
       MOVE SendPayee TO PPDPayee.
       WRITE PPDetailRecord.
       ADD 1 TO DetailCount.
       IF SendAction = "V"
              ADD 1 TO VoidCount
              ADD SendAmount TO VoidTotal
       ELSE
              ADD 1 TO IssueCount
              ADD SendAmount TO IssueTotal
       END-IF.
       MOVE SendCheckNum TO PSCheckNum.
       MOVE SendAction TO PSAction.
       MOVE SendDate TO PSIssueDate.
       MOVE SendAmount TO PSAmount.
       MOVE BizDate TO PSSentDate.
       WRITE PosPaySentRecord
              INVALID KEY DISPLAY "Check " SendCheckNum " wasn't logged as"
                     " sent."
       END-WRITE.
