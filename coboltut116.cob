       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut116.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCheckRegStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT FilingFile ASSIGN TO "Vendor1099.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSFilingStatus.
DATA DIVISION.
FILE SECTION.
FD CheckRegisterFile.
       COPY CHKREG.
FD VendorFile.
       COPY VENDOR.
FD FilingFile.
       01 FilingPayeeRecord.
              02 FPRecType PIC X.
              02 FPTaxYear PIC 9(4).
              02 FPForm PIC X(4).
              02 FPBox PIC 99.
              02 FPTINType PIC X.
              02 FPTIN PIC X(11).
              02 FPAmount PIC 9(10)V99.
              02 FPVendor PIC X(10).
              02 FPName PIC X(25).
              02 FPStreet PIC X(25).
              02 FPCity PIC X(20).
              02 FPStateCode PIC X(2).
              02 FPPostalCode PIC X(10).
       01 FilingTotalRecord.
              02 FTRecType PIC X.
              02 FTTaxYear PIC 9(4).
              02 FTPayeeCount PIC 9(6).
              02 FTTotalAmount PIC 9(12)V99.
              02 FILLER PIC X(102).
WORKING-STORAGE SECTION.
       01 WSCheckRegStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 WSFilingStatus PIC XX.
       01 WSEOF PIC X.
       01 TaxYear PIC 9(4).
       01 Threshold PIC 9(7)V99.
       01 CheckDateX PIC X(8).
       01 VoidIdx PIC 9(4).
       01 VoidCount PIC 9(4).
       01 IsVoided PIC X.
       01 VoidTable.
              02 VoidEntry OCCURS 1000 TIMES.
                     03 VTCheckNum PIC 9(6).
       01 PayIdx PIC 9(3).
       01 PayCount PIC 9(3).
       01 PayFound PIC X.
       01 PayTable.
              02 PayEntry OCCURS 500 TIMES.
                     03 PTVendor PIC X(10).
                     03 PTAmount PIC 9(10)V99.
       01 FiledCount PIC 9(6) VALUE 0.
       01 FiledTotal PIC 9(12)V99 VALUE 0.
       01 MissingCount PIC 9(5) VALUE 0.
       01 UnderCount PIC 9(5) VALUE 0.
       01 VendorNote PIC X(24).
       01 AmtDollar PIC $$$,$$$,$$9.99.
       01 TotDollar PIC $$$,$$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       DISPLAY "1099 calendar year (YYYY) : " WITH NO ADVANCING.
       ACCEPT TaxYear.
       MOVE 0 TO Threshold.
       DISPLAY "Reporting threshold (0 = 600.00) : " WITH NO ADVANCING.
       ACCEPT Threshold.
       IF Threshold = 0
              MOVE 600 TO Threshold
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus NOT = "00"
              DISPLAY "No vendor master (Vendor.dat) - nothing to report."
              STOP RUN
       END-IF.
       PERFORM LoadVoids.
       PERFORM TallyPayments.
       OPEN OUTPUT FilingFile.
       MOVE "O" TO RptAction.
       MOVE "Vendor1099.prt" TO RptFileName.
       MOVE "VENDOR 1099 YEAR-END REPORT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "CALENDAR YEAR " DELIMITED BY SIZE
              TaxYear DELIMITED BY SIZE
              INTO RptLine.
       PERFORM Write1099Line.
       MOVE "VENDOR     NAME" TO RptLine.
       MOVE "FORM BOX TIN" TO RptLine(38:12).
       MOVE "PAID" TO RptLine(60:4).
       PERFORM Write1099Line.
       PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
              MOVE PTVendor(PayIdx) TO VMCode
              READ VendorFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF VMIs1099
                                   PERFORM ReportOneVendor
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO FilingTotalRecord.
       MOVE "T" TO FTRecType.
       MOVE TaxYear TO FTTaxYear.
       MOVE FiledCount TO FTPayeeCount.
       MOVE FiledTotal TO FTTotalAmount.
       WRITE FilingTotalRecord.
       CLOSE FilingFile.
       MOVE SPACES TO RptLine.
       PERFORM Write1099Line.
       MOVE FiledTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING "FILED : " DELIMITED BY SIZE
              FiledCount DELIMITED BY SIZE
              " PAYEE(S)  " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM Write1099Line.
       MOVE SPACES TO RptLine.
       STRING "MISSING TIN : " DELIMITED BY SIZE
              MissingCount DELIMITED BY SIZE
              "   UNDER THRESHOLD : " DELIMITED BY SIZE
              UnderCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM Write1099Line.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE VendorFile.
       DISPLAY "1099 report in Vendor1099.prt - filing file Vendor1099.dat".
       STOP RUN.

LoadVoids.
       MOVE 0 TO VoidCount.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRVoided AND VoidCount < 1000
                                          ADD 1 TO VoidCount
                                          MOVE CRCheckNum TO
                                                 VTCheckNum(VoidCount)
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.

TallyPayments.
       MOVE 0 TO PayCount.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE CRDate TO CheckDateX
                                   IF CRIssued AND
                                      CheckDateX(1:4) = TaxYear
                                          PERFORM AddOnePayment
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.

AddOnePayment.
       MOVE "N" TO IsVoided.
       PERFORM VARYING VoidIdx FROM 1 BY 1 UNTIL VoidIdx > VoidCount
              IF VTCheckNum(VoidIdx) = CRCheckNum
                     MOVE "Y" TO IsVoided
              END-IF
       END-PERFORM.
       IF IsVoided = "N"
              MOVE "N" TO PayFound
              PERFORM VARYING PayIdx FROM 1 BY 1
                     UNTIL PayIdx > PayCount OR PayFound = "Y"
                     IF PTVendor(PayIdx) = CRVendor
                            MOVE "Y" TO PayFound
                            ADD CRAmount TO PTAmount(PayIdx)
                     END-IF
              END-PERFORM
              IF PayFound = "N" AND PayCount < 500
                     ADD 1 TO PayCount
                     MOVE CRVendor TO PTVendor(PayCount)
                     MOVE CRAmount TO PTAmount(PayCount)
              END-IF
       END-IF.

ReportOneVendor.
       MOVE SPACES TO VendorNote.
       IF PTAmount(PayIdx) < Threshold
              ADD 1 TO UnderCount
              MOVE "UNDER THRESHOLD" TO VendorNote
       ELSE
              IF VMTIN = SPACES
                     ADD 1 TO MissingCount
                     MOVE "** MISSING TIN **" TO VendorNote
              ELSE
                     PERFORM WriteFilingRecord
              END-IF
       END-IF.
       MOVE PTAmount(PayIdx) TO AmtDollar.
       MOVE SPACES TO RptLine.
       MOVE VMCode TO RptLine(1:10).
       MOVE VMName TO RptLine(12:25).
       MOVE VM1099Form TO RptLine(38:4).
       MOVE VM1099Box TO RptLine(43:2).
       MOVE VMTIN TO RptLine(46:11).
       MOVE AmtDollar TO RptLine(58:14).
       PERFORM Write1099Line.
       IF VendorNote NOT = SPACES
              MOVE SPACES TO RptLine
              MOVE VendorNote TO RptLine(12:24)
              PERFORM Write1099Line
       END-IF.

WriteFilingRecord.
       MOVE SPACES TO FilingPayeeRecord.
       MOVE "B" TO FPRecType.
       MOVE TaxYear TO FPTaxYear.
       MOVE VM1099Form TO FPForm.
       MOVE VM1099Box TO FPBox.
       MOVE VMTINType TO FPTINType.
       MOVE VMTIN TO FPTIN.
       MOVE PTAmount(PayIdx) TO FPAmount.
       MOVE VMCode TO FPVendor.
       MOVE VMName TO FPName.
       MOVE VMStreet TO FPStreet.
       MOVE VMCity TO FPCity.
       MOVE VMStateCode TO FPStateCode.
       MOVE VMPostalCode TO FPPostalCode.
       WRITE FilingPayeeRecord.
       ADD 1 TO FiledCount.
       ADD PTAmount(PayIdx) TO FiledTotal.

Write1099Line.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
