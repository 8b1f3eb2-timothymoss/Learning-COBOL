       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut117.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT APVoucherFile ASSIGN TO "APVoucher.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APVoucherNum
              FILE STATUS IS WSAPVchrStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT ForecastFile ASSIGN TO "ReceiptForecast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSForecastStatus.
DATA DIVISION.
FILE SECTION.
FD APVoucherFile.
       COPY APVCHR.
FD VendorFile.
       COPY VENDOR.
FD ForecastFile.
       01 ForecastRecord.
              02 RFRunDate PIC 9(8).
              02 RFWeek PIC 9.
              02 RFAmount PIC 9(11)V99.
WORKING-STORAGE SECTION.
       01 WSAPVchrStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSForecastStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 TodayInt PIC 9(8).
       01 DueInt PIC 9(8).
       01 DaysPast PIC S9(5).
       01 PayAmount PIC 9(9)V99.
       01 AgeBucket PIC 9.
       01 WeekBucket PIC 9.
       01 BucketIdx PIC 9.
       01 VendIdx PIC 9(3).
       01 VendCount PIC 9(3).
       01 VendFound PIC X.
       01 SwapIdx PIC 9(3).
       01 SortDone PIC X.
       01 VendHold PIC X(75).
       01 VendTable.
              02 VendEntry OCCURS 500 TIMES.
                     03 VTVendor PIC X(10).
                     03 VTBucket OCCURS 5 TIMES PIC S9(11)V99.
       01 AgeTotals.
              02 AGTotal OCCURS 5 TIMES PIC S9(11)V99.
       01 VendorTotal PIC S9(11)V99.
       01 GrandTotal PIC S9(11)V99.
       01 PayWeek.
              02 PWTotal OCCURS 6 TIMES PIC S9(11)V99.
       01 RcptWeek.
              02 RWTotal OCCURS 6 TIMES PIC 9(11)V99.
       01 ForecastDate PIC 9(8).
       01 NetWeek PIC S9(11)V99.
       01 CumNet PIC S9(11)V99.
       01 BktDollar PIC $$$$,$$9.99-.
       01 AmtDollar PIC $$$,$$$,$$9.99.
       01 NetDollar PIC -$$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BizDate).
       OPEN INPUT APVoucherFile.
       IF WSAPVchrStatus NOT = "00"
              DISPLAY "No AP voucher file - nothing is owed."
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus = "00"
              MOVE "Y" TO VendorOpen
       ELSE
              MOVE "N" TO VendorOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "ACCOUNTS PAYABLE ANALYSIS"
              DISPLAY "1 : AP Aging By Vendor"
              DISPLAY "2 : Cash Requirements Projection"
              DISPLAY "3 : Discounts Taken / Lost By Vendor"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM APAging
                     WHEN 2 PERFORM CashRequirements
                     WHEN 3 PERFORM DiscountReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE APVoucherFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       STOP RUN.

APAging.
       MOVE 0 TO VendCount.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
              MOVE 0 TO AGTotal(BucketIdx)
       END-PERFORM.
       MOVE "N" TO WSEOF.
       MOVE 0 TO APVoucherNum.
       START APVoucherFile KEY IS GREATER THAN APVoucherNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ APVoucherFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF APOpen OR APSelected
                                   PERFORM AgeOneVoucher
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM SortVendors.
       MOVE "O" TO RptAction.
       MOVE "APAging.prt" TO RptFileName.
       MOVE "ACCOUNTS PAYABLE AGING BY VENDOR" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "AGED BY DAYS PAST DUE AS AT " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteAPLine.
       MOVE "OPEN DEBIT MEMOS ARE SHOWN AS CREDITS IN CURRENT" TO RptLine.
       PERFORM WriteAPLine.
       MOVE "VENDOR" TO RptLine.
       MOVE "CURRENT" TO RptLine(16:7).
       MOVE "1-30" TO RptLine(31:4).
       MOVE "31-60" TO RptLine(42:5).
       MOVE "61-90" TO RptLine(54:5).
       MOVE "OVER 90" TO RptLine(64:7).
       PERFORM WriteAPLine.
       MOVE 0 TO GrandTotal.
       PERFORM VARYING VendIdx FROM 1 BY 1 UNTIL VendIdx > VendCount
              PERFORM PrintVendorAging
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteAPLine.
       MOVE SPACES TO RptLine.
       MOVE "TOTAL" TO RptLine(1:10).
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
              MOVE AGTotal(BucketIdx) TO BktDollar
              MOVE BktDollar TO RptLine(BucketIdx * 12:12)
       END-PERFORM.
       PERFORM WriteAPLine.
       MOVE GrandTotal TO NetDollar.
       MOVE SPACES TO RptLine.
       STRING "TOTAL OWED TO VENDORS " DELIMITED BY SIZE
              NetDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteAPLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "AP aging written to APAging.prt".

AgeOneVoucher.
       COMPUTE DueInt = FUNCTION INTEGER-OF-DATE(APDueDate).
       COMPUTE DaysPast = TodayInt - DueInt.
       EVALUATE TRUE
              WHEN DaysPast <= 0 MOVE 1 TO AgeBucket
              WHEN DaysPast <= 30 MOVE 2 TO AgeBucket
              WHEN DaysPast <= 60 MOVE 3 TO AgeBucket
              WHEN DaysPast <= 90 MOVE 4 TO AgeBucket
              WHEN OTHER MOVE 5 TO AgeBucket
       END-EVALUATE.
       MOVE "N" TO VendFound.
       PERFORM VARYING VendIdx FROM 1 BY 1
              UNTIL VendIdx > VendCount OR VendFound = "Y"
              IF VTVendor(VendIdx) = APVendor
                     MOVE "Y" TO VendFound
              END-IF
       END-PERFORM.
       IF VendFound = "Y"
              SUBTRACT 1 FROM VendIdx
       ELSE
              IF VendCount < 500
                     ADD 1 TO VendCount
              END-IF
              MOVE VendCount TO VendIdx
              MOVE APVendor TO VTVendor(VendIdx)
              PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
                     MOVE 0 TO VTBucket(VendIdx, BucketIdx)
              END-PERFORM
       END-IF.
       IF APDebitMemo
              SUBTRACT APAmount FROM VTBucket(VendIdx, 1)
              SUBTRACT APAmount FROM AGTotal(1)
       ELSE
              ADD APAmount TO VTBucket(VendIdx, AgeBucket)
              ADD APAmount TO AGTotal(AgeBucket)
       END-IF.

SortVendors.
       MOVE "N" TO SortDone.
       PERFORM UNTIL SortDone = "Y"
              MOVE "Y" TO SortDone
              PERFORM VARYING VendIdx FROM 1 BY 1 UNTIL VendIdx >= VendCount
                     COMPUTE SwapIdx = VendIdx + 1
                     IF VTVendor(VendIdx) > VTVendor(SwapIdx)
                            MOVE VendEntry(VendIdx) TO VendHold
                            MOVE VendEntry(SwapIdx) TO VendEntry(VendIdx)
                            MOVE VendHold TO VendEntry(SwapIdx)
                            MOVE "N" TO SortDone
                     END-IF
              END-PERFORM
       END-PERFORM.

PrintVendorAging.
       MOVE 0 TO VendorTotal.
       MOVE SPACES TO RptLine.
       MOVE VTVendor(VendIdx) TO RptLine(1:10).
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
              ADD VTBucket(VendIdx, BucketIdx) TO VendorTotal
              MOVE VTBucket(VendIdx, BucketIdx) TO BktDollar
              MOVE BktDollar TO RptLine(BucketIdx * 12:12)
       END-PERFORM.
       ADD VendorTotal TO GrandTotal.
       PERFORM WriteAPLine.
       MOVE SPACES TO VMName.
       IF VendorOpen = "Y"
              MOVE VTVendor(VendIdx) TO VMCode
              READ VendorFile
                     INVALID KEY MOVE SPACES TO VMName
              END-READ
       END-IF.
       MOVE VendorTotal TO NetDollar.
       MOVE SPACES TO RptLine.
       STRING "   " DELIMITED BY SIZE
              VMName DELIMITED BY SIZE
              "  TOTAL " DELIMITED BY SIZE
              NetDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteAPLine.

CashRequirements.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 6
              MOVE 0 TO PWTotal(BucketIdx)
              MOVE 0 TO RWTotal(BucketIdx)
       END-PERFORM.
       MOVE "N" TO WSEOF.
       MOVE 0 TO APVoucherNum.
       START APVoucherFile KEY IS GREATER THAN APVoucherNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ APVoucherFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF APOpen OR APSelected
                                   PERFORM BucketOneVoucher
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM LoadReceiptForecast.
       MOVE "O" TO RptAction.
       MOVE "CashRequirements.prt" TO RptFileName.
       MOVE "CASH REQUIREMENTS - NEXT 6 WEEKS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       IF ForecastDate = 0
              MOVE "NO RECEIPTS FORECAST ON FILE - RUN THE CASH RECEIPTS"
                     TO RptLine
              PERFORM WriteAPLine
              MOVE "FORECAST FIRST TO SEE EXPECTED RECEIPTS" TO RptLine
              PERFORM WriteAPLine
       ELSE
              MOVE SPACES TO RptLine
              STRING "RECEIPTS FROM THE CASH RECEIPTS FORECAST RUN "
                     DELIMITED BY SIZE
                     ForecastDate DELIMITED BY SIZE
                     INTO RptLine
              PERFORM WriteAPLine
              IF ForecastDate NOT = BizDate
                     MOVE "*** FORECAST NOT RUN TODAY - WEEKS MAY NOT LINE UP"
                            TO RptLine
                     PERFORM WriteAPLine
              END-IF
       END-IF.
       MOVE "WEEK" TO RptLine.
       MOVE "PAYMENTS DUE" TO RptLine(9:12).
       MOVE "EXP RECEIPTS" TO RptLine(25:12).
       MOVE "NET" TO RptLine(49:3).
       MOVE "CUMULATIVE" TO RptLine(62:10).
       PERFORM WriteAPLine.
       MOVE 0 TO CumNet.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 6
              COMPUTE NetWeek = RWTotal(BucketIdx) - PWTotal(BucketIdx)
              ADD NetWeek TO CumNet
              MOVE SPACES TO RptLine
              MOVE BucketIdx TO RptLine(3:1)
              MOVE PWTotal(BucketIdx) TO NetDollar
              MOVE NetDollar TO RptLine(6:15)
              MOVE RWTotal(BucketIdx) TO AmtDollar
              MOVE AmtDollar TO RptLine(23:14)
              MOVE NetWeek TO NetDollar
              MOVE NetDollar TO RptLine(38:15)
              MOVE CumNet TO NetDollar
              MOVE NetDollar TO RptLine(57:15)
              PERFORM WriteAPLine
       END-PERFORM.
       MOVE "WEEK 1 INCLUDES EVERYTHING ALREADY PAST DUE" TO RptLine.
       PERFORM WriteAPLine.
       MOVE "DISCOUNT TERMS ARE SHOWN NET, IN THE WEEK THE DISCOUNT ENDS"
              TO RptLine.
       PERFORM WriteAPLine.
       MOVE "OPEN DEBIT MEMOS ARE DEDUCTED FROM WEEK 1" TO RptLine.
       PERFORM WriteAPLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Cash requirements written to CashRequirements.prt".

BucketOneVoucher.
       IF APDebitMemo
              SUBTRACT APAmount FROM PWTotal(1)
       ELSE
              PERFORM BucketOneInvoice
       END-IF.

BucketOneInvoice.
       MOVE APAmount TO PayAmount.
       COMPUTE DueInt = FUNCTION INTEGER-OF-DATE(APDueDate).
       IF APDiscAmount > 0 AND APDiscDate >= BizDate
              COMPUTE PayAmount = APAmount - APDiscAmount
              COMPUTE DueInt = FUNCTION INTEGER-OF-DATE(APDiscDate)
       END-IF.
       IF DueInt <= TodayInt
              MOVE 1 TO WeekBucket
       ELSE
              COMPUTE WeekBucket = ((DueInt - TodayInt - 1) / 7) + 1
              IF WeekBucket > 6
                     MOVE 6 TO WeekBucket
              END-IF
       END-IF.
       ADD PayAmount TO PWTotal(WeekBucket).

DiscountReport.
       MOVE 0 TO VendCount.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
              MOVE 0 TO AGTotal(BucketIdx)
       END-PERFORM.
       MOVE "N" TO WSEOF.
       MOVE 0 TO APVoucherNum.
       START APVoucherFile KEY IS GREATER THAN APVoucherNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ APVoucherFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF APDiscAmount > 0
                                   PERFORM ClassifyDiscount
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM SortVendors.
       MOVE "O" TO RptAction.
       MOVE "DiscountReport.prt" TO RptFileName.
       MOVE "EARLY-PAYMENT DISCOUNTS TAKEN AND LOST" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "DISCOUNT TERMS ON VOUCHERS AS AT " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteAPLine.
       MOVE "VENDOR     NAME" TO RptLine.
       MOVE "TAKEN" TO RptLine(44:5).
       MOVE "LOST" TO RptLine(57:4).
       MOVE "AVAILABLE" TO RptLine(65:9).
       PERFORM WriteAPLine.
       PERFORM VARYING VendIdx FROM 1 BY 1 UNTIL VendIdx > VendCount
              PERFORM PrintVendorDiscount
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteAPLine.
       MOVE SPACES TO RptLine.
       MOVE "TOTAL" TO RptLine(1:10).
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 3
              MOVE AGTotal(BucketIdx) TO BktDollar
              MOVE BktDollar TO RptLine(BucketIdx * 12 + 26:12)
       END-PERFORM.
       PERFORM WriteAPLine.
       MOVE "LOST = DISCOUNT DATE PASSED WITHOUT THE DISCOUNT BEING TAKEN"
              TO RptLine.
       PERFORM WriteAPLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Discount report written to DiscountReport.prt".

ClassifyDiscount.
       EVALUATE TRUE
              WHEN APDiscTaken > 0
                     MOVE 1 TO AgeBucket
                     MOVE APDiscTaken TO PayAmount
              WHEN APPaid OR APDiscDate < BizDate
                     MOVE 2 TO AgeBucket
                     MOVE APDiscAmount TO PayAmount
              WHEN OTHER
                     MOVE 3 TO AgeBucket
                     MOVE APDiscAmount TO PayAmount
       END-EVALUATE.
       MOVE "N" TO VendFound.
       PERFORM VARYING VendIdx FROM 1 BY 1
              UNTIL VendIdx > VendCount OR VendFound = "Y"
              IF VTVendor(VendIdx) = APVendor
                     MOVE "Y" TO VendFound
              END-IF
       END-PERFORM.
       IF VendFound = "Y"
              SUBTRACT 1 FROM VendIdx
       ELSE
              IF VendCount < 500
                     ADD 1 TO VendCount
              END-IF
              MOVE VendCount TO VendIdx
              MOVE APVendor TO VTVendor(VendIdx)
              PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
                     MOVE 0 TO VTBucket(VendIdx, BucketIdx)
              END-PERFORM
       END-IF.
       ADD PayAmount TO VTBucket(VendIdx, AgeBucket).
       ADD PayAmount TO AGTotal(AgeBucket).

PrintVendorDiscount.
       MOVE SPACES TO VMName.
       IF VendorOpen = "Y"
              MOVE VTVendor(VendIdx) TO VMCode
              READ VendorFile
                     INVALID KEY MOVE SPACES TO VMName
              END-READ
       END-IF.
       MOVE SPACES TO RptLine.
       MOVE VTVendor(VendIdx) TO RptLine(1:10).
       MOVE VMName TO RptLine(12:25).
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 3
              MOVE VTBucket(VendIdx, BucketIdx) TO BktDollar
              MOVE BktDollar TO RptLine(BucketIdx * 12 + 26:12)
       END-PERFORM.
       PERFORM WriteAPLine.

LoadReceiptForecast.
       MOVE 0 TO ForecastDate.
       OPEN INPUT ForecastFile.
       IF WSForecastStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ ForecastFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF RFWeek >= 1 AND RFWeek <= 6
                                          MOVE RFAmount TO RWTotal(RFWeek)
                                          MOVE RFRunDate TO ForecastDate
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE ForecastFile
       END-IF.

WriteAPLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
