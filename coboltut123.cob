       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut123.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT ARHistFile ASSIGN TO "ARHistory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AHKey
              FILE STATUS IS WSARHistStatus.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DSKey
              FILE STATUS IS WSDisputeStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
DATA DIVISION.
FILE SECTION.
FD ARTransFile.
       COPY ARTRAN.
FD ARHistFile.
       COPY ARHIST.
FD DisputeFile.
       COPY DISPUTE.
FD CustomerFile.
       COPY CUSTRECWIDE.
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSARHistStatus PIC XX.
       01 WSDisputeStatus PIC XX.
       01 DisputeOpen PIC X VALUE "N".
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 CustEOF PIC X.
       01 Confirm PIC X.
       01 RetainDays PIC 9(4).
       01 BizDate PIC 9(8).
       01 CutoffInt PIC 9(8).
       01 CutoffDate PIC 9(8).
       01 InquiryID PIC 9(6).
       01 CustID PIC 9(6).
       01 ItemsBefore PIC 9(5).
       01 BalanceBefore PIC S9(9)V99.
       01 ItemsAfter PIC 9(5).
       01 BalanceAfter PIC S9(9)V99.
       01 RunningSum PIC S9(9)V99.
       01 ScanBlocked PIC X.
       01 ZeroSeq PIC 9(6).
       01 ZeroCount PIC 9(5).
       01 ArchItems PIC 9(5).
       01 ArchAmount PIC S9(9)V99.
       01 ItemDisputed PIC X.
       01 CustCount PIC 9(5).
       01 ArchCustCount PIC 9(5).
       01 OutOfBalance PIC 9(5).
       01 TotItemsBefore PIC 9(7).
       01 TotItemsAfter PIC 9(7).
       01 TotArchItems PIC 9(7).
       01 TotBalBefore PIC S9(11)V99.
       01 TotBalAfter PIC S9(11)V99.
       01 HistCount PIC 9(5).
       01 HistBalance PIC S9(9)V99.
       01 BefDollar PIC $$,$$$,$$9.99-.
       01 AftDollar PIC $$,$$$,$$9.99-.
       01 Dollar PIC $$,$$$,$$9.99-.
       01 TotDollar PIC $$$,$$$,$$$,$$9.99-.
       01 DisplayName PIC X(32).
       01 AuthFunction PIC X(10).
       01 AuthAllowed PIC X.
       01 BusyTag PIC X(10).
       01 BusyAction PIC X.
       01 BusyFlag PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       MOVE "ARCHPURGE" TO AuthFunction.
       CALL "coboltut94authchk" USING SignOnID, AuthFunction,
              AuthAllowed.
       IF AuthAllowed NOT = "Y"
              DISPLAY "Your role is not permitted to run the AR archive -"
                     " the attempt has been logged."
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "AR HISTORY ARCHIVE"
              DISPLAY "1 : Archive Settled AR Items"
              DISPLAY "2 : Archived History Inquiry"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ArchiveSettled
                     WHEN 2 PERFORM HistoryInquiry
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       STOP RUN.

ArchiveSettled.
       MOVE "AROnline" TO BusyTag.
       MOVE "Q" TO BusyAction.
       CALL "coboltut63busy" USING BusyTag, BusyAction, BusyFlag.
       IF BusyFlag = "Y"
              DISPLAY "Receivables are in use online - archive later."
       ELSE
              MOVE 0 TO RetainDays
              DISPLAY "Keep settled items for how many days (0 = 730) : "
                     WITH NO ADVANCING
              ACCEPT RetainDays
              IF RetainDays = 0
                     MOVE 730 TO RetainDays
              END-IF
              COMPUTE CutoffInt = FUNCTION INTEGER-OF-DATE(BizDate)
                     - RetainDays
              COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(CutoffInt)
              DISPLAY "Items dated before " CutoffDate " that net to zero"
                     " will move to ARHistory.dat."
              DISPLAY "Proceed (Y/N) : " WITH NO ADVANCING
              ACCEPT Confirm
              IF FUNCTION UPPER-CASE(Confirm) = "Y"
                     PERFORM ArchiveRun
              ELSE
                     DISPLAY "Archive cancelled."
              END-IF
       END-IF.

ArchiveRun.
       OPEN I-O ARTransFile.
       IF WSARTFileStatus NOT = "00"
              DISPLAY "No AR transaction file found - nothing to archive."
       ELSE
              OPEN I-O ARHistFile
              IF WSARHistStatus NOT = "00"
                     OPEN OUTPUT ARHistFile
                     CLOSE ARHistFile
                     OPEN I-O ARHistFile
              END-IF
              OPEN INPUT DisputeFile
              IF WSDisputeStatus = "00"
                     MOVE "Y" TO DisputeOpen
              ELSE
                     MOVE "N" TO DisputeOpen
              END-IF
              OPEN INPUT CustomerFile
              IF WSCustFileStatus = "00"
                     MOVE "Y" TO CustFileOpen
              ELSE
                     MOVE "N" TO CustFileOpen
              END-IF
              PERFORM OpenArchiveReport
              MOVE 0 TO CustCount
              MOVE 0 TO ArchCustCount
              MOVE 0 TO OutOfBalance
              MOVE 0 TO TotItemsBefore
              MOVE 0 TO TotItemsAfter
              MOVE 0 TO TotArchItems
              MOVE 0 TO TotBalBefore
              MOVE 0 TO TotBalAfter
              MOVE 0 TO ARTIDNum
              MOVE 0 TO ARTSeq
              MOVE "N" TO WSEOF
              START ARTransFile KEY IS GREATER THAN ARTKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ ARTransFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END PERFORM ArchiveOneCustomer
                     END-READ
              END-PERFORM
              PERFORM CloseArchiveReport
              CLOSE ARTransFile
              CLOSE ARHistFile
              IF DisputeOpen = "Y"
                     CLOSE DisputeFile
                     MOVE "N" TO DisputeOpen
              END-IF
              IF CustFileOpen = "Y"
                     CLOSE CustomerFile
                     MOVE "N" TO CustFileOpen
              END-IF
              DISPLAY ArchCustCount " customer(s), " TotArchItems
                     " item(s) archived - see ARArchive.prt"
              IF OutOfBalance > 0
                     DISPLAY "WARNING - " OutOfBalance " customer(s) out"
                            " of balance after the archive."
              END-IF
       END-IF.

ArchiveOneCustomer.
       MOVE ARTIDNum TO CustID.
       ADD 1 TO CustCount.
       PERFORM ScanCustomer.
       MOVE 0 TO ArchItems.
       MOVE 0 TO ArchAmount.
       IF ZeroCount > 0
              PERFORM MoveSettledItems
       END-IF.
       PERFORM RecountCustomer.
       ADD ItemsBefore TO TotItemsBefore.
       ADD ItemsAfter TO TotItemsAfter.
       ADD ArchItems TO TotArchItems.
       ADD BalanceBefore TO TotBalBefore.
       ADD BalanceAfter TO TotBalAfter.
       IF ArchItems > 0
              ADD 1 TO ArchCustCount
              PERFORM PrintCustomerControl
       ELSE
              IF BalanceAfter NOT = BalanceBefore
                     PERFORM PrintCustomerControl
              END-IF
       END-IF.
       MOVE CustID TO ARTIDNum.
       MOVE 999999 TO ARTSeq.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.

ScanCustomer.
       MOVE 0 TO ItemsBefore.
       MOVE 0 TO BalanceBefore.
       MOVE 0 TO RunningSum.
       MOVE 0 TO ZeroSeq.
       MOVE 0 TO ZeroCount.
       MOVE "N" TO ScanBlocked.
       MOVE "N" TO CustEOF.
       PERFORM UNTIL CustEOF = "Y"
              ADD 1 TO ItemsBefore
              ADD ARTAmount TO BalanceBefore
              ADD ARTAmount TO RunningSum
              IF ScanBlocked = "N"
                     IF ARTDate NOT < CutoffDate
                            MOVE "Y" TO ScanBlocked
                     ELSE
                            PERFORM CheckDisputed
                            IF ItemDisputed = "Y"
                                   MOVE "Y" TO ScanBlocked
                            ELSE
                                   IF RunningSum = 0
                                          MOVE ARTSeq TO ZeroSeq
                                          MOVE ItemsBefore TO ZeroCount
                                   END-IF
                            END-IF
                     END-IF
              END-IF
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO CustEOF
                     NOT AT END
                            IF ARTIDNum NOT = CustID
                                   MOVE "Y" TO CustEOF
                            END-IF
              END-READ
       END-PERFORM.

CheckDisputed.
       MOVE "N" TO ItemDisputed.
       IF DisputeOpen = "Y"
              MOVE ARTKey TO DSKey
              READ DisputeFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF DSOpen
                                   MOVE "Y" TO ItemDisputed
                            END-IF
              END-READ
       END-IF.

MoveSettledItems.
       MOVE CustID TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       MOVE "N" TO CustEOF.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO CustEOF
       END-START.
       PERFORM UNTIL CustEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO CustEOF
                     NOT AT END
                            IF ARTIDNum NOT = CustID OR ARTSeq > ZeroSeq
                                   MOVE "Y" TO CustEOF
                            ELSE
                                   PERFORM MoveOneItem
                            END-IF
              END-READ
       END-PERFORM.

MoveOneItem.
       MOVE ARTransRecord TO AHTranData.
       MOVE BizDate TO AHArchDate.
       WRITE ARHistRecord
              INVALID KEY
                     DISPLAY "Item " ARTIDNum "/" ARTSeq " is already in"
                            " the history file - left in place."
                     MOVE "Y" TO CustEOF
              NOT INVALID KEY
                     DELETE ARTransFile
                            INVALID KEY DISPLAY "Item " ARTIDNum "/" ARTSeq
                                   " wasn't removed."
                            NOT INVALID KEY
                                   ADD 1 TO ArchItems
                                   ADD AHAmount TO ArchAmount
                     END-DELETE
       END-WRITE.

RecountCustomer.
       MOVE 0 TO ItemsAfter.
       MOVE 0 TO BalanceAfter.
       MOVE CustID TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       MOVE "N" TO CustEOF.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO CustEOF
       END-START.
       PERFORM UNTIL CustEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO CustEOF
                     NOT AT END
                            IF ARTIDNum NOT = CustID
                                   MOVE "Y" TO CustEOF
                            ELSE
                                   ADD 1 TO ItemsAfter
                                   ADD ARTAmount TO BalanceAfter
                            END-IF
              END-READ
       END-PERFORM.

OpenArchiveReport.
       MOVE "O" TO RptAction.
       MOVE "ARArchive.prt" TO RptFileName.
       MOVE "AR HISTORY ARCHIVE - CONTROL TOTALS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "SETTLED ITEMS DATED BEFORE " DELIMITED BY SIZE
              CutoffDate DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              RetainDays DELIMITED BY SIZE
              " DAYS RETAINED)" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteArchiveLine.
       MOVE "CUSTOMER NAME" TO RptLine.
       MOVE "BEFORE" TO RptLine(29:6).
       MOVE "BALANCE" TO RptLine(39:7).
       MOVE "MOVED" TO RptLine(48:5).
       MOVE "AFTER" TO RptLine(54:5).
       MOVE "BALANCE" TO RptLine(67:7).
       PERFORM WriteArchiveLine.

PrintCustomerControl.
       MOVE SPACES TO DisplayName.
       IF CustFileOpen = "Y"
              MOVE CustID TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM BuildDisplayName
              END-READ
       END-IF.
       MOVE BalanceBefore TO BefDollar.
       MOVE BalanceAfter TO AftDollar.
       MOVE SPACES TO RptLine.
       MOVE CustID TO RptLine(1:6).
       MOVE DisplayName TO RptLine(8:20).
       MOVE ItemsBefore TO RptLine(29:5).
       MOVE BefDollar TO RptLine(34:14).
       MOVE ArchItems TO RptLine(48:5).
       MOVE ItemsAfter TO RptLine(54:5).
       MOVE AftDollar TO RptLine(60:14).
       IF BalanceAfter NOT = BalanceBefore
              MOVE "*OOB" TO RptLine(75:4)
              ADD 1 TO OutOfBalance
       END-IF.
       PERFORM WriteArchiveLine.

CloseArchiveReport.
       MOVE SPACES TO RptLine.
       PERFORM WriteArchiveLine.
       MOVE SPACES TO RptLine.
       STRING "CUSTOMERS READ : " DELIMITED BY SIZE
              CustCount DELIMITED BY SIZE
              "   WITH ITEMS ARCHIVED : " DELIMITED BY SIZE
              ArchCustCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteArchiveLine.
       MOVE SPACES TO RptLine.
       STRING "ITEMS BEFORE : " DELIMITED BY SIZE
              TotItemsBefore DELIMITED BY SIZE
              "   MOVED : " DELIMITED BY SIZE
              TotArchItems DELIMITED BY SIZE
              "   AFTER : " DELIMITED BY SIZE
              TotItemsAfter DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteArchiveLine.
       MOVE TotBalBefore TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING "AR BALANCE BEFORE : " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteArchiveLine.
       MOVE TotBalAfter TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING "AR BALANCE AFTER  : " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteArchiveLine.
       IF OutOfBalance > 0
              MOVE SPACES TO RptLine
              STRING "*OOB - CUSTOMERS OUT OF BALANCE : " DELIMITED BY SIZE
                     OutOfBalance DELIMITED BY SIZE
                     INTO RptLine
              PERFORM WriteArchiveLine
       END-IF.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

HistoryInquiry.
       DISPLAY "Enter customer ID : " WITH NO ADVANCING.
       ACCEPT InquiryID.
       OPEN INPUT ARHistFile.
       IF WSARHistStatus NOT = "00"
              DISPLAY "No AR history file - nothing has been archived."
       ELSE
              MOVE 0 TO HistCount
              MOVE 0 TO HistBalance
              DISPLAY "DATE      TYPE  REFERENCE   AMOUNT         ARCHIVED"
              MOVE InquiryID TO AHIDNum
              MOVE 0 TO AHSeq
              MOVE "N" TO WSEOF
              START ARHistFile KEY IS GREATER THAN AHKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ ARHistFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF AHIDNum NOT = InquiryID
                                          MOVE "Y" TO WSEOF
                                   ELSE
                                          ADD 1 TO HistCount
                                          ADD AHAmount TO HistBalance
                                          MOVE AHAmount TO Dollar
                                          DISPLAY AHDate "  " AHType
                                                 "     " AHRef "  " Dollar
                                                 "  " AHArchDate
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE ARHistFile
              IF HistCount = 0
                     DISPLAY "No archived AR history for that customer."
              ELSE
                     MOVE HistBalance TO Dollar
                     DISPLAY HistCount " archived item(s), net " Dollar
              END-IF
       END-IF.

WriteArchiveLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
