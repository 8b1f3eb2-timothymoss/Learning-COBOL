              RECORD KEY IS PPIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPayPlanStatus.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT ReportFile ASSIGN TO "PaymentJournal.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
       COPY CUSTRECWIDE.
FD PayPlanFile.
       COPY PAYPLAN.
FD ARTransFile.
       COPY ARTRAN.
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSCustFileStatus PIC XX.
       01 WSPayPlanStatus PIC XX.
       01 WSARTFileStatus PIC XX.
       01 ARTFileOpen PIC X VALUE "N".
       01 AREOF PIC X.
       01 DiscAns PIC X.
       01 DiscTotal PIC 9(9)V99 VALUE 0.
       01 DiscCount PIC 9(3) VALUE 0.
       01 DiscIdx PIC 9(3).
       01 CandCount PIC 99.
       01 CandIdx PIC 99.
       01 CandTable.
              02 CandEntry OCCURS 50 TIMES.
                     03 CTRef PIC X(10).
                     03 CTAmount PIC S9(7)V99.
                     03 CTDisc PIC 9(7)V99.
                     03 CTDiscDate PIC 9(8).
                     03 CTTaken PIC X.
       01 DiscTable.
              02 DiscEntry OCCURS 100 TIMES.
                     03 DTBatch PIC 9(3).
                     03 DTRef PIC X(10).
                     03 DTAmount PIC 9(7)V99.
       01 PlanAns PIC X.
       01 PlanDueInt PIC 9(8).
       01 PeriodOpen PIC X.
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 DisplayName PIC X(32).
       01 SignOnID PIC X(4).
       01 DutyFunction PIC X(10).
       01 DutyKey PIC X(10).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BusyTag PIC X(10).
                     03 BTDate PIC 9(8).
                     03 BTAmount PIC 9(7)V99.
                     03 BTOnPlan PIC X.
                     03 BTDiscount PIC 9(7)V99.

PROCEDURE DIVISION.
StartPara.
              STOP RUN
       END-IF.
       OPEN I-O PayPlanFile.
       OPEN INPUT ARTransFile.
       IF WSARTFileStatus = "00"
              MOVE "Y" TO ARTFileOpen
       ELSE
              MOVE "N" TO ARTFileOpen
       END-IF.
       MOVE "AROnline" TO BusyTag.
       MOVE "S" TO BusyAction.
       CALL "coboltut63busy" USING BusyTag, BusyAction, BusyFlag.
       IF WSPayPlanStatus = "00"
              CLOSE PayPlanFile
       END-IF.
       IF ARTFileOpen = "Y"
              CLOSE ARTransFile
              MOVE "N" TO ARTFileOpen
       END-IF.
       IF BatchCount = 0
              DISPLAY "No receipts entered."
              PERFORM ClearARBusy
       MOVE BatchTotal TO TotDollar.
       DISPLAY " ".
       DISPLAY "Batch of " BatchCount " check(s) totals " TotDollar ".".
       IF DiscTotal > 0
              MOVE DiscTotal TO TotDollar
              DISPLAY "Prompt-pay discounts allowed : " TotDollar
                     " (not part of the deposit)."
       END-IF.
       DISPLAY "Balance this against the deposit slip.".
       DISPLAY "Post the batch? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
              MOVE EntryDate TO BTDate(BatchCount)
              MOVE EntryAmount TO BTAmount(BatchCount)
              MOVE "N" TO BTOnPlan(BatchCount)
              MOVE 0 TO BTDiscount(BatchCount)
              PERFORM CheckPaymentPlan
              IF ARTFileOpen = "Y"
                     PERFORM OfferPromptPayDiscount
              END-IF
              ADD EntryAmount TO BatchTotal
       END-IF.

                                   DISPLAY "Customer has a payment plan"
                                          " of " PPInstallAmt " due "
                                          PPNextDue "."
                                   IF PPDraftAuth
                                          DISPLAY "Installments on this"
                                                 " plan are drafted from"
                                                 " the customer's bank."
                                   END-IF
                                   DISPLAY "Mark this check against the"
                                          " plan? (Y/N) : "
                                          WITH NO ADVANCING
              END-READ
       END-IF.

OfferPromptPayDiscount.
       MOVE 0 TO CandCount.
       MOVE "N" TO AREOF.
       MOVE EntryID TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO AREOF
       END-START.
       PERFORM UNTIL AREOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO AREOF
                     NOT AT END
                            IF ARTIDNum NOT = EntryID
                                   MOVE "Y" TO AREOF
                            ELSE
                                   PERFORM CollectDiscountItem
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM VARYING CandIdx FROM 1 BY 1 UNTIL CandIdx > CandCount
              PERFORM VARYING DiscIdx FROM 1 BY 1 UNTIL DiscIdx > DiscCount
                     IF DTRef(DiscIdx) = CTRef(CandIdx) AND
                        BTIDNum(DTBatch(DiscIdx)) = EntryID
                            MOVE "Y" TO CTTaken(CandIdx)
                     END-IF
              END-PERFORM
              IF CTTaken(CandIdx) = "N" AND DiscCount < 100
                     MOVE CTAmount(CandIdx) TO AmtDollar
                     DISPLAY "Invoice " CTRef(CandIdx) " for " AmtDollar
                            " is within its discount terms."
                     MOVE CTDisc(CandIdx) TO AmtDollar
                     DISPLAY "Allow the " AmtDollar " discount (paid by "
                            CTDiscDate(CandIdx) ")? (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT DiscAns
                     IF DiscAns = "Y" OR DiscAns = "y"
                            ADD 1 TO DiscCount
                            MOVE BatchCount TO DTBatch(DiscCount)
                            MOVE CTRef(CandIdx) TO DTRef(DiscCount)
                            MOVE CTDisc(CandIdx) TO DTAmount(DiscCount)
                            ADD CTDisc(CandIdx) TO BTDiscount(BatchCount)
                            ADD CTDisc(CandIdx) TO DiscTotal
                     END-IF
              END-IF
       END-PERFORM.

CollectDiscountItem.
       IF ARTInvoice AND ARTDiscAmount > 0 AND ARTDiscDate >= EntryDate
              AND CandCount < 50
              ADD 1 TO CandCount
              MOVE ARTRef TO CTRef(CandCount)
              MOVE ARTAmount TO CTAmount(CandCount)
              MOVE ARTDiscAmount TO CTDisc(CandCount)
              MOVE ARTDiscDate TO CTDiscDate(CandCount)
              MOVE "N" TO CTTaken(CandCount)
       END-IF.
       IF ARTDiscount
              PERFORM VARYING CandIdx FROM 1 BY 1 UNTIL CandIdx > CandCount
                     IF CTRef(CandIdx) = ARTRef
                            MOVE "Y" TO CTTaken(CandIdx)
                     END-IF
              END-PERFORM
       END-IF.

PostBatch.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "CASH RECEIPTS - PAYMENT JOURNAL" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
              TotDollar DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       IF DiscTotal > 0
              MOVE DiscTotal TO TotDollar
              MOVE SPACES TO ReportLine
              STRING "PROMPT-PAY DISCOUNTS ALLOWED : " DELIMITED BY SIZE
                     TotDollar DELIMITED BY SIZE
                     INTO ReportLine
              WRITE ReportLine
       END-IF.
       CLOSE ReportFile.

PostOneReceipt.
       CALL "coboltut8arpost" USING BTIDNum(BatchIdx), PostType,
              BTDate(BatchIdx), BTCheckNum(BatchIdx), PostAmount.
       PERFORM PostReceiptGL.
       MOVE "MENU16" TO DutyFunction.
       MOVE BTIDNum(BatchIdx) TO DutyKey.
       CALL "coboltut145log" USING DutyFunction, DutyKey, SignOnID.
       IF BTOnPlan(BatchIdx) = "Y"
              PERFORM UpdatePaymentPlan
       END-IF.
              AmtDollar DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       IF BTDiscount(BatchIdx) > 0
              PERFORM PostReceiptDiscounts
       END-IF.

PostReceiptDiscounts.
       PERFORM VARYING DiscIdx FROM 1 BY 1 UNTIL DiscIdx > DiscCount
              IF DTBatch(DiscIdx) = BatchIdx
                     MOVE "T" TO PostType
                     COMPUTE PostAmount = 0 - DTAmount(DiscIdx)
                     CALL "coboltut8arpost" USING BTIDNum(BatchIdx),
                            PostType, BTDate(BatchIdx), DTRef(DiscIdx),
                            PostAmount
                     MOVE "coboltut52" TO GLSource
                     MOVE BTCheckNum(BatchIdx) TO GLRef
                     MOVE 4200 TO GLAcct
                     MOVE DTAmount(DiscIdx) TO GLDebit
                     MOVE 0 TO GLCredit
                     CALL "coboltut85glpost" USING GLAcct, GLDebit,
                            GLCredit, GLSource, GLRef
                     MOVE 1100 TO GLAcct
                     MOVE 0 TO GLDebit
                     MOVE DTAmount(DiscIdx) TO GLCredit
                     CALL "coboltut85glpost" USING GLAcct, GLDebit,
                            GLCredit, GLSource, GLRef
                     MOVE DTAmount(DiscIdx) TO AmtDollar
                     MOVE SPACES TO ReportLine
                     STRING "          DISCOUNT ON " DELIMITED BY SIZE
                            DTRef(DiscIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            AmtDollar DELIMITED BY SIZE
                            INTO ReportLine
                     WRITE ReportLine
              END-IF
       END-PERFORM.

UpdatePaymentPlan.
       MOVE BTIDNum(BatchIdx) TO PPIDNum.
