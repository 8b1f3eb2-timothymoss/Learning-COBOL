              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCheckCtlStatus.
       SELECT ACHPaymentFile ASSIGN TO "ACHPayment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSACHStatus.
DATA DIVISION.
FILE SECTION.
FD APVoucherFile.
FD VendorFile.
       COPY VENDOR.
FD CheckRegisterFile.
       COPY CHKREG.
FD CheckControlFile.
       01 CheckControlRecord.
              02 NextCheckNum PIC 9(6).
FD ACHPaymentFile.
       01 ACHBatchHeader.
              02 ABRecType PIC X.
              02 ABEffDate PIC 9(8).
              02 ABEntryDescr PIC X(10).
              02 ABCompanyName PIC X(20).
              02 FILLER PIC X(41).
       01 ACHEntryDetail.
              02 AERecType PIC X.
              02 AETxnCode PIC 99.
              02 AERouting PIC 9(9).
              02 AEAccount PIC X(17).
              02 AEAmount PIC 9(10)V99.
              02 AEPayNum PIC 9(6).
              02 AEVendor PIC X(10).
              02 AEName PIC X(22).
              02 FILLER PIC X(1).
       01 ACHBatchControl.
              02 ACRecType PIC X.
              02 ACEntryCount PIC 9(6).
              02 ACEntryHash PIC 9(10).
              02 ACTotalCredit PIC 9(10)V99.
              02 FILLER PIC X(51).
WORKING-STORAGE SECTION.
       01 WSAPVchrStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSCheckRegStatus PIC XX.
       01 WSCheckCtlStatus PIC XX.
       01 WSACHStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 SelIdx PIC 9(3).
       01 SwapIdx PIC 9(3).
       01 SortDone PIC X.
       01 SelHold PIC X(38).
       01 CheckSelCount PIC 9(3).
       01 ACHSelCount PIC 9(3).
       01 ACHWritten PIC 9(3).
       01 ACHTotal PIC 9(10)V99.
       01 ACHHash PIC 9(10).
       01 RoutingPrefix PIC 9(8).
       01 VoidMethod PIC X.
       01 AcctLen PIC 99.
       01 CashTotal PIC 9(9)V99.
       01 CheckTotal PIC S9(9)V99.
       01 CheckDisc PIC 9(7)V99.
       01 DiscTotal PIC 9(9)V99.
       01 VoidDisc PIC 9(7)V99.
       01 CurrentVendor PIC X(10).
       01 CurrentCheckNum PIC 9(6).
       01 ChecksWritten PIC 9(3).
       01 VoidCheckNum PIC 9(6).
       01 VoidAmount PIC S9(9)V99.
       01 VoidFound PIC X.
       01 VendorNet PIC S9(9)V99.
       01 MemoCount PIC 9(3).
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 ChkDollar PIC $$$,$$$,$$9.99.
       01 SelectTable.
                     03 SLVoucherNum PIC 9(6).
                     03 SLVendor PIC X(10).
                     03 SLAmount PIC 9(9)V99.
                     03 SLMethod PIC X.
                     03 SLDiscount PIC 9(7)V99.
                     03 SLIsMemo PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).
       01 SignOnID PIC X(4).
       01 DutyFunction PIC X(10).
       01 DutyKey PIC X(10).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).

PROCEDURE DIVISION.
StartPara.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Today's date " BizDate " falls in a CLOSED"
                     " accounting period - checks cannot be posted."
              STOP RUN
       END-IF.
       OPEN I-O APVoucherFile.
       IF WSAPVchrStatus NOT = "00"
              DISPLAY "No AP voucher file - enter vendor invoices first."
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
              DISPLAY "ACCOUNTS PAYABLE PAYMENTS"
              END-EVALUATE
       END-PERFORM.
       CLOSE APVoucherFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       STOP RUN.

              MOVE CashTotal TO TotDollar
              DISPLAY "Cash requirement : " SelCount " voucher(s)"
                     " totalling " TotDollar "."
              IF DiscTotal > 0
                     MOVE DiscTotal TO TotDollar
                     DISPLAY "Early-payment discounts taken : " TotDollar
              END-IF
              DISPLAY "Print the checks? (Y/N) : " WITH NO ADVANCING
              ACCEPT Confirm
              IF Confirm = "Y" OR Confirm = "y"
                     PERFORM SortByVendor
                     IF CheckSelCount > 0
                            PERFORM PrintChecks
                     END-IF
                     IF ACHSelCount > 0
                            PERFORM PayElectronic
                     END-IF
              ELSE
                     DISPLAY "Payment run abandoned - nothing was paid."
              END-IF

SelectVouchers.
       MOVE 0 TO SelCount.
       MOVE 0 TO CheckSelCount.
       MOVE 0 TO ACHSelCount.
       MOVE 0 TO CashTotal.
       MOVE 0 TO DiscTotal.
       MOVE 0 TO MemoCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO APVoucherNum.
       START APVoucherFile KEY IS GREATER THAN APVoucherNum
              READ APVoucherFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF APOpen AND
                               (APDebitMemo OR
                                APDueDate <= CutoffDate OR
                               (APDiscAmount > 0 AND
                                APDiscDate >= BizDate AND
                                APDiscDate <= CutoffDate))
                                   IF SelCount < 100
                                          PERFORM SelectOneVoucher
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.
       IF MemoCount > 0
              PERFORM NetDebitMemos
       END-IF.

SelectOneVoucher.
       ADD 1 TO SelCount.
       MOVE APVoucherNum TO SLVoucherNum(SelCount).
       MOVE APVendor TO SLVendor(SelCount).
       MOVE 0 TO SLDiscount(SelCount).
       MOVE "N" TO SLIsMemo(SelCount).
       IF APDebitMemo
              PERFORM SelectOneMemo
       ELSE
              PERFORM SelectOneInvoice
       END-IF.

SelectOneMemo.
       MOVE "Y" TO SLIsMemo(SelCount).
       MOVE APAmount TO SLAmount(SelCount).
       ADD 1 TO MemoCount.
       PERFORM SetPayMethod.
       DISPLAY "Debit memo " APVoucherNum "  " APVendor "  dated "
              APInvDate "  " APAmount " to deduct".

SelectOneInvoice.
       IF APDiscAmount > 0 AND APDiscDate >= BizDate
              MOVE APDiscAmount TO SLDiscount(SelCount)
       END-IF.
       COMPUTE SLAmount(SelCount) = APAmount - SLDiscount(SelCount).
       ADD SLAmount(SelCount) TO CashTotal.
       ADD SLDiscount(SelCount) TO DiscTotal.
       PERFORM SetPayMethod.
       IF SLDiscount(SelCount) > 0
              DISPLAY "Voucher " APVoucherNum "  " APVendor "  due "
                     APDueDate "  " APAmount "  disc " SLDiscount(SelCount)
                     " by " APDiscDate
       ELSE
              DISPLAY "Voucher " APVoucherNum "  " APVendor "  due "
                     APDueDate "  " APAmount
       END-IF.

NetDebitMemos.
       PERFORM VARYING SelIdx FROM 1 BY 1 UNTIL SelIdx > SelCount
              IF SLIsMemo(SelIdx) = "Y"
                     PERFORM NetOneMemo
              END-IF
       END-PERFORM.

NetOneMemo.
       MOVE 0 TO VendorNet.
       PERFORM VARYING SwapIdx FROM 1 BY 1 UNTIL SwapIdx > SelCount
              IF SLVendor(SwapIdx) = SLVendor(SelIdx) AND
                 SLMethod(SwapIdx) NOT = "X"
                     IF SLIsMemo(SwapIdx) = "N"
                            ADD SLAmount(SwapIdx) TO VendorNet
                     ELSE
                            IF SwapIdx < SelIdx
                                   SUBTRACT SLAmount(SwapIdx) FROM VendorNet
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.
       IF SLAmount(SelIdx) < VendorNet
              SUBTRACT SLAmount(SelIdx) FROM CashTotal
       ELSE
              IF SLMethod(SelIdx) = "E"
                     SUBTRACT 1 FROM ACHSelCount
              ELSE
                     SUBTRACT 1 FROM CheckSelCount
              END-IF
              MOVE "X" TO SLMethod(SelIdx)
              DISPLAY "Debit memo " SLVoucherNum(SelIdx) " held over - "
                     SLVendor(SelIdx) " has too little due in this run."
       END-IF.

SetPayMethod.
       MOVE "C" TO SLMethod(SelCount).
       IF VendorOpen = "Y"
              MOVE APVendor TO VMCode
              READ VendorFile
                     NOT INVALID KEY
                            IF VMPayByACH AND VMRouting > 0
                                   MOVE "E" TO SLMethod(SelCount)
                            END-IF
              END-READ
       END-IF.
       IF SLMethod(SelCount) = "E"
              ADD 1 TO ACHSelCount
       ELSE
              ADD 1 TO CheckSelCount
       END-IF.

SortByVendor.
       MOVE "N" TO SortDone.
       MOVE "L" TO RptAction.
       MOVE HIGH-VALUES TO CurrentVendor.
       MOVE 0 TO CheckTotal.
       MOVE 0 TO CheckDisc.
       PERFORM VARYING SelIdx FROM 1 BY 1 UNTIL SelIdx > SelCount
              IF SLMethod(SelIdx) = "C"
                     IF SLVendor(SelIdx) NOT = CurrentVendor
                            IF CheckTotal > 0
                                   PERFORM FinishOneCheck
                            END-IF
                            MOVE SLVendor(SelIdx) TO CurrentVendor
                            PERFORM AssignCheckNumber
                            MOVE 0 TO CheckTotal
                            MOVE 0 TO CheckDisc
                            PERFORM StartOneCheck
                     END-IF
                     IF SLIsMemo(SelIdx) = "Y"
                            SUBTRACT SLAmount(SelIdx) FROM CheckTotal
                     ELSE
                            ADD SLAmount(SelIdx) TO CheckTotal
                     END-IF
                     ADD SLDiscount(SelIdx) TO CheckDisc
                     PERFORM PayOneVoucher
              END-IF
       END-PERFORM.
       IF CheckTotal > 0
              PERFORM FinishOneCheck
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO VMName.
       IF VendorOpen = "Y"
              MOVE CurrentVendor TO VMCode
              READ VendorFile
                     INVALID KEY MOVE SPACES TO VMName
              NOT INVALID KEY
                     MOVE "P" TO APStatus
                     MOVE CurrentCheckNum TO APCheckNum
                     MOVE SLDiscount(SelIdx) TO APDiscTaken
                     REWRITE APVoucherRecord
                            INVALID KEY DISPLAY "Voucher wasn't marked"
                                   " paid."
              "  " DELIMITED BY SIZE
              ChkDollar DELIMITED BY SIZE
              INTO RptLine.
       IF SLDiscount(SelIdx) > 0
              MOVE SLDiscount(SelIdx) TO TotDollar
              MOVE "  LESS DISCOUNT" TO RptLine(40:15)
              MOVE TotDollar TO RptLine(56:14)
       END-IF.
       IF SLIsMemo(SelIdx) = "Y"
              MOVE "  LESS DEBIT MEMO" TO RptLine(40:17)
       END-IF.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

       MOVE CurrentVendor TO CRVendor.
       MOVE CheckTotal TO CRAmount.
       MOVE "I" TO CRStatus.
       MOVE "C" TO CRMethod.
       WRITE CheckRegisterRecord.
       PERFORM LogPaymentDuty.
       ADD 1 TO ChecksWritten.
       MOVE SPACES TO GLRef.
       STRING "CK" DELIMITED BY SIZE
              CurrentCheckNum DELIMITED BY SIZE
              INTO GLRef.
       PERFORM PostPaymentToGL.

PayElectronic.
       MOVE 0 TO ACHWritten.
       MOVE 0 TO ACHTotal.
       MOVE 0 TO ACHHash.
       OPEN EXTEND CheckRegisterFile.
       IF WSCheckRegStatus NOT = "00"
              OPEN OUTPUT CheckRegisterFile
       END-IF.
       OPEN OUTPUT ACHPaymentFile.
       MOVE SPACES TO ACHBatchHeader.
       MOVE "5" TO ABRecType.
       MOVE BizDate TO ABEffDate.
       MOVE "VENDOR PAY" TO ABEntryDescr.
       MOVE "MOSS CLOTHING SUPPLY" TO ABCompanyName.
       WRITE ACHBatchHeader.
       MOVE "O" TO RptAction.
       MOVE "RemitAdvice.prt" TO RptFileName.
       MOVE "REMITTANCE ADVICE - ELECTRONIC PAYMENT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE HIGH-VALUES TO CurrentVendor.
       MOVE 0 TO CheckTotal.
       MOVE 0 TO CheckDisc.
       PERFORM VARYING SelIdx FROM 1 BY 1 UNTIL SelIdx > SelCount
              IF SLMethod(SelIdx) = "E"
                     IF SLVendor(SelIdx) NOT = CurrentVendor
                            IF CheckTotal > 0
                                   PERFORM FinishOneACH
                            END-IF
                            MOVE SLVendor(SelIdx) TO CurrentVendor
                            PERFORM AssignCheckNumber
                            MOVE 0 TO CheckTotal
                            MOVE 0 TO CheckDisc
                            PERFORM StartOneRemit
                     END-IF
                     IF SLIsMemo(SelIdx) = "Y"
                            SUBTRACT SLAmount(SelIdx) FROM CheckTotal
                     ELSE
                            ADD SLAmount(SelIdx) TO CheckTotal
                     END-IF
                     ADD SLDiscount(SelIdx) TO CheckDisc
                     PERFORM PayOneVoucher
              END-IF
       END-PERFORM.
       IF CheckTotal > 0
              PERFORM FinishOneACH
       END-IF.
       MOVE SPACES TO ACHBatchControl.
       MOVE "8" TO ACRecType.
       MOVE ACHWritten TO ACEntryCount.
       MOVE ACHHash TO ACEntryHash.
       MOVE ACHTotal TO ACTotalCredit.
       WRITE ACHBatchControl.
       CLOSE ACHPaymentFile.
       MOVE ACHTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "ACH BATCH TOTAL : " DELIMITED BY SIZE
              ACHWritten DELIMITED BY SIZE
              " PAYMENT(S)  " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              "  HASH " DELIMITED BY SIZE
              ACHHash DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE CheckRegisterFile.
       DISPLAY ACHWritten " electronic payment(s) for " TotDollar
              " written to ACHPayment.dat - advices in RemitAdvice.prt".

StartOneRemit.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE CurrentVendor TO VMCode.
       READ VendorFile
              INVALID KEY MOVE SPACES TO VMName
       END-READ.
       MOVE SPACES TO RptLine.
       STRING "PAYMENT EF" DELIMITED BY SIZE
              CurrentCheckNum DELIMITED BY SIZE
              "  DATE " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "  TO " DELIMITED BY SIZE
              CurrentVendor DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VMName DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(VMBankAcct)) TO AcctLen.
       IF AcctLen < 4
              MOVE 4 TO AcctLen
       END-IF.
       MOVE SPACES TO RptLine.
       STRING "   DEPOSITED TO ACCOUNT ENDING " DELIMITED BY SIZE
              VMBankAcct(AcctLen - 3:4) DELIMITED BY SIZE
              "  ROUTING " DELIMITED BY SIZE
              VMRouting DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

FinishOneACH.
       MOVE CheckTotal TO ChkDollar.
       MOVE SPACES TO RptLine.
       STRING "   PAYMENT TOTAL " DELIMITED BY SIZE
              ChkDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO ACHEntryDetail.
       MOVE "6" TO AERecType.
       IF VMSavings
              MOVE 32 TO AETxnCode
       ELSE
              MOVE 22 TO AETxnCode
       END-IF.
       MOVE VMRouting TO AERouting.
       MOVE VMBankAcct TO AEAccount.
       MOVE CheckTotal TO AEAmount.
       MOVE CurrentCheckNum TO AEPayNum.
       MOVE CurrentVendor TO AEVendor.
       MOVE VMName TO AEName.
       WRITE ACHEntryDetail.
       ADD 1 TO ACHWritten.
       ADD CheckTotal TO ACHTotal.
       DIVIDE VMRouting BY 10 GIVING RoutingPrefix.
       ADD RoutingPrefix TO ACHHash.
       MOVE BizDate TO CRDate.
       MOVE CurrentCheckNum TO CRCheckNum.
       MOVE CurrentVendor TO CRVendor.
       MOVE CheckTotal TO CRAmount.
       MOVE "I" TO CRStatus.
       MOVE "E" TO CRMethod.
       WRITE CheckRegisterRecord.
       PERFORM LogPaymentDuty.
       MOVE SPACES TO GLRef.
       STRING "EF" DELIMITED BY SIZE
              CurrentCheckNum DELIMITED BY SIZE
              INTO GLRef.
       PERFORM PostPaymentToGL.

PostPaymentToGL.
       MOVE 2000 TO GLAcct.
       COMPUTE GLDebit = CheckTotal + CheckDisc.
       MOVE 0 TO GLCredit.
       PERFORM PostCheckToGL.
       MOVE 1000 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE CheckTotal TO GLCredit.
       PERFORM PostCheckToGL.
       IF CheckDisc > 0
              MOVE 5300 TO GLAcct
              MOVE 0 TO GLDebit
              MOVE CheckDisc TO GLCredit
              PERFORM PostCheckToGL
       END-IF.

PostCheckToGL.
       MOVE "coboltut77" TO GLSource.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

AssignCheckNumber.
       MOVE 1 TO CurrentCheckNum.
       ELSE
              MOVE "N" TO VoidFound
              MOVE 0 TO VoidAmount
              MOVE 0 TO VoidDisc
              MOVE "N" TO WSEOF
              MOVE 0 TO APVoucherNum
              START APVoucherFile KEY IS GREATER THAN APVoucherNum
                                   IF APPaid AND APCheckNum = VoidCheckNum
                                          MOVE "Y" TO VoidFound
                                          MOVE APVendor TO CurrentVendor
                                          IF APDebitMemo
                                                 SUBTRACT APAmount
                                                        FROM VoidAmount
                                          ELSE
                                                 COMPUTE VoidAmount =
                                                        VoidAmount + APAmount
                                                        - APDiscTaken
                                          END-IF
                                          ADD APDiscTaken TO VoidDisc
                                          MOVE "O" TO APStatus
                                          MOVE 0 TO APCheckNum
                                          MOVE 0 TO APDiscTaken
                                          REWRITE APVoucherRecord
                                                 INVALID KEY DISPLAY
                                                        "Voucher wasn't"
              IF VoidFound = "N"
                     DISPLAY "No paid vouchers carry that check number."
              ELSE
                     PERFORM FindVoidMethod
                     OPEN EXTEND CheckRegisterFile
                     IF WSCheckRegStatus NOT = "00"
                            OPEN OUTPUT CheckRegisterFile
                     MOVE CurrentVendor TO CRVendor
                     MOVE VoidAmount TO CRAmount
                     MOVE "V" TO CRStatus
                     MOVE VoidMethod TO CRMethod
                     WRITE CheckRegisterRecord
                     CLOSE CheckRegisterFile
                     MOVE SPACES TO GLRef
                     STRING "VD" DELIMITED BY SIZE
                            VoidCheckNum DELIMITED BY SIZE
                            INTO GLRef
                     MOVE 1000 TO GLAcct
                     MOVE VoidAmount TO GLDebit
                     MOVE 0 TO GLCredit
                     PERFORM PostCheckToGL
                     IF VoidDisc > 0
                            MOVE 5300 TO GLAcct
                            MOVE VoidDisc TO GLDebit
                            PERFORM PostCheckToGL
                     END-IF
                     MOVE 2000 TO GLAcct
                     MOVE 0 TO GLDebit
                     COMPUTE GLCredit = VoidAmount + VoidDisc
                     PERFORM PostCheckToGL
                     DISPLAY "Check " VoidCheckNum " voided - vouchers"
                            " reopened for the next run."
              END-IF
       END-IF.

FindVoidMethod.
       MOVE "C" TO VoidMethod.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRCheckNum = VoidCheckNum AND
                                      CRIssued AND CRByACH
                                          MOVE "E" TO VoidMethod
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.

LogPaymentDuty.
       MOVE "MENU30" TO DutyFunction.
       MOVE CurrentVendor TO DutyKey.
       CALL "coboltut145log" USING DutyFunction, DutyKey, SignOnID.
