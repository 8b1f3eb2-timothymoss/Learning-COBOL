              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAPCtlStatus.
       SELECT TermsFile ASSIGN TO "Terms.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TMCode
              FILE STATUS IS WSTermsStatus.
       SELECT VendPriceFile ASSIGN TO "VendPrice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VPKey
              FILE STATUS IS WSVendPrcStatus.
DATA DIVISION.
FILE SECTION.
FD VendorFile.
FD APControlFile.
       01 APControlRecord.
              02 NextVoucherNum PIC 9(6).
FD TermsFile.
       COPY TERMS.
FD VendPriceFile.
       COPY VENDPRC.
WORKING-STORAGE SECTION.
       01 WSVendorStatus PIC XX.
       01 WSPOFileStatus PIC XX.
       01 WSAPVchrStatus PIC XX.
       01 WSAPCtlStatus PIC XX.
       01 WSTermsStatus PIC XX.
       01 TermsOpen PIC X VALUE "N".
       01 WSVendPrcStatus PIC XX.
       01 VendPrcOpen PIC X VALUE "N".
       01 PriceOK PIC X.
       01 TermsFound PIC X.
       01 StayOpen PIC X VALUE "Y".
       01 VendorExists PIC X.
       01 Confirm PIC X.
                     03 MTQty PIC 9(5).
                     03 MTPrice PIC 9(5)V99.
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
                     " accounting period - vouchers cannot be posted."
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus NOT = "00"
              DISPLAY "No vendor master (Vendor.dat) - set one up first."
              CLOSE APVoucherFile
              OPEN I-O APVoucherFile
       END-IF.
       OPEN INPUT TermsFile.
       IF WSTermsStatus = "00"
              MOVE "Y" TO TermsOpen
       ELSE
              MOVE "N" TO TermsOpen
       END-IF.
       OPEN INPUT VendPriceFile.
       IF WSVendPrcStatus = "00"
              MOVE "Y" TO VendPrcOpen
       ELSE
              MOVE "N" TO VendPrcOpen
       END-IF.
       DISPLAY "VENDOR INVOICE ENTRY - THREE-WAY MATCH".
       PERFORM UNTIL StayOpen NOT = "Y"
              PERFORM EnterOneInvoice
       CLOSE VendorFile.
       CLOSE PurchOrdFile.
       CLOSE APVoucherFile.
       IF TermsOpen = "Y"
              CLOSE TermsFile
              MOVE "N" TO TermsOpen
       END-IF.
       IF VendPrcOpen = "Y"
              CLOSE VendPriceFile
              MOVE "N" TO VendPrcOpen
       END-IF.
       STOP RUN.

EnterOneInvoice.
              DISPLAY "MISMATCH - PO " EntryPONum " belongs to vendor "
                     POVendor ", not " EntryVendor "."
       ELSE
              IF POPendingApproval
                     ADD 1 TO MismatchCount
                     DISPLAY "MISMATCH - PO " EntryPONum " is still awaiting"
                            " supervisor approval."
              ELSE
                     COMPUTE OpenQty = POQtyReceived - POQtyVouchered
                     IF EntryQty > OpenQty
                            ADD 1 TO MismatchCount
                            DISPLAY "MISMATCH - billed " EntryQty " but only "
                                   OpenQty " received and unbilled on PO "
                                   EntryPONum " line " EntryPOLine "."
                     ELSE
                            MOVE "Y" TO PriceOK
                            IF POUnitCost > 0 AND EntryPrice NOT = POUnitCost
                                   PERFORM CheckVendorPriceList
                            END-IF
                            IF PriceOK NOT = "Y"
                                   ADD 1 TO MismatchCount
                                   DISPLAY "MISMATCH - billed at " EntryPrice
                                          " but the PO cost is " POUnitCost "."
                            ELSE
                                   ADD 1 TO MatchLineCount
                                   MOVE EntryPONum TO MTPONum(MatchLineCount)
                                   MOVE EntryPOLine TO MTPOLine(MatchLineCount)
                                   MOVE EntryQty TO MTQty(MatchLineCount)
                                   MOVE EntryPrice TO MTPrice(MatchLineCount)
                                   COMPUTE MatchedTotal = MatchedTotal
                                          + (EntryQty * EntryPrice)
                                   DISPLAY "Matched - PO " EntryPONum " line "
                                          EntryPOLine " x " EntryQty "."
                                   IF PODropShipLine
                                          DISPLAY "  (drop-shipped to the"
                                                 " customer on order "
                                                 PODropOrder ")"
                                   END-IF
                            END-IF
                     END-IF
              END-IF
       END-IF.

CheckVendorPriceList.
       MOVE "N" TO PriceOK.
       IF VendPrcOpen = "Y"
              MOVE POVendor TO VPVendor
              MOVE POProdName TO VPProdName
              MOVE POSize TO VPSize
              READ VendPriceFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF EntryPrice = VPCost
                                   MOVE "Y" TO PriceOK
                                   DISPLAY "  (PO cost " POUnitCost
                                          " - billed at the vendor price"
                                          " list cost of " VPEffDate ")"
                            END-IF
              END-READ
       END-IF.

SettleInvoice.
       IF MatchLineCount = 0
              DISPLAY "No lines matched - no voucher written."
       MOVE MatchedTotal TO APAmount.
       MOVE "O" TO APStatus.
       MOVE 0 TO APCheckNum.
       MOVE "I" TO APType.
       MOVE MTPONum(1) TO APRefPONum.
       WRITE APVoucherRecord
              INVALID KEY DISPLAY "Voucher number clash - not written."
              NOT INVALID KEY
                     PERFORM UpdateVoucheredQty
                     PERFORM PostVoucherToGL
                     MOVE "MENU29" TO DutyFunction
                     MOVE APVendor TO DutyKey
                     CALL "coboltut145log" USING DutyFunction, DutyKey,
                            SignOnID
                     DISPLAY "Voucher " APVoucherNum " written for "
                            TotDollar ", due " APDueDate "."
                     IF APDiscAmount > 0
                            MOVE APDiscAmount TO TotDollar
                            DISPLAY "Discount of " TotDollar
                                   " available if paid by " APDiscDate "."
                     END-IF
       END-WRITE.

UpdateVoucheredQty.
              END-READ
       END-PERFORM.

PostVoucherToGL.
       MOVE "coboltut76" TO GLSource.
       MOVE SPACES TO GLRef.
       STRING "VO" DELIMITED BY SIZE
              APVoucherNum DELIMITED BY SIZE
              INTO GLRef.
       MOVE 2050 TO GLAcct.
       MOVE APAmount TO GLDebit.
       MOVE 0 TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE 2000 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE APAmount TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

ComputeDueDate.
       MOVE "N" TO TermsFound.
       MOVE 0 TO APDiscDate.
       MOVE 0 TO APDiscAmount.
       MOVE 0 TO APDiscTaken.
       IF TermsOpen = "Y"
              MOVE VMTerms TO TMCode
              READ TermsFile
                     NOT INVALID KEY MOVE "Y" TO TermsFound
              END-READ
       END-IF.
       IF TermsFound = "Y"
              MOVE TMNetDays TO TermDays
              IF TMDiscPct > 0
                     COMPUTE DueDateInt =
                            FUNCTION INTEGER-OF-DATE(EntryInvDate)
                            + TMDiscDays
                     COMPUTE APDiscDate =
                            FUNCTION DATE-OF-INTEGER(DueDateInt)
                     COMPUTE APDiscAmount ROUNDED =
                            MatchedTotal * TMDiscPct / 100
              END-IF
       ELSE
              EVALUATE VMTerms
                     WHEN "NET10" MOVE 10 TO TermDays
                     WHEN "NET15" MOVE 15 TO TermDays
                     WHEN "NET45" MOVE 45 TO TermDays
                     WHEN "NET60" MOVE 60 TO TermDays
                     WHEN OTHER MOVE 30 TO TermDays
              END-EVALUATE
       END-IF.
       COMPUTE DueDateInt =
              FUNCTION INTEGER-OF-DATE(EntryInvDate) + TermDays.
       COMPUTE APDueDate = FUNCTION DATE-OF-INTEGER(DueDateInt).
