       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut140.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CsvFile ASSIGN TO "FreightBill.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCsvStatus.
       SELECT ManifestFile ASSIGN TO "ShipManifest.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MFOrderNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSManifestStatus.
       SELECT CarrierFile ASSIGN TO "Carrier.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CRCode
              FILE STATUS IS WSCarrierStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT TermsFile ASSIGN TO "Terms.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TMCode
              FILE STATUS IS WSTermsStatus.
       SELECT APVoucherFile ASSIGN TO "APVoucher.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS APVoucherNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSAPVchrStatus.
       SELECT APControlFile ASSIGN TO "APControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAPCtlStatus.
       SELECT InvoiceFile ASSIGN TO "Invoice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS InvNumber
              FILE STATUS IS WSInvFileStatus.
       SELECT InvOrderFile ASSIGN TO "InvOrder.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IOKey
              ALTERNATE RECORD KEY IS IOOrderNum
              FILE STATUS IS WSInvOrdStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
DATA DIVISION.
FILE SECTION.
FD CsvFile.
       01 CsvRecord PIC X(80).
FD ManifestFile.
       COPY SHPMAN.
FD CarrierFile.
       COPY CARRIER.
FD VendorFile.
       COPY VENDOR.
FD TermsFile.
       COPY TERMS.
FD APVoucherFile.
       COPY APVCHR.
FD APControlFile.
       01 APControlRecord.
              02 NextVoucherNum PIC 9(6).
FD InvoiceFile.
       COPY INVREC.
FD InvOrderFile.
       COPY INVORD.
FD OrdHeaderFile.
       COPY ORDHDR.
WORKING-STORAGE SECTION.
       01 WSCsvStatus PIC XX.
       01 WSManifestStatus PIC XX.
       01 WSCarrierStatus PIC XX.
       01 CarrierOpen PIC X VALUE "N".
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSTermsStatus PIC XX.
       01 TermsOpen PIC X VALUE "N".
       01 WSAPVchrStatus PIC XX.
       01 WSAPCtlStatus PIC XX.
       01 WSInvFileStatus PIC XX.
       01 WSInvOrdStatus PIC XX.
       01 InvOrdOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSEOF PIC X.
       01 IOEOF PIC X.
       01 FirstLine PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 Confirm PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 PeriodOpen PIC X.
       01 CsvCarrier PIC X(4).
       01 CsvInvoice PIC X(12).
       01 CsvInvDate PIC X(8).
       01 CsvOrderNum PIC X(6).
       01 CsvWeight PIC X(12).
       01 CsvCharge PIC X(12).
       01 BillCarrier PIC X(4).
       01 BillInvoice PIC X(12).
       01 BillInvDate PIC 9(8).
       01 BillVendor PIC X(10).
       01 FBIdx PIC 9(3).
       01 FBScan PIC 9(3).
       01 FBCount PIC 9(3).
       01 FreightBillTable.
              02 FBEntry OCCURS 500 TIMES.
                     03 FBOrderNum PIC 9(6).
                     03 FBBilledWeight PIC 9(7)V99.
                     03 FBBilledCharge PIC 9(7)V99.
                     03 FBOurWeight PIC 9(7)V99.
                     03 FBExpected PIC 9(7)V99.
                     03 FBApproved PIC 9(7)V99.
                     03 FBFlag PIC X(14).
       01 BilledTotal PIC 9(9)V99.
       01 ApprovedTotal PIC 9(9)V99.
       01 OverTotal PIC 9(9)V99.
       01 NoRecordTotal PIC 9(9)V99.
       01 OverCount PIC 9(3).
       01 NoRecordCount PIC 9(3).
       01 WeightCount PIC 9(3).
       01 SkipCount PIC 9(3).
       01 NewVoucherNum PIC 9(6).
       01 DueDateInt PIC 9(8).
       01 TermDays PIC 9(3).
       01 TermsFound PIC X.
       01 WeightEdit PIC ZZZ,ZZ9.99.
       01 MoneyEdit PIC ZZZ,ZZ9.99.
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 WantedMonth PIC 9(6).
       01 MonthDateX PIC X(8).
       01 ShipVia PIC X(4).
       01 FCIdx PIC 99.
       01 FCFound PIC 99.
       01 FCCount PIC 99.
       01 FreightCarrierTable.
              02 FCEntry OCCURS 30 TIMES.
                     03 FCVia PIC X(4).
                     03 FCShipments PIC 9(5).
                     03 FCCustFreight PIC 9(9)V99.
                     03 FCCarrierBilled PIC 9(9)V99.
                     03 FCCarrierPaid PIC 9(9)V99.
       01 RecoveryAmt PIC S9(9)V99.
       01 AmountEdit PIC Z,ZZZ,ZZ9.99.
       01 RecoveryEdit PIC -Z,ZZZ,ZZ9.99.
       01 GrandShipments PIC 9(5).
       01 GrandCust PIC 9(9)V99.
       01 GrandBilled PIC 9(9)V99.
       01 GrandPaid PIC 9(9)V99.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10) VALUE "FRTAUDIT".
       01 GLRef PIC X(10).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CARRIER FREIGHT BILLS"
              DISPLAY "1 : Audit A Carrier Freight Bill"
              DISPLAY "2 : Monthly Freight Recovery Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM AuditFreightBill
                     WHEN 2 PERFORM FreightRecoveryReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       STOP RUN.

AuditFreightBill.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Today's date " BizDate " falls in a CLOSED"
                     " accounting period - freight bills cannot be posted."
       ELSE
              OPEN INPUT CsvFile
              IF WSCsvStatus NOT = "00"
                     DISPLAY "No carrier freight bill (FreightBill.csv)"
                            " to audit."
              ELSE
                     OPEN I-O ManifestFile
                     IF WSManifestStatus NOT = "00"
                            DISPLAY "No shipping manifest history - run the"
                                   " daily manifest first."
                     ELSE
                            OPEN INPUT CarrierFile
                            IF WSCarrierStatus = "00"
                                   MOVE "Y" TO CarrierOpen
                            ELSE
                                   MOVE "N" TO CarrierOpen
                            END-IF
                            PERFORM LoadFreightBill
                            IF FBCount = 0
                                   DISPLAY "The freight bill has no lines."
                            ELSE
                                   PERFORM CheckFreightBill
                                   PERFORM PrintFreightAudit
                                   PERFORM SettleFreightBill
                            END-IF
                            IF CarrierOpen = "Y"
                                   CLOSE CarrierFile
                                   MOVE "N" TO CarrierOpen
                            END-IF
                            CLOSE ManifestFile
                     END-IF
                     CLOSE CsvFile
              END-IF
       END-IF.

LoadFreightBill.
       MOVE 0 TO FBCount.
       MOVE 0 TO SkipCount.
       MOVE SPACES TO BillCarrier.
       MOVE SPACES TO BillInvoice.
       MOVE 0 TO BillInvDate.
       MOVE "Y" TO FirstLine.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ CsvFile
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF FirstLine = "Y"
                                   MOVE "N" TO FirstLine
                            ELSE
                                   PERFORM LoadFreightLine
                            END-IF
              END-READ
       END-PERFORM.

LoadFreightLine.
       MOVE SPACES TO CsvCarrier CsvInvoice CsvInvDate CsvOrderNum
              CsvWeight CsvCharge.
       UNSTRING CsvRecord DELIMITED BY ","
              INTO CsvCarrier, CsvInvoice, CsvInvDate, CsvOrderNum,
                     CsvWeight, CsvCharge
       END-UNSTRING.
       MOVE FUNCTION UPPER-CASE(CsvCarrier) TO CsvCarrier.
       IF BillCarrier = SPACES
              MOVE CsvCarrier TO BillCarrier
              MOVE CsvInvoice TO BillInvoice
              COMPUTE BillInvDate = FUNCTION NUMVAL(CsvInvDate)
       END-IF.
       IF CsvCarrier NOT = BillCarrier OR CsvInvoice NOT = BillInvoice
              ADD 1 TO SkipCount
              DISPLAY "Line for order " CsvOrderNum " belongs to carrier "
                     CsvCarrier " bill " CsvInvoice " - skipped."
       ELSE
              IF FBCount < 500
                     ADD 1 TO FBCount
                     COMPUTE FBOrderNum(FBCount) =
                            FUNCTION NUMVAL(CsvOrderNum)
                     COMPUTE FBBilledWeight(FBCount) =
                            FUNCTION NUMVAL(CsvWeight)
                     COMPUTE FBBilledCharge(FBCount) =
                            FUNCTION NUMVAL(CsvCharge)
                     MOVE 0 TO FBOurWeight(FBCount)
                     MOVE 0 TO FBExpected(FBCount)
                     MOVE 0 TO FBApproved(FBCount)
                     MOVE SPACES TO FBFlag(FBCount)
              ELSE
                     ADD 1 TO SkipCount
                     DISPLAY "Freight bill over 500 lines - order "
                            CsvOrderNum " skipped."
              END-IF
       END-IF.

CheckFreightBill.
       MOVE 0 TO BilledTotal ApprovedTotal OverTotal NoRecordTotal.
       MOVE 0 TO OverCount NoRecordCount WeightCount.
       PERFORM VARYING FBIdx FROM 1 BY 1 UNTIL FBIdx > FBCount
              PERFORM CheckOneShipment
              ADD FBBilledCharge(FBIdx) TO BilledTotal
              ADD FBApproved(FBIdx) TO ApprovedTotal
       END-PERFORM.

CheckOneShipment.
       MOVE "OK" TO FBFlag(FBIdx).
       PERFORM VARYING FBScan FROM 1 BY 1 UNTIL FBScan >= FBIdx
              IF FBOrderNum(FBScan) = FBOrderNum(FBIdx)
                     MOVE "DUPLICATE LINE" TO FBFlag(FBIdx)
              END-IF
       END-PERFORM.
       IF FBFlag(FBIdx) = "OK"
              MOVE FBOrderNum(FBIdx) TO MFOrderNum
              READ ManifestFile
                     INVALID KEY MOVE "NO RECORD" TO FBFlag(FBIdx)
                     NOT INVALID KEY
                            IF MFVia NOT = BillCarrier
                                   MOVE "OTHER CARRIER" TO FBFlag(FBIdx)
                            ELSE
                                   IF MFFrtInvoice NOT = SPACES
                                          MOVE "ALREADY BILLED"
                                                 TO FBFlag(FBIdx)
                                   END-IF
                            END-IF
              END-READ
       END-IF.
       IF FBFlag(FBIdx) = "OK"
              PERFORM RateOneShipment
       ELSE
              ADD 1 TO NoRecordCount
              ADD FBBilledCharge(FBIdx) TO NoRecordTotal
       END-IF.

RateOneShipment.
       MOVE MFWeight TO FBOurWeight(FBIdx).
       MOVE MFExpected TO FBExpected(FBIdx).
       IF MFExpected = 0 AND CarrierOpen = "Y"
              MOVE MFVia TO CRCode
              READ CarrierFile
                     NOT INVALID KEY
                            COMPUTE FBExpected(FBIdx) ROUNDED =
                                   MFWeight * CRRatePerLb
                            IF FBExpected(FBIdx) < CRMinCharge
                                   MOVE CRMinCharge TO FBExpected(FBIdx)
                            END-IF
              END-READ
       END-IF.
       IF FBBilledWeight(FBIdx) > MFWeight
              ADD 1 TO WeightCount
              MOVE "WEIGHT" TO FBFlag(FBIdx)
       END-IF.
       IF FBBilledCharge(FBIdx) > FBExpected(FBIdx)
              ADD 1 TO OverCount
              COMPUTE OverTotal = OverTotal + FBBilledCharge(FBIdx)
                     - FBExpected(FBIdx)
              MOVE FBExpected(FBIdx) TO FBApproved(FBIdx)
              IF FBFlag(FBIdx) = "WEIGHT"
                     MOVE "WEIGHT+OVERCHG" TO FBFlag(FBIdx)
              ELSE
                     MOVE "OVERCHARGE" TO FBFlag(FBIdx)
              END-IF
       ELSE
              MOVE FBBilledCharge(FBIdx) TO FBApproved(FBIdx)
       END-IF.

PrintFreightAudit.
       MOVE "O" TO RptAction.
       MOVE "FreightAudit.prt" TO RptFileName.
       MOVE "CARRIER FREIGHT BILL AUDIT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "CARRIER " DELIMITED BY SIZE
              BillCarrier DELIMITED BY SIZE
              "  BILL " DELIMITED BY SIZE
              BillInvoice DELIMITED BY SIZE
              "  DATED " DELIMITED BY SIZE
              BillInvDate DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       MOVE "ORDER" TO RptLine(1:5).
       MOVE "BILLED LB" TO RptLine(10:9).
       MOVE "OUR LB" TO RptLine(23:6).
       MOVE "BILLED" TO RptLine(35:6).
       MOVE "EXPECTED" TO RptLine(43:8).
       MOVE "APPROVED" TO RptLine(53:8).
       MOVE "RESULT" TO RptLine(63:6).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM VARYING FBIdx FROM 1 BY 1 UNTIL FBIdx > FBCount
              MOVE SPACES TO RptLine
              MOVE FBOrderNum(FBIdx) TO RptLine(1:6)
              MOVE FBBilledWeight(FBIdx) TO WeightEdit
              MOVE WeightEdit TO RptLine(9:10)
              MOVE FBOurWeight(FBIdx) TO WeightEdit
              MOVE WeightEdit TO RptLine(19:10)
              MOVE FBBilledCharge(FBIdx) TO MoneyEdit
              MOVE MoneyEdit TO RptLine(31:10)
              MOVE FBExpected(FBIdx) TO MoneyEdit
              MOVE MoneyEdit TO RptLine(41:10)
              MOVE FBApproved(FBIdx) TO MoneyEdit
              MOVE MoneyEdit TO RptLine(51:10)
              MOVE FBFlag(FBIdx) TO RptLine(63:14)
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-PERFORM.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       MOVE "BILL TOTAL" TO RptLine(1:10).
       MOVE BilledTotal TO MoneyEdit.
       MOVE MoneyEdit TO RptLine(31:10).
       MOVE ApprovedTotal TO MoneyEdit.
       MOVE MoneyEdit TO RptLine(51:10).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE OverTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING OverCount DELIMITED BY SIZE
              " OVERCHARGED SHIPMENT(S) - SHORT-PAID BY " DELIMITED BY SIZE
              FUNCTION TRIM(TotDollar) DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING WeightCount DELIMITED BY SIZE
              " SHIPMENT(S) BILLED AT MORE THAN OUR MANIFEST WEIGHT"
                     DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE NoRecordTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING NoRecordCount DELIMITED BY SIZE
              " SHIPMENT(S) WITH NO MATCHING MANIFEST RECORD - "
                     DELIMITED BY SIZE
              FUNCTION TRIM(TotDollar) DELIMITED BY SIZE
              " NOT PAID" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE BilledTotal TO TotDollar.
       DISPLAY "Carrier " BillCarrier " bill " BillInvoice " for "
              FUNCTION TRIM(TotDollar) " on " FBCount " shipment(s).".
       MOVE ApprovedTotal TO TotDollar.
       DISPLAY "Approved " FUNCTION TRIM(TotDollar) " - " OverCount
              " overcharge(s), " NoRecordCount
              " shipment(s) not on our manifest.".
       DISPLAY "Audit detail written to FreightAudit.prt".

SettleFreightBill.
       IF ApprovedTotal = 0
              DISPLAY "Nothing approved - no voucher written."
       ELSE
              MOVE BillCarrier TO BillVendor
              IF CarrierOpen = "Y"
                     MOVE BillCarrier TO CRCode
                     READ CarrierFile
                            NOT INVALID KEY
                                   IF CRVendor NOT = SPACES
                                          MOVE CRVendor TO BillVendor
                                   END-IF
                     END-READ
              END-IF
              OPEN INPUT VendorFile
              IF WSVendorStatus = "00"
                     MOVE "Y" TO VendorOpen
              ELSE
                     MOVE "N" TO VendorOpen
              END-IF
              MOVE "N" TO Confirm
              IF VendorOpen = "Y"
                     MOVE BillVendor TO VMCode
                     READ VendorFile
                            INVALID KEY
                                   DISPLAY "Vendor " BillVendor " is not on"
                                          " the vendor master - set it up"
                                          " before vouchering."
                            NOT INVALID KEY
                                   MOVE ApprovedTotal TO TotDollar
                                   DISPLAY "Voucher " FUNCTION TRIM(TotDollar)
                                          " to vendor " BillVendor
                                          "? (Y/N) : " WITH NO ADVANCING
                                   ACCEPT Confirm
                     END-READ
              ELSE
                     DISPLAY "No vendor master (Vendor.dat) - no voucher"
                            " written."
              END-IF
              IF Confirm = "Y" OR Confirm = "y"
                     PERFORM WriteFreightVoucher
              ELSE
                     DISPLAY "Voucher not written - the bill can be"
                            " audited again."
              END-IF
              IF VendorOpen = "Y"
                     CLOSE VendorFile
                     MOVE "N" TO VendorOpen
              END-IF
       END-IF.

WriteFreightVoucher.
       OPEN I-O APVoucherFile.
       IF WSAPVchrStatus NOT = "00"
              OPEN OUTPUT APVoucherFile
              CLOSE APVoucherFile
              OPEN I-O APVoucherFile
       END-IF.
       OPEN INPUT TermsFile.
       IF WSTermsStatus = "00"
              MOVE "Y" TO TermsOpen
       ELSE
              MOVE "N" TO TermsOpen
       END-IF.
       PERFORM AssignVoucherNumber.
       MOVE NewVoucherNum TO APVoucherNum.
       MOVE BillVendor TO APVendor.
       MOVE BillInvoice TO APInvoiceNum.
       MOVE BillInvDate TO APInvDate.
       PERFORM ComputeDueDate.
       MOVE ApprovedTotal TO APAmount.
       MOVE "O" TO APStatus.
       MOVE 0 TO APCheckNum.
       MOVE "I" TO APType.
       MOVE 0 TO APRefPONum.
       WRITE APVoucherRecord
              INVALID KEY DISPLAY "Voucher number clash - not written."
              NOT INVALID KEY
                     PERFORM MarkShipmentsBilled
                     PERFORM PostVoucherToGL
                     MOVE ApprovedTotal TO TotDollar
                     DISPLAY "Voucher " APVoucherNum " written for "
                            FUNCTION TRIM(TotDollar) ", due " APDueDate "."
       END-WRITE.
       CLOSE APVoucherFile.
       IF TermsOpen = "Y"
              CLOSE TermsFile
              MOVE "N" TO TermsOpen
       END-IF.

MarkShipmentsBilled.
       PERFORM VARYING FBIdx FROM 1 BY 1 UNTIL FBIdx > FBCount
              IF FBApproved(FBIdx) > 0
                     MOVE FBOrderNum(FBIdx) TO MFOrderNum
                     READ ManifestFile
                            INVALID KEY DISPLAY "Manifest record for order "
                                   FBOrderNum(FBIdx) " disappeared."
                            NOT INVALID KEY
                                   MOVE BillInvoice TO MFFrtInvoice
                                   MOVE BillInvDate TO MFBillDate
                                   MOVE FBBilledWeight(FBIdx)
                                          TO MFBilledWeight
                                   MOVE FBBilledCharge(FBIdx)
                                          TO MFBilledCharge
                                   MOVE FBApproved(FBIdx) TO MFApproved
                                   MOVE APVoucherNum TO MFVoucherNum
                                   REWRITE ShipManifestRecord
                                          INVALID KEY DISPLAY "Order "
                                                 MFOrderNum " not marked"
                                                 " as billed."
                                   END-REWRITE
                     END-READ
              END-IF
       END-PERFORM.

PostVoucherToGL.
       MOVE SPACES TO GLRef.
       STRING "VO" DELIMITED BY SIZE
              APVoucherNum DELIMITED BY SIZE
              INTO GLRef.
       MOVE 6200 TO GLAcct.
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
                            FUNCTION INTEGER-OF-DATE(BillInvDate)
                            + TMDiscDays
                     COMPUTE APDiscDate =
                            FUNCTION DATE-OF-INTEGER(DueDateInt)
                     COMPUTE APDiscAmount ROUNDED =
                            ApprovedTotal * TMDiscPct / 100
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
              FUNCTION INTEGER-OF-DATE(BillInvDate) + TermDays.
       COMPUTE APDueDate = FUNCTION DATE-OF-INTEGER(DueDateInt).

AssignVoucherNumber.
       MOVE 1 TO NewVoucherNum.
       OPEN INPUT APControlFile.
       IF WSAPCtlStatus = "00"
              READ APControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextVoucherNum TO NewVoucherNum
              END-READ
              CLOSE APControlFile
       END-IF.
       OPEN OUTPUT APControlFile.
       COMPUTE NextVoucherNum = NewVoucherNum + 1.
       WRITE APControlRecord.
       CLOSE APControlFile.

FreightRecoveryReport.
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:6) TO WantedMonth.
       DISPLAY "Month (YYYYMM, 0 = this month) : " WITH NO ADVANCING.
       ACCEPT WantedMonth.
       IF WantedMonth = 0
              MOVE BizDateX(1:6) TO WantedMonth
       END-IF.
       MOVE 0 TO FCCount.
       PERFORM CollectCustomerFreight.
       PERFORM CollectCarrierFreight.
       PERFORM PrintFreightRecovery.

CollectCustomerFreight.
       OPEN INPUT InvoiceFile.
       IF WSInvFileStatus NOT = "00"
              DISPLAY "No invoice file - customer freight shown as zero."
       ELSE
              OPEN INPUT InvOrderFile
              IF WSInvOrdStatus = "00"
                     MOVE "Y" TO InvOrdOpen
              ELSE
                     MOVE "N" TO InvOrdOpen
              END-IF
              OPEN INPUT OrdHeaderFile
              IF WSHdrFileStatus = "00"
                     MOVE "Y" TO HdrFileOpen
              ELSE
                     MOVE "N" TO HdrFileOpen
              END-IF
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ InvoiceFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE InvDate TO MonthDateX
                                   IF MonthDateX(1:6) = WantedMonth
                                      AND InvFreight > 0
                                          PERFORM SpreadInvoiceFreight
                                   END-IF
                     END-READ
              END-PERFORM
              IF InvOrdOpen = "Y"
                     CLOSE InvOrderFile
                     MOVE "N" TO InvOrdOpen
              END-IF
              IF HdrFileOpen = "Y"
                     CLOSE OrdHeaderFile
                     MOVE "N" TO HdrFileOpen
              END-IF
              CLOSE InvoiceFile
       END-IF.

SpreadInvoiceFreight.
       IF InvOrderNum > 0
              MOVE InvOrderNum TO OHOrderNum
              PERFORM FindShipVia
              PERFORM FindCarrierBucket
              ADD InvFreight TO FCCustFreight(FCFound)
       ELSE
              IF InvOrdOpen = "Y"
                     MOVE "N" TO IOEOF
                     MOVE InvNumber TO IOInvNumber
                     MOVE 0 TO IOOrderNum
                     START InvOrderFile KEY IS GREATER THAN IOKey
                            INVALID KEY MOVE "Y" TO IOEOF
                     END-START
                     PERFORM UNTIL IOEOF = "Y"
                            READ InvOrderFile NEXT RECORD
                                   AT END MOVE "Y" TO IOEOF
                                   NOT AT END
                                          IF IOInvNumber NOT = InvNumber
                                                 MOVE "Y" TO IOEOF
                                          ELSE
                                                 MOVE IOOrderNum TO OHOrderNum
                                                 PERFORM FindShipVia
                                                 PERFORM FindCarrierBucket
                                                 ADD IOFreight TO
                                                        FCCustFreight(FCFound)
                                          END-IF
                            END-READ
                     END-PERFORM
              END-IF
       END-IF.

FindShipVia.
       MOVE "NONE" TO ShipVia.
       IF HdrFileOpen = "Y"
              READ OrdHeaderFile
                     NOT INVALID KEY
                            IF OHShipVia NOT = SPACES
                                   MOVE OHShipVia TO ShipVia
                            END-IF
              END-READ
       END-IF.

FindCarrierBucket.
       MOVE 0 TO FCFound.
       PERFORM VARYING FCIdx FROM 1 BY 1 UNTIL FCIdx > FCCount
              IF FCVia(FCIdx) = ShipVia
                     MOVE FCIdx TO FCFound
              END-IF
       END-PERFORM.
       IF FCFound = 0
              IF FCCount < 30
                     ADD 1 TO FCCount
                     MOVE FCCount TO FCFound
              ELSE
                     MOVE 30 TO FCFound
                     MOVE "MISC" TO ShipVia
              END-IF
              MOVE ShipVia TO FCVia(FCFound)
              MOVE 0 TO FCShipments(FCFound)
              MOVE 0 TO FCCustFreight(FCFound)
              MOVE 0 TO FCCarrierBilled(FCFound)
              MOVE 0 TO FCCarrierPaid(FCFound)
       END-IF.

CollectCarrierFreight.
       OPEN INPUT ManifestFile.
       IF WSManifestStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ ManifestFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END PERFORM TallyManifest
                     END-READ
              END-PERFORM
              CLOSE ManifestFile
       END-IF.

TallyManifest.
       MOVE MFVia TO ShipVia.
       MOVE MFShipDate TO MonthDateX.
       IF MonthDateX(1:6) = WantedMonth
              PERFORM FindCarrierBucket
              ADD 1 TO FCShipments(FCFound)
       END-IF.
       MOVE MFBillDate TO MonthDateX.
       IF MFFrtInvoice NOT = SPACES AND MonthDateX(1:6) = WantedMonth
              PERFORM FindCarrierBucket
              ADD MFBilledCharge TO FCCarrierBilled(FCFound)
              ADD MFApproved TO FCCarrierPaid(FCFound)
       END-IF.

PrintFreightRecovery.
       MOVE "O" TO RptAction.
       MOVE "FreightRecovery.prt" TO RptFileName.
       MOVE SPACES TO RptTitle.
       STRING "FREIGHT BILLED VS PAID - " DELIMITED BY SIZE
              WantedMonth DELIMITED BY SIZE
              INTO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       MOVE "CARRIER" TO RptLine(1:7).
       MOVE "SHIPMENTS" TO RptLine(10:9).
       MOVE "CUSTOMERS" TO RptLine(23:9).
       MOVE "CARRIER BILL" TO RptLine(34:12).
       MOVE "PAID CARRIER" TO RptLine(48:12).
       MOVE "RECOVERY" TO RptLine(67:8).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE 0 TO GrandShipments GrandCust GrandBilled GrandPaid.
       PERFORM VARYING FCIdx FROM 1 BY 1 UNTIL FCIdx > FCCount
              ADD FCShipments(FCIdx) TO GrandShipments
              ADD FCCustFreight(FCIdx) TO GrandCust
              ADD FCCarrierBilled(FCIdx) TO GrandBilled
              ADD FCCarrierPaid(FCIdx) TO GrandPaid
              MOVE SPACES TO RptLine
              MOVE FCVia(FCIdx) TO RptLine(1:4)
              MOVE FCShipments(FCIdx) TO RptLine(13:5)
              MOVE FCCustFreight(FCIdx) TO AmountEdit
              MOVE AmountEdit TO RptLine(20:12)
              MOVE FCCarrierBilled(FCIdx) TO AmountEdit
              MOVE AmountEdit TO RptLine(34:12)
              MOVE FCCarrierPaid(FCIdx) TO AmountEdit
              MOVE AmountEdit TO RptLine(48:12)
              COMPUTE RecoveryAmt = FCCustFreight(FCIdx)
                     - FCCarrierPaid(FCIdx)
              MOVE RecoveryAmt TO RecoveryEdit
              MOVE RecoveryEdit TO RptLine(62:13)
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-PERFORM.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       MOVE "TOTAL" TO RptLine(1:5).
       MOVE GrandShipments TO RptLine(13:5).
       MOVE GrandCust TO AmountEdit.
       MOVE AmountEdit TO RptLine(20:12).
       MOVE GrandBilled TO AmountEdit.
       MOVE AmountEdit TO RptLine(34:12).
       MOVE GrandPaid TO AmountEdit.
       MOVE AmountEdit TO RptLine(48:12).
       COMPUTE RecoveryAmt = GrandCust - GrandPaid.
       MOVE RecoveryAmt TO RecoveryEdit.
       MOVE RecoveryEdit TO RptLine(62:13).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE RecoveryAmt TO RecoveryEdit.
       DISPLAY "Freight recovered for " WantedMonth " : " RecoveryEdit
              " - see FreightRecovery.prt".
