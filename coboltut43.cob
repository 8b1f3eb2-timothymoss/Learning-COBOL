              ACCESS MODE IS RANDOM
              RECORD KEY IS TXIDNum
              FILE STATUS IS WSTaxExmStatus.
       SELECT EmailOutFile ASSIGN TO "EmailOut.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSEmailStatus.
       SELECT InvOrderFile ASSIGN TO "InvOrder.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IOKey
              ALTERNATE RECORD KEY IS IOOrderNum
              FILE STATUS IS WSInvOrdStatus.
       SELECT CycleSortFile ASSIGN TO "CycleSortWork".
       SELECT ReportFile ASSIGN TO "Invoice.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
       01 DiscTierRecord.
              02 DTThreshold PIC 9(7)V99.
              02 DTRate PIC 9V9999.
FD EmailOutFile.
       COPY EMAILOUT.
FD InvOrderFile.
       COPY INVORD.
SD CycleSortFile.
       01 CycleSortRecord.
              02 CSIDNum PIC 9(6).
              02 CSSalesRep PIC X(3).
              02 CSOrderNum PIC 9(6).
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 WSCarrierStatus PIC XX.
       01 WSDiscTierStatus PIC XX.
       01 WSInvRunStatus PIC XX.
       01 WSEmailStatus PIC XX.
       01 WSInvOrdStatus PIC XX.
       01 DayOfWeek PIC 9.
       01 WeeklyDue PIC X.
       01 MonthlyDue PIC X.
       01 CycleOrder PIC X.
       01 CycleDue PIC X.
       01 CycleDeferred PIC 9(5) VALUE 0.
       01 CycleInvoiced PIC 9(5) VALUE 0.
       01 CycleEOF PIC X.
       01 PrevCycleID PIC 9(6).
       01 PrevCycleRep PIC X(3).
       01 CycleCount PIC 99.
       01 CycleIdx PIC 99.
       01 CycleTable.
              02 CycleEntry OCCURS 50 TIMES.
                     03 COOrderNum PIC 9(6).
                     03 COCustPO PIC X(10).
                     03 COShipVia PIC X(4).
                     03 COSubtotal PIC 9(9)V99.
                     03 CODiscount PIC 9(7)V99.
                     03 COTax PIC 9(7)V99.
                     03 COFreight PIC 9(7)V99.
                     03 CODeposit PIC 9(7)V99.
       01 GroupSubtotal PIC 9(9)V99.
       01 GroupDiscount PIC 9(7)V99.
       01 GroupTax PIC 9(7)V99.
       01 GroupFreight PIC 9(7)V99.
       01 GroupDeposit PIC 9(7)V99.
       01 GroupTaxable PIC 9(9)V99.
       01 GroupExempt PIC 9(9)V99.
       01 GroupExemptCert PIC X(15).
       01 GroupTaxState PIC X(2).
       01 NoCustPO PIC X(10) VALUE SPACES.
       01 SendPaper PIC X.
       01 SendEmail PIC X.
       01 EmailValid PIC X.
       01 EmailedCount PIC 9(5) VALUE 0.
       01 FallbackCount PIC 9(5) VALUE 0.
       01 DocRef PIC X(10).
       01 EmailRecType PIC X.
       01 EInvAction PIC X.
       01 EInvResend PIC X VALUE "N".
       01 EInvCount PIC 9(5) VALUE 0.
       01 EInvSent PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).
       01 RestartMode PIC X VALUE "N".
       01 ResumeAfterOrder PIC 9(6) VALUE 0.
       01 RestartSkipped PIC 9(5) VALUE 0.
       01 DupSkipped PIC 9(5) VALUE 0.
       01 AlreadyInvoiced PIC X.
       01 DropPending PIC X.
       01 ScanEOF PIC X.
       01 ErrProgram PIC X(16).
       01 ErrFile PIC X(14).
       01 WorkTaxRate PIC 9V9999 VALUE 0.0700.
       01 OrderTaxRate PIC 9V9999.
       01 TaxExemptFlag PIC X.
       01 OrderTaxState PIC X(2).
       01 OrderExemptCert PIC X(15).
       01 CustOnFile PIC X.
       01 PeriodOpen PIC X.
       01 JrnFile PIC X(12).
       01 DepDollar PIC $$$,$$$,$$9.99.
       01 DueDollar PIC $$$,$$$,$$9.99.
       01 AmountDue PIC S9(9)V99.
       01 TermsCode PIC X(10).
       01 TermsDueDate PIC 9(8).
       01 TermsDiscDate PIC 9(8).
       01 TermsDiscAmt PIC 9(7)V99.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 AnalUnits PIC 9(7).
       01 AnalAmount PIC 9(9)V99.
       01 TotalUnits PIC 9(7).
       01 TrackCount PIC 99.
       01 TrackIdx PIC 99.
       01 TrackList.
              02 TTrackNum PIC X(30) OCCURS 10 TIMES.

PROCEDURE DIVISION.
MainPara.
                     " applies to every state."
       END-IF.
       OPEN INPUT TaxExemptFile.
       OPEN I-O InvOrderFile.
       IF WSInvOrdStatus NOT = "00"
              OPEN OUTPUT InvOrderFile
              CLOSE InvOrderFile
              OPEN I-O InvOrderFile
       END-IF.
       PERFORM SetCycleDue.
       PERFORM ReadInvControl.
       PERFORM ReadRunControl.
       PERFORM LoadDiscountTiers.
       OPEN OUTPUT ReportFile.
       PERFORM OpenDelivery.
       MOVE "O" TO EInvAction.
       CALL "coboltut128inv" USING EInvAction, InvoiceRecord, OHCustPO,
              TermsCode, TermsDueDate, EInvResend, EInvCount, EInvSent.
       PERFORM UNTIL WSEOF = "Y"
              READ OrdHeaderFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       IF WeeklyDue = "Y" OR MonthlyDue = "Y"
              PERFORM BillCycleCustomers
       END-IF.
       PERFORM WriteInvControl.
       PERFORM MarkRunComplete.
       PERFORM CloseDelivery.
       MOVE "C" TO EInvAction.
       CALL "coboltut128inv" USING EInvAction, InvoiceRecord, OHCustPO,
              TermsCode, TermsDueDate, EInvResend, EInvCount, EInvSent.
       IF RestartMode = "Y"
              PERFORM PrintRecoverySummary
       END-IF.
       CLOSE OrdDetailFile.
       CLOSE CustomerFile.
       CLOSE InvoiceFile.
       CLOSE InvOrderFile.
       IF WSProdFileStatus = "00"
              CLOSE ProductFile
       END-IF.
       CLOSE ReportFile.
       DISPLAY "INVOICING COMPLETE".
       DISPLAY "Invoices produced : " InvoicedCount.
       IF CycleInvoiced > 0 OR CycleDeferred > 0
              DISPLAY "Consolidated invoices : " CycleInvoiced
                     "   cycle orders held for a later cycle : "
                     CycleDeferred
       END-IF.
       DISPLAY "Printed to Invoice.prt".
       DISPLAY "Emailed : " EmailedCount "   fell back to paper : "
              FallbackCount " - see InvDelivery.prt".
       IF EInvCount > 0
              DISPLAY "Electronic invoices : " EInvCount
                     " - see EInvoice.dat"
       END-IF.
       STOP RUN.

ReadInvControl.
                     DISPLAY "Order " OHOrderNum " already carries an"
                            " invoice - skipped by the restart."
              ELSE
                     PERFORM CheckDropShipPending
                     IF DropPending = "Y"
                            DISPLAY "Order " OHOrderNum " is waiting on"
                                   " vendor drop-ship confirmation - not"
                                   " invoiced yet."
                     ELSE
                            PERFORM CheckBillCycle
                            IF CycleOrder = "Y"
                                   IF CycleDue NOT = "Y"
                                          ADD 1 TO CycleDeferred
                                   END-IF
                            ELSE
                                   PERFORM InvoiceOneOrder
                            END-IF
                     END-IF
              END-IF
       END-IF.

SetCycleDue.
       COMPUTE DayOfWeek = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE(BizDate), 7).
       IF DayOfWeek = 5
              MOVE "Y" TO WeeklyDue
       ELSE
              MOVE "N" TO WeeklyDue
       END-IF.
       CALL "coboltut25monthend" USING BizDate, MonthlyDue.

CheckBillCycle.
       MOVE "N" TO CycleOrder.
       MOVE "N" TO CycleDue.
       MOVE OHIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF BillWeekly OR BillMonthly
                            MOVE "Y" TO CycleOrder
                     END-IF
                     IF (BillWeekly AND WeeklyDue = "Y") OR
                        (BillMonthly AND MonthlyDue = "Y")
                            MOVE "Y" TO CycleDue
                     END-IF
       END-READ.

CheckDropShipPending.
       MOVE "N" TO DropPending.
       MOVE "N" TO DtlEOF.
       MOVE OHOrderNum TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = OHOrderNum
                                   IF ODDropShip
                                          MOVE "Y" TO DropPending
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

ReadRunControl.
       OPEN INPUT InvRunCtlFile.
       IF WSInvRunStatus = "00"
              MOVE OHDeposit TO InvDeposit
              MOVE InvoiceTotal TO InvTotal
              MOVE OHSalesRep TO InvSalesRep
              MOVE OrderTaxState TO InvTaxState
              IF TaxExemptFlag = "Y"
                     MOVE 0 TO InvTaxable
                     MOVE NetSubtotal TO InvExempt
                     MOVE OrderExemptCert TO InvExemptCert
              ELSE
                     MOVE NetSubtotal TO InvTaxable
                     MOVE 0 TO InvExempt
                     MOVE SPACES TO InvExemptCert
              END-IF
              WRITE InvoiceRecord
                     INVALID KEY DISPLAY "Invoice number clash - order skipped."
                     NOT INVALID KEY
                            ADD 1 TO CurrentInvNum
                            ADD 1 TO InvoicedCount
                            PERFORM PrintInvoice
                            MOVE "I" TO EInvAction
                            CALL "coboltut128inv" USING EInvAction,
                                   InvoiceRecord, OHCustPO, TermsCode,
                                   TermsDueDate, EInvResend, EInvCount,
                                   EInvSent
                            PERFORM PostToAR
                            PERFORM PostToGL
                            PERFORM PostSalesAnalysis
              END-WRITE
       END-IF.

BillCycleCustomers.
       PERFORM ClearCycleGroup.
       SORT CycleSortFile ON ASCENDING KEY CSIDNum CSSalesRep CSOrderNum
              INPUT PROCEDURE IS ReleaseCycleOrders
              OUTPUT PROCEDURE IS InvoiceCycleGroups.

ReleaseCycleOrders.
       MOVE "N" TO CycleEOF.
       MOVE 0 TO OHOrderNum.
       START OrdHeaderFile KEY IS NOT LESS THAN OHOrderNum
              INVALID KEY MOVE "Y" TO CycleEOF
       END-START.
       PERFORM UNTIL CycleEOF = "Y"
              READ OrdHeaderFile NEXT RECORD
                     AT END MOVE "Y" TO CycleEOF
                     NOT AT END
                            IF OHShipped OR OHPartial
                                   PERFORM ConsiderCycleOrder
                            END-IF
              END-READ
       END-PERFORM.

ConsiderCycleOrder.
       PERFORM CheckBillCycle.
       IF CycleDue = "Y"
              PERFORM CheckDropShipPending
              MOVE "N" TO AlreadyInvoiced
              MOVE OHOrderNum TO IOOrderNum
              READ InvOrderFile KEY IS IOOrderNum
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE "Y" TO AlreadyInvoiced
                            ADD 1 TO DupSkipped
                            DISPLAY "Order " OHOrderNum " is already on"
                                   " invoice " IOInvNumber " - skipped."
              END-READ
              IF DropPending = "N" AND AlreadyInvoiced = "N"
                     MOVE OHIDNum TO CSIDNum
                     MOVE OHSalesRep TO CSSalesRep
                     MOVE OHOrderNum TO CSOrderNum
                     RELEASE CycleSortRecord
              END-IF
       END-IF.

InvoiceCycleGroups.
       MOVE "N" TO CycleEOF.
       MOVE 0 TO PrevCycleID.
       MOVE SPACES TO PrevCycleRep.
       PERFORM UNTIL CycleEOF = "Y"
              RETURN CycleSortFile
                     AT END
                            MOVE "Y" TO CycleEOF
                            PERFORM InvoiceCycleGroup
                     NOT AT END
                            IF CSIDNum NOT = PrevCycleID OR
                               CSSalesRep NOT = PrevCycleRep OR
                               CycleCount = 50
                                   PERFORM InvoiceCycleGroup
                                   MOVE CSIDNum TO PrevCycleID
                                   MOVE CSSalesRep TO PrevCycleRep
                            END-IF
                            PERFORM AddCycleOrder
              END-RETURN
       END-PERFORM.

AddCycleOrder.
       MOVE CSOrderNum TO OHOrderNum.
       READ OrdHeaderFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 0 TO Subtotal
                     MOVE 0 TO OrderWeight
                     PERFORM SumOrderLines
                     IF Subtotal = 0
                            DISPLAY "Order " OHOrderNum " has no billable"
                                   " lines - skipped."
                     ELSE
                            PERFORM AddCycleEntry
                     END-IF
       END-READ.

AddCycleEntry.
       PERFORM GetVolumeDiscount.
       COMPUTE NetSubtotal = Subtotal - DiscountAmount.
       PERFORM GetTaxRate.
       IF TaxExemptFlag = "Y"
              MOVE 0 TO TaxAmount
       ELSE
              COMPUTE TaxAmount ROUNDED = NetSubtotal * OrderTaxRate
       END-IF.
       PERFORM GetFreightCharge.
       ADD 1 TO CycleCount.
       MOVE OHOrderNum TO COOrderNum(CycleCount).
       MOVE OHCustPO TO COCustPO(CycleCount).
       MOVE OHShipVia TO COShipVia(CycleCount).
       MOVE Subtotal TO COSubtotal(CycleCount).
       MOVE DiscountAmount TO CODiscount(CycleCount).
       MOVE TaxAmount TO COTax(CycleCount).
       MOVE FreightAmount TO COFreight(CycleCount).
       MOVE OHDeposit TO CODeposit(CycleCount).
       ADD Subtotal TO GroupSubtotal.
       ADD DiscountAmount TO GroupDiscount.
       ADD TaxAmount TO GroupTax.
       ADD FreightAmount TO GroupFreight.
       ADD OHDeposit TO GroupDeposit.
       MOVE OrderTaxState TO GroupTaxState.
       IF TaxExemptFlag = "Y"
              ADD NetSubtotal TO GroupExempt
              MOVE OrderExemptCert TO GroupExemptCert
       ELSE
              ADD NetSubtotal TO GroupTaxable
       END-IF.

InvoiceCycleGroup.
       IF CycleCount > 0
              COMPUTE NetSubtotal = GroupSubtotal - GroupDiscount
              COMPUTE InvoiceTotal = NetSubtotal + GroupTax + GroupFreight
              MOVE CurrentInvNum TO InvNumber
              MOVE 0 TO InvOrderNum
              MOVE PrevCycleID TO InvIDNum
              MOVE WSToday TO InvDate
              MOVE GroupSubtotal TO InvSubtotal
              MOVE GroupDiscount TO InvDiscount
              MOVE GroupTax TO InvTax
              MOVE GroupFreight TO InvFreight
              MOVE GroupDeposit TO InvDeposit
              MOVE InvoiceTotal TO InvTotal
              MOVE PrevCycleRep TO InvSalesRep
              MOVE GroupTaxState TO InvTaxState
              MOVE GroupTaxable TO InvTaxable
              MOVE GroupExempt TO InvExempt
              MOVE GroupExemptCert TO InvExemptCert
              WRITE InvoiceRecord
                     INVALID KEY DISPLAY "Invoice number clash - cycle"
                            " invoice for customer " PrevCycleID " skipped."
                     NOT INVALID KEY PERFORM PostCycleInvoice
              END-WRITE
       END-IF.
       PERFORM ClearCycleGroup.

PostCycleInvoice.
       ADD 1 TO CurrentInvNum.
       ADD 1 TO InvoicedCount.
       ADD 1 TO CycleInvoiced.
       PERFORM VARYING CycleIdx FROM 1 BY 1 UNTIL CycleIdx > CycleCount
              PERFORM WriteCycleLink
       END-PERFORM.
       PERFORM PrintInvoiceHead.
       PERFORM VARYING CycleIdx FROM 1 BY 1 UNTIL CycleIdx > CycleCount
              PERFORM PrintCycleOrder
       END-PERFORM.
       PERFORM PrintInvoiceFoot.
       MOVE "I" TO EInvAction.
       CALL "coboltut128inv" USING EInvAction, InvoiceRecord, NoCustPO,
              TermsCode, TermsDueDate, EInvResend, EInvCount, EInvSent.
       PERFORM PostToAR.
       PERFORM PostToGL.
       MOVE 0 TO TotalUnits.
       PERFORM VARYING CycleIdx FROM 1 BY 1 UNTIL CycleIdx > CycleCount
              MOVE COOrderNum(CycleIdx) TO OHOrderNum
              PERFORM PostSalesLines
       END-PERFORM.
       MOVE GroupSubtotal TO Subtotal.
       PERFORM PostSalesTotals.
       PERFORM VARYING CycleIdx FROM 1 BY 1 UNTIL CycleIdx > CycleCount
              PERFORM MarkCycleOrder
       END-PERFORM.

WriteCycleLink.
       MOVE InvNumber TO IOInvNumber.
       MOVE COOrderNum(CycleIdx) TO IOOrderNum.
       MOVE COCustPO(CycleIdx) TO IOCustPO.
       MOVE InvSalesRep TO IOSalesRep.
       MOVE COSubtotal(CycleIdx) TO IOSubtotal.
       MOVE CODiscount(CycleIdx) TO IODiscount.
       MOVE COTax(CycleIdx) TO IOTax.
       MOVE COFreight(CycleIdx) TO IOFreight.
       MOVE CODeposit(CycleIdx) TO IODeposit.
       WRITE InvOrderRecord
              INVALID KEY DISPLAY "Order " IOOrderNum " is already on"
                     " a consolidated invoice."
       END-WRITE.

PrintCycleOrder.
       MOVE COSubtotal(CycleIdx) TO ExtDollar.
       MOVE SPACES TO ReportLine.
       STRING "  ORDER " DELIMITED BY SIZE
              COOrderNum(CycleIdx) DELIMITED BY SIZE
              "  YOUR PO " DELIMITED BY SIZE
              COCustPO(CycleIdx) DELIMITED BY SIZE
              "  GOODS " DELIMITED BY SIZE
              ExtDollar DELIMITED BY SIZE
              INTO ReportLine.
       PERFORM WriteInvoiceLine.
       MOVE COOrderNum(CycleIdx) TO OHOrderNum.
       PERFORM PrintInvoiceLines.
       IF CODiscount(CycleIdx) > 0
              MOVE CODiscount(CycleIdx) TO DiscDollar
              MOVE SPACES TO ReportLine
              STRING "   VOLUME DISCOUNT " DELIMITED BY SIZE
                     DiscDollar DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-IF.
       IF COFreight(CycleIdx) > 0
              MOVE COFreight(CycleIdx) TO FrtDollar
              MOVE SPACES TO ReportLine
              STRING "   SHIP VIA " DELIMITED BY SIZE
                     COShipVia(CycleIdx) DELIMITED BY SIZE
                     "  FREIGHT " DELIMITED BY SIZE
                     FrtDollar DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-IF.

MarkCycleOrder.
       MOVE COOrderNum(CycleIdx) TO OHOrderNum.
       READ OrdHeaderFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE "I" TO OHStatus
                     REWRITE OrderHeader
                            INVALID KEY DISPLAY "Order " OHOrderNum
                                   " wasn't marked invoiced."
                            NOT INVALID KEY PERFORM JournalOrdHeader
                     END-REWRITE
       END-READ.

ClearCycleGroup.
       MOVE 0 TO CycleCount.
       MOVE 0 TO GroupSubtotal.
       MOVE 0 TO GroupDiscount.
       MOVE 0 TO GroupTax.
       MOVE 0 TO GroupFreight.
       MOVE 0 TO GroupDeposit.
       MOVE 0 TO GroupTaxable.
       MOVE 0 TO GroupExempt.
       MOVE SPACES TO GroupExemptCert.
       MOVE SPACES TO GroupTaxState.

JournalOrdHeader.
       MOVE "OrdHeader" TO JrnFile.
       MOVE "R" TO JrnOp.
GetTaxRate.
       MOVE WorkTaxRate TO OrderTaxRate.
       MOVE "N" TO TaxExemptFlag.
       MOVE SPACES TO OrderTaxState.
       MOVE SPACES TO OrderExemptCert.
       MOVE "Y" TO CustOnFile.
       MOVE OHIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY MOVE "N" TO CustOnFile
       END-READ.
       IF CustOnFile = "Y"
              MOVE StateCode TO OrderTaxState
              IF WSTaxJurStatus = "00"
                     MOVE StateCode TO TJStateCode
                     READ TaxJurFile
                            NOT INVALID KEY
                                   IF TXExpiryDate >= WSToday
                                          MOVE "Y" TO TaxExemptFlag
                                          MOVE TXCertNumber TO
                                                 OrderExemptCert
                                   END-IF
                     END-READ
              END-IF
       END-PERFORM.

PrintInvoice.
       PERFORM PrintInvoiceHead.
       PERFORM PrintInvoiceLines.
       PERFORM PrintInvoiceFoot.

PrintInvoiceHead.
       MOVE "Y" TO SendPaper.
       MOVE "N" TO SendEmail.
       MOVE InvIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY MOVE "CUSTOMER NOT ON FILE" TO DisplayName
              NOT INVALID KEY
                     PERFORM BuildDisplayName
                     PERFORM ChooseDelivery
       END-READ.
       MOVE SPACES TO ReportLine.
       PERFORM WriteInvoiceLine.
       MOVE SPACES TO ReportLine.
       IF InvOrderNum = 0
              STRING "INVOICE " DELIMITED BY SIZE
                     InvNumber DELIMITED BY SIZE
                     "  DATE " DELIMITED BY SIZE
                     InvDate DELIMITED BY SIZE
                     "  CONSOLIDATED - " DELIMITED BY SIZE
                     CycleCount DELIMITED BY SIZE
                     " ORDERS  REP " DELIMITED BY SIZE
                     InvSalesRep DELIMITED BY SIZE
                     INTO ReportLine
       ELSE
              STRING "INVOICE " DELIMITED BY SIZE
                     InvNumber DELIMITED BY SIZE
                     "  DATE " DELIMITED BY SIZE
                     InvDate DELIMITED BY SIZE
                     "  ORDER " DELIMITED BY SIZE
                     InvOrderNum DELIMITED BY SIZE
                     "  REP " DELIMITED BY SIZE
                     InvSalesRep DELIMITED BY SIZE
                     INTO ReportLine
       END-IF.
       PERFORM WriteInvoiceLine.
       MOVE SPACES TO ReportLine.
       STRING "BILL TO : " DELIMITED BY SIZE
              InvIDNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DisplayName DELIMITED BY SIZE
              INTO ReportLine.
       PERFORM WriteInvoiceLine.

PrintInvoiceFoot.
       IF InvDiscount > 0
              MOVE InvDiscount TO DiscDollar
              MOVE SPACES TO ReportLine
                     DiscDollar DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-IF.
       IF InvFreight > 0
              MOVE InvFreight TO FrtDollar
              MOVE SPACES TO ReportLine
              IF InvOrderNum = 0
                     STRING "   FREIGHT " DELIMITED BY SIZE
                            FrtDollar DELIMITED BY SIZE
                            INTO ReportLine
              ELSE
                     STRING "   SHIP VIA " DELIMITED BY SIZE
                            OHShipVia DELIMITED BY SIZE
                            "  FREIGHT " DELIMITED BY SIZE
                            FrtDollar DELIMITED BY SIZE
                            INTO ReportLine
              END-IF
              PERFORM WriteInvoiceLine
       END-IF.
       MOVE InvSubtotal TO SubDollar.
       MOVE InvTax TO TaxDollar.
              "   TOTAL " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO ReportLine.
       PERFORM WriteInvoiceLine.
       IF InvDeposit > 0
              MOVE InvDeposit TO DepDollar
              COMPUTE AmountDue = InvTotal - InvDeposit
                     "-   AMOUNT DUE " DELIMITED BY SIZE
                     DueDollar DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-IF.
       MOVE InvoiceTotal TO PostAmount.
       CALL "coboltut8terms" USING InvIDNum, InvDate, PostAmount,
              TermsCode, TermsDueDate, TermsDiscDate, TermsDiscAmt.
       MOVE SPACES TO ReportLine.
       IF TermsCode = SPACES
              STRING "   TERMS DUE ON RECEIPT  DUE DATE " DELIMITED BY SIZE
                     TermsDueDate DELIMITED BY SIZE
                     INTO ReportLine
       ELSE
              STRING "   TERMS " DELIMITED BY SIZE
                     TermsCode DELIMITED BY SIZE
                     "  DUE DATE " DELIMITED BY SIZE
                     TermsDueDate DELIMITED BY SIZE
                     INTO ReportLine
       END-IF.
       PERFORM WriteInvoiceLine.
       IF TermsDiscAmt > 0
              MOVE TermsDiscAmt TO DiscDollar
              MOVE SPACES TO ReportLine
              STRING "   DEDUCT " DELIMITED BY SIZE
                     DiscDollar DELIMITED BY SIZE
                     " IF PAID BY " DELIMITED BY SIZE
                     TermsDiscDate DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-IF.
       IF SendEmail = "Y"
              MOVE SPACES TO ReportLine
              MOVE "E" TO EmailRecType
              PERFORM WriteEmailBody
       END-IF.

ChooseDelivery.
       IF NOT DeliverByPaper
              CALL "coboltut15emchk" USING Email, EmailValid
              MOVE SPACES TO DocRef
              STRING "IN" DELIMITED BY SIZE
                     InvNumber DELIMITED BY SIZE
                     INTO DocRef
              MOVE SPACES TO RptLine
              MOVE IDNum TO RptLine(1:6)
              MOVE DisplayName TO RptLine(8:24)
              MOVE DocRef TO RptLine(33:10)
              IF EmailValid = "Y" AND WSEmailStatus = "00"
                     MOVE "Y" TO SendEmail
                     IF DeliverByEmail
                            MOVE "N" TO SendPaper
                            MOVE "EMAIL" TO RptLine(44:5)
                     ELSE
                            MOVE "BOTH" TO RptLine(44:4)
                     END-IF
                     MOVE Email TO RptLine(50:30)
                     ADD 1 TO EmailedCount
                     MOVE SPACES TO EmailOutRecord
                     MOVE "H" TO EORecType
                     MOVE IDNum TO EOIDNum
                     MOVE "INV" TO EODocType
                     MOVE DocRef TO EODocRef
                     MOVE Email TO EOAddress
                     STRING "INVOICE " DELIMITED BY SIZE
                            InvNumber DELIMITED BY SIZE
                            " FROM MOSS CLOTHING SUPPLY" DELIMITED BY SIZE
                            INTO EOSubject
                     WRITE EmailOutRecord
              ELSE
                     MOVE "PAPER" TO RptLine(44:5)
                     IF Email = SPACES
                            MOVE "NO ADDRESS ON FILE" TO RptLine(50:18)
                     ELSE
                            MOVE "BAD ADDRESS " TO RptLine(50:12)
                            MOVE Email TO RptLine(62:19)
                     END-IF
                     ADD 1 TO FallbackCount
              END-IF
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.

WriteInvoiceLine.
       IF SendPaper = "Y"
              WRITE ReportLine
       END-IF.
       IF SendEmail = "Y"
              MOVE "L" TO EmailRecType
              PERFORM WriteEmailBody
       END-IF.

WriteEmailBody.
       MOVE SPACES TO EmailOutRecord.
       MOVE EmailRecType TO EORecType.
       MOVE InvIDNum TO EOIDNum.
       MOVE "INV" TO EODocType.
       MOVE DocRef TO EODocRef.
       MOVE ReportLine TO EOText.
       WRITE EmailOutRecord.

OpenDelivery.
       OPEN EXTEND EmailOutFile.
       IF WSEmailStatus NOT = "00"
              OPEN OUTPUT EmailOutFile
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "InvDelivery.prt" TO RptFileName.
       MOVE "INVOICE DELIVERY REGISTER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "ID     CUSTOMER                 DOCUMENT   SENT  ADDRESS"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

CloseDelivery.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "EMAILED : " DELIMITED BY SIZE
              EmailedCount DELIMITED BY SIZE
              "   FELL BACK TO PAPER : " DELIMITED BY SIZE
              FallbackCount DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF WSEmailStatus = "00"
              CLOSE EmailOutFile
       END-IF.

PrintInvoiceLines.
       MOVE "N" TO DtlEOF.
                                                 "  " DELIMITED BY SIZE
                                                 ExtDollar DELIMITED BY SIZE
                                                 INTO ReportLine
                                          PERFORM WriteInvoiceLine
                                          IF ODCustItem NOT = SPACES
                                                 MOVE SPACES TO ReportLine
                                                 STRING "      YOUR ITEM "
                                                        DELIMITED BY SIZE
                                                        ODCustItem
                                                        DELIMITED BY SIZE
                                                        INTO ReportLine
                                                 PERFORM WriteInvoiceLine
                                          END-IF
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.
       CALL "coboltut141trk" USING OHOrderNum, TrackCount, TrackList.
       PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackCount
              MOVE SPACES TO ReportLine
              STRING "   TRACKING " DELIMITED BY SIZE
                     TTrackNum(TrackIdx) DELIMITED BY SIZE
                     INTO ReportLine
              PERFORM WriteInvoiceLine
       END-PERFORM.

PostToGL.
       MOVE "coboltut43" TO GLSource.
PostSalesAnalysis.
       MOVE 0 TO TotalUnits.
       PERFORM PostSalesLines.
       PERFORM PostSalesTotals.

PostSalesTotals.
       MOVE "C" TO AnalType.
       MOVE SPACES TO AnalCode.
       MOVE InvIDNum TO AnalCode(1:6).
