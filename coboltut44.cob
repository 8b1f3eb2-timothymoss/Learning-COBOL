              RECORD KEY IS RMANum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRmaStatus.
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
       SELECT CMControlFile ASSIGN TO "CMControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
FD ProductFile.
       COPY PRODREC.
FD CMemoFile.
       COPY CMEMO.
FD RmaFile.
       COPY RMAREC.
FD InvoiceFile.
       COPY INVREC.
FD InvOrderFile.
       COPY INVORD.
FD CMControlFile.
       01 CMControlRecord.
              02 NextCMNum PIC 9(6).
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSCMFileStatus PIC XX.
       01 WSCMCtlStatus PIC XX.
       01 WSInvFileStatus PIC XX.
       01 InvFileOpen PIC X VALUE "N".
       01 WSInvOrdStatus PIC XX.
       01 InvOrdOpen PIC X VALUE "N".
       01 AuditFileStatus PIC XX.
       01 WSProdAuditStatus PIC XX.
       01 WSReportStatus PIC XX.
       01 ReturnableQty PIC 9(3).
       01 CMEOF PIC X.
       01 CreditAmount PIC 9(8)V99.
       01 CreditTax PIC 9(7)V99.
       01 CreditTotal PIC 9(8)V99.
       01 CreditTaxState PIC X(2).
       01 CreditTaxable PIC 9(8)V99.
       01 CreditExempt PIC 9(8)V99.
       01 InvFound PIC X.
       01 InvEOF PIC X.
       01 TaxDollar PIC $$$,$$$,$$9.99.
       01 CurrentCMNum PIC 9(6) VALUE 1.
       01 WSToday PIC 9(8).
       01 BizDate PIC 9(8).
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5000.
       01 CommRep PIC X(3).
       01 CommBase PIC 9(9)V99.
       01 IsSerialized PIC X.
       01 SerialsOK PIC X.
       01 SerIdx PIC 9(3).
       01 SerTaken PIC 9(3).
       01 SerDup PIC X.
       01 SerialTable.
              02 SerialEntry PIC X(20) OCCURS 99 TIMES.
       01 SerAction PIC X.
       01 SerNumInput PIC X(20).
       01 SerRef PIC X(10).
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).

PROCEDURE DIVISION.
StartPara.
              CLOSE ProductFile
              STOP RUN
       END-IF.
       OPEN INPUT InvoiceFile.
       IF WSInvFileStatus = "00"
              MOVE "Y" TO InvFileOpen
       ELSE
              MOVE "N" TO InvFileOpen
       END-IF.
       OPEN INPUT InvOrderFile.
       IF WSInvOrdStatus = "00"
              MOVE "Y" TO InvOrdOpen
       ELSE
              MOVE "N" TO InvOrdOpen
       END-IF.
       OPEN I-O CMemoFile.
       IF WSCMFileStatus NOT = "00"
              OPEN OUTPUT CMemoFile
       IF WSReportStatus NOT = "00"
              OPEN OUTPUT ReportFile
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       PERFORM ReadCMControl.
       PERFORM UNTIL StayOpen NOT = "Y"
              PERFORM TakeReturn
       CLOSE ProductFile.
       CLOSE CMemoFile.
       CLOSE RmaFile.
       IF InvFileOpen = "Y"
              CLOSE InvoiceFile
              MOVE "N" TO InvFileOpen
       END-IF.
       IF InvOrdOpen = "Y"
              CLOSE InvOrderFile
              MOVE "N" TO InvOrdOpen
       END-IF.
       CLOSE AuditFile.
       CLOSE ProdAuditFile.
       CLOSE ReportFile.
                            " - return cancelled."
              ELSE
                     PERFORM CheckRma
                     IF RmaOK = "Y"
                            PERFORM CollectReturnSerials
                     END-IF
                     IF RmaOK NOT = "Y"
                            DISPLAY "Return refused - no open RMA"
                                   " covers these goods."
                     ELSE
                     IF SerialsOK NOT = "Y"
                            DISPLAY "Return refused - the serial numbers"
                                   " were not verified."
                     ELSE
                            COMPUTE CreditAmount = ODUnitPrice * ReturnQty
                            PERFORM GetInvoiceTax
                            PERFORM RestockReturn
                            PERFORM PostARCredit
                            PERFORM ChargeBackCommission
                            PERFORM WriteCreditMemo
                            IF IsSerialized = "Y"
                                   PERFORM ReturnSerialsToStock
                            END-IF
                            PERFORM UseUpRma
                     END-IF
                     END-IF
              END-IF
              END-IF
              END-IF
                     END-EVALUATE
       END-READ.

CollectReturnSerials.
       MOVE "Y" TO SerialsOK.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       MOVE SerResult TO IsSerialized.
       IF IsSerialized = "Y" AND ReturnQty > 99
              DISPLAY "Serialized returns are limited to 99 units per memo."
              MOVE "N" TO SerialsOK
       END-IF.
       IF IsSerialized = "Y" AND SerialsOK = "Y"
              DISPLAY "Enter the serial number of each unit returned"
                     " (Enter = abandon)."
              MOVE 0 TO SerTaken
              PERFORM UNTIL SerTaken >= ReturnQty OR SerialsOK = "N"
                     MOVE SPACES TO SerNumInput
                     DISPLAY "Serial number : " WITH NO ADVANCING
                     ACCEPT SerNumInput
                     IF SerNumInput = SPACES
                            MOVE "N" TO SerialsOK
                     ELSE
                            PERFORM TakeReturnSerial
                     END-IF
              END-PERFORM
       END-IF.

TakeReturnSerial.
       MOVE FUNCTION UPPER-CASE(SerNumInput) TO SerNumInput.
       MOVE "N" TO SerDup.
       PERFORM VARYING SerIdx FROM 1 BY 1 UNTIL SerIdx > SerTaken
              IF SerialEntry(SerIdx) = SerNumInput
                     MOVE "Y" TO SerDup
              END-IF
       END-PERFORM.
       IF SerDup = "Y"
              DISPLAY "That serial has already been entered."
       ELSE
              MOVE "K" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
              IF SerResult = "Y"
                     ADD 1 TO SerTaken
                     MOVE SerNumInput TO SerialEntry(SerTaken)
              ELSE
                     DISPLAY SerMessage
              END-IF
       END-IF.

ReturnSerialsToStock.
       MOVE SPACES TO SerRef.
       STRING "CM" DELIMITED BY SIZE
              CMNumber DELIMITED BY SIZE
              INTO SerRef.
       MOVE "T" TO SerAction.
       PERFORM VARYING SerIdx FROM 1 BY 1 UNTIL SerIdx > SerTaken
              MOVE SerialEntry(SerIdx) TO SerNumInput
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
       END-PERFORM.

UseUpRma.
       MOVE "U" TO RMAStatus.
       REWRITE RmaRecord
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = ODSize
                                   ADD ReturnQty TO PFQtyOnHand(SizeIdx)
                                   MOVE PFUnitCost(SizeIdx) TO StockCost
                            END-IF
                     END-PERFORM
                     REWRITE ProductRecord
              INTO LedgerRef.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = ReturnQty * StockCost.
       PERFORM PostStockValue.

PostStockValue.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.

PostARCredit.
       MOVE "C" TO PostType.
       STRING "CM" DELIMITED BY SIZE
              CurrentCMNum DELIMITED BY SIZE
              INTO PostRef.
       COMPUTE PostAmount = 0 - CreditTotal.
       CALL "coboltut8arpost" USING OHIDNum, PostType, WSToday,
              PostRef, PostAmount.
       MOVE "coboltut44" TO GLSource.
       MOVE 0 TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       IF CreditTax > 0
              MOVE 2100 TO GLAcct
              MOVE CreditTax TO GLDebit
              MOVE 0 TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
       END-IF.
       MOVE 1100 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE CreditTotal TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE "CREDMEMO" TO AuditOperation.
       MOVE SignOnID TO AuditOperator.
       WRITE AuditRecord.

ChargeBackCommission.
       IF InvFound = "Y" AND InvSalesRep NOT = SPACES
              MOVE InvSalesRep TO CommRep
              MOVE CreditTotal TO CommBase
              CALL "coboltut48chgbk" USING CommRep, OHIDNum, CommBase,
                     WSToday, PostRef
       END-IF.

LogProdAudit.
       MOVE FUNCTION CURRENT-DATE(1:14) TO PATimestamp.
       MOVE "RESTOCK" TO PAOperation.
       MOVE ODSize TO CMSize.
       MOVE ReturnQty TO CMQty.
       MOVE CreditAmount TO CMAmount.
       MOVE CreditTaxState TO CMTaxState.
       MOVE CreditTaxable TO CMTaxable.
       MOVE CreditExempt TO CMExempt.
       MOVE CreditTax TO CMTax.
       WRITE CMemoRecord
              INVALID KEY DISPLAY "Credit memo number clash - not recorded."
              NOT INVALID KEY
              CreditDollar DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       IF CMTax > 0
              MOVE CMTax TO TaxDollar
              MOVE SPACES TO ReportLine
              STRING "   SALES TAX CREDITED (" DELIMITED BY SIZE
                     CMTaxState DELIMITED BY SIZE
                     ") " DELIMITED BY SIZE
                     TaxDollar DELIMITED BY SIZE
                     INTO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE CreditTotal TO CreditDollar.
       DISPLAY "Credit memo " CMNumber " for " CreditDollar " recorded.".

GetInvoiceTax.
       MOVE 0 TO CreditTax.
       MOVE SPACES TO CreditTaxState.
       MOVE CreditAmount TO CreditTaxable.
       MOVE 0 TO CreditExempt.
       MOVE "N" TO InvFound.
       IF InvFileOpen = "Y"
              MOVE "N" TO InvEOF
              MOVE LOW-VALUES TO InvNumber
              START InvoiceFile KEY IS NOT LESS THAN InvNumber
                     INVALID KEY MOVE "Y" TO InvEOF
              END-START
              PERFORM UNTIL InvEOF = "Y"
                     READ InvoiceFile NEXT RECORD
                            AT END MOVE "Y" TO InvEOF
                            NOT AT END
                                   IF InvOrderNum = WorkOrderNum
                                          MOVE "Y" TO InvFound
                                          MOVE "Y" TO InvEOF
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.
       IF InvFound = "N" AND InvFileOpen = "Y" AND
          InvOrdOpen = "Y"
              MOVE WorkOrderNum TO IOOrderNum
              READ InvOrderFile KEY IS IOOrderNum
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE IOInvNumber TO InvNumber
                            READ InvoiceFile
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY MOVE "Y" TO InvFound
                            END-READ
              END-READ
       END-IF.
       IF InvFound = "Y"
              MOVE InvTaxState TO CreditTaxState
              IF InvTaxable = 0 AND InvExempt > 0
                     MOVE 0 TO CreditTaxable
                     MOVE CreditAmount TO CreditExempt
              ELSE
                     IF InvTaxable > 0
                            COMPUTE CreditTax ROUNDED =
                                   CreditAmount * InvTax / InvTaxable
                     END-IF
              END-IF
       END-IF.
       COMPUTE CreditTotal = CreditAmount + CreditTax.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
