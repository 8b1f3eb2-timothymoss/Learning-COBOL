       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut113.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "Invoice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS InvNumber
              FILE STATUS IS WSInvFileStatus.
       SELECT CMemoFile ASSIGN TO "CMemo.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CMNumber
              FILE STATUS IS WSCMFileStatus.
       SELECT TaxJurFile ASSIGN TO "TaxJurisdiction.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TJStateCode
              FILE STATUS IS WSTaxJurStatus.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD InvoiceFile.
       COPY INVREC.
FD CMemoFile.
       COPY CMEMO.
FD TaxJurFile.
       COPY TAXJUR.
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSInvFileStatus PIC XX.
       01 InvFileOpen PIC X VALUE "N".
       01 WSCMFileStatus PIC XX.
       01 WSTaxJurStatus PIC XX.
       01 TaxJurOpen PIC X VALUE "N".
       01 WSGLJournalStatus PIC XX.
       01 WSEOF PIC X.
       01 WantedPeriod PIC 9(6).
       01 DateX PIC X(8).
       01 RowState PIC X(2).
       01 StateIdx PIC 99.
       01 StateCount PIC 99.
       01 StateFound PIC X.
       01 StateTable.
              02 StateEntry OCCURS 60 TIMES.
                     03 STState PIC X(2).
                     03 STGross PIC 9(11)V99.
                     03 STExempt PIC 9(11)V99.
                     03 STTaxable PIC 9(11)V99.
                     03 STTax PIC 9(9)V99.
                     03 STReturns PIC 9(11)V99.
                     03 STReturnTax PIC 9(9)V99.
       01 TotGross PIC 9(11)V99 VALUE 0.
       01 TotExempt PIC 9(11)V99 VALUE 0.
       01 TotTaxable PIC 9(11)V99 VALUE 0.
       01 TotTax PIC 9(11)V99 VALUE 0.
       01 TotReturns PIC 9(11)V99 VALUE 0.
       01 TotReturnTax PIC 9(11)V99 VALUE 0.
       01 NetTaxDue PIC S9(11)V99.
       01 GLTaxNet PIC S9(11)V99 VALUE 0.
       01 GLDiff PIC S9(11)V99.
       01 StateName PIC X(20).
       01 LineLabel PIC X(30).
       01 LineAmount PIC S9(11)V99.
       01 AmtDollar PIC -$$,$$$,$$$,$$9.99.
       01 ExmDollar PIC $$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       DISPLAY "Tax return period (YYYYMM) : " WITH NO ADVANCING.
       ACCEPT WantedPeriod.
       MOVE 0 TO StateCount.
       OPEN INPUT InvoiceFile.
       IF WSInvFileStatus = "00"
              MOVE "Y" TO InvFileOpen
       ELSE
              MOVE "N" TO InvFileOpen
       END-IF.
       IF WSInvFileStatus NOT = "00"
              DISPLAY "No invoice file - no sales to report."
       ELSE
              PERFORM TallyInvoices
       END-IF.
       OPEN INPUT CMemoFile.
       IF WSCMFileStatus = "00"
              PERFORM TallyCreditMemos
              CLOSE CMemoFile
       END-IF.
       PERFORM TallyGLTax.
       OPEN INPUT TaxJurFile.
       IF WSTaxJurStatus = "00"
              MOVE "Y" TO TaxJurOpen
       ELSE
              MOVE "N" TO TaxJurOpen
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "SalesTaxReturn.prt" TO RptFileName.
       MOVE "SALES TAX RETURN BY JURISDICTION" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "RETURN PERIOD " DELIMITED BY SIZE
              WantedPeriod DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReturnLine.
       PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > StateCount
              PERFORM PrintOneState
       END-PERFORM.
       PERFORM PrintReturnTotals.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF InvFileOpen = "Y"
              CLOSE InvoiceFile
              MOVE "N" TO InvFileOpen
       END-IF.
       IF TaxJurOpen = "Y"
              CLOSE TaxJurFile
              MOVE "N" TO TaxJurOpen
       END-IF.
       DISPLAY "Sales tax return written to SalesTaxReturn.prt".
       STOP RUN.

TallyInvoices.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO InvNumber.
       START InvoiceFile KEY IS NOT LESS THAN InvNumber
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ InvoiceFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE InvDate TO DateX
                            IF DateX(1:6) = WantedPeriod
                                   MOVE InvTaxState TO RowState
                                   PERFORM FindState
                                   COMPUTE STGross(StateIdx) =
                                          STGross(StateIdx) + InvTaxable
                                          + InvExempt
                                   ADD InvExempt TO STExempt(StateIdx)
                                   ADD InvTaxable TO STTaxable(StateIdx)
                                   ADD InvTax TO STTax(StateIdx)
                            END-IF
              END-READ
       END-PERFORM.

TallyCreditMemos.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO CMNumber.
       START CMemoFile KEY IS NOT LESS THAN CMNumber
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ CMemoFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE CMDate TO DateX
                            IF DateX(1:6) = WantedPeriod
                                   MOVE CMTaxState TO RowState
                                   PERFORM FindState
                                   ADD CMAmount TO STReturns(StateIdx)
                                   ADD CMTax TO STReturnTax(StateIdx)
                            END-IF
              END-READ
       END-PERFORM.

FindState.
       MOVE "N" TO StateFound.
       PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > StateCount
              OR StateFound = "Y"
              IF STState(StateIdx) = RowState
                     MOVE "Y" TO StateFound
              END-IF
       END-PERFORM.
       IF StateFound = "Y"
              SUBTRACT 1 FROM StateIdx
       ELSE
              IF StateCount < 60
                     ADD 1 TO StateCount
              END-IF
              MOVE StateCount TO StateIdx
              MOVE RowState TO STState(StateIdx)
              MOVE 0 TO STGross(StateIdx)
              MOVE 0 TO STExempt(StateIdx)
              MOVE 0 TO STTaxable(StateIdx)
              MOVE 0 TO STTax(StateIdx)
              MOVE 0 TO STReturns(StateIdx)
              MOVE 0 TO STReturnTax(StateIdx)
       END-IF.

TallyGLTax.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJAcctNum = 2100 AND
                                      GJPeriod = WantedPeriod AND
                                      (GJSource = "coboltut43" OR
                                       GJSource = "coboltut44")
                                          COMPUTE GLTaxNet = GLTaxNet
                                                 + GJCredit - GJDebit
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.

PrintOneState.
       MOVE SPACES TO StateName.
       IF STState(StateIdx) = SPACES
              MOVE "NO STATE ON FILE" TO StateName
       ELSE
              IF TaxJurOpen = "Y"
                     MOVE STState(StateIdx) TO TJStateCode
                     READ TaxJurFile
                            INVALID KEY MOVE "NOT IN TAX TABLE" TO StateName
                            NOT INVALID KEY MOVE TJStateName TO StateName
                     END-READ
              END-IF
       END-IF.
       MOVE SPACES TO RptLine.
       PERFORM WriteReturnLine.
       MOVE SPACES TO RptLine.
       STRING "JURISDICTION " DELIMITED BY SIZE
              STState(StateIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              StateName DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReturnLine.
       MOVE "  GROSS SALES" TO LineLabel.
       MOVE STGross(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  EXEMPT SALES" TO LineLabel.
       MOVE STExempt(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       IF STExempt(StateIdx) > 0 AND InvFileOpen = "Y"
              PERFORM PrintExemptCerts
       END-IF.
       MOVE "  TAXABLE SALES" TO LineLabel.
       MOVE STTaxable(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  TAX COLLECTED" TO LineLabel.
       MOVE STTax(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  RETURNS CREDITED" TO LineLabel.
       MOVE STReturns(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  TAX CREDITED ON RETURNS" TO LineLabel.
       MOVE STReturnTax(StateIdx) TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  NET TAX DUE" TO LineLabel.
       COMPUTE LineAmount = STTax(StateIdx) - STReturnTax(StateIdx).
       PERFORM PrintAmountLine.
       ADD STGross(StateIdx) TO TotGross.
       ADD STExempt(StateIdx) TO TotExempt.
       ADD STTaxable(StateIdx) TO TotTaxable.
       ADD STTax(StateIdx) TO TotTax.
       ADD STReturns(StateIdx) TO TotReturns.
       ADD STReturnTax(StateIdx) TO TotReturnTax.

PrintExemptCerts.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO InvNumber.
       START InvoiceFile KEY IS NOT LESS THAN InvNumber
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ InvoiceFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE InvDate TO DateX
                            IF DateX(1:6) = WantedPeriod AND
                               InvTaxState = STState(StateIdx) AND
                               InvExempt > 0
                                   MOVE InvExempt TO ExmDollar
                                   MOVE SPACES TO RptLine
                                   STRING "      INV " DELIMITED BY SIZE
                                          InvNumber DELIMITED BY SIZE
                                          "  CUST " DELIMITED BY SIZE
                                          InvIDNum DELIMITED BY SIZE
                                          "  CERT " DELIMITED BY SIZE
                                          InvExemptCert DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          ExmDollar DELIMITED BY SIZE
                                          INTO RptLine
                                   PERFORM WriteReturnLine
                            END-IF
              END-READ
       END-PERFORM.

PrintReturnTotals.
       MOVE SPACES TO RptLine.
       PERFORM WriteReturnLine.
       MOVE "ALL JURISDICTIONS" TO RptLine.
       PERFORM WriteReturnLine.
       MOVE "  GROSS SALES" TO LineLabel.
       MOVE TotGross TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  EXEMPT SALES" TO LineLabel.
       MOVE TotExempt TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  TAXABLE SALES" TO LineLabel.
       MOVE TotTaxable TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  TAX COLLECTED" TO LineLabel.
       MOVE TotTax TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  RETURNS CREDITED" TO LineLabel.
       MOVE TotReturns TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE "  TAX CREDITED ON RETURNS" TO LineLabel.
       MOVE TotReturnTax TO LineAmount.
       PERFORM PrintAmountLine.
       COMPUTE NetTaxDue = TotTax - TotReturnTax.
       MOVE "  NET TAX DUE" TO LineLabel.
       MOVE NetTaxDue TO LineAmount.
       PERFORM PrintAmountLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteReturnLine.
       MOVE "GL 2100 SALES TAX PAYABLE" TO LineLabel.
       MOVE GLTaxNet TO LineAmount.
       PERFORM PrintAmountLine.
       COMPUTE GLDiff = GLTaxNet - NetTaxDue.
       MOVE "DIFFERENCE" TO LineLabel.
       MOVE GLDiff TO LineAmount.
       PERFORM PrintAmountLine.
       IF GLDiff = 0
              MOVE "RETURN AGREES TO THE GENERAL LEDGER" TO RptLine
       ELSE
              MOVE "*** RETURN DOES NOT AGREE TO GL 2100 ***" TO RptLine
       END-IF.
       PERFORM WriteReturnLine.

PrintAmountLine.
       MOVE LineAmount TO AmtDollar.
       MOVE SPACES TO RptLine.
       STRING LineLabel DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              AmtDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReturnLine.

WriteReturnLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
