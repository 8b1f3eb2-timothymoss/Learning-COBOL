              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS InvNumber
              FILE STATUS IS WSInvFileStatus.
       SELECT CommLedgerFile ASSIGN TO "CommLedger.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSCommLedStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
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
       SELECT ReportFile ASSIGN TO "Commission.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
       COPY SREPREC.
FD InvoiceFile.
       COPY INVREC.
FD CommLedgerFile.
       COPY COMMLED.
FD VendorFile.
       COPY VENDOR.
FD APVoucherFile.
       COPY APVCHR.
FD APControlFile.
       01 APControlRecord.
              02 NextVoucherNum PIC 9(6).
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSRepFileStatus PIC XX.
       01 WSInvFileStatus PIC XX.
       01 WSCommLedStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSAPVchrStatus PIC XX.
       01 WSAPCtlStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 Commission PIC 9(7)V99.
       01 SalesDollar PIC $$$,$$$,$$9.99.
       01 CommDollar PIC $$$,$$9.99.
       01 RatePctDisp PIC ZZ9.9.
       01 CommTable.
              02 CommEntry OCCURS 50 TIMES.
                     03 CTCode PIC X(3).
                     03 QTCode PIC X(3).
                     03 QTMTDSales PIC 9(9)V99.
                     03 QTYTDSales PIC 9(11)V99.
       01 PayeeOK PIC X.
       01 LedgerEOF PIC X.
       01 LineComm PIC 9(7)V99.
       01 RepEarned PIC 9(7)V99.
       01 RepCharged PIC 9(7)V99.
       01 RepBroughtFwd PIC 9(7)V99.
       01 RepNet PIC S9(7)V99.
       01 RunEarned PIC 9(9)V99.
       01 RunCharged PIC 9(9)V99.
       01 RunPaid PIC 9(9)V99.
       01 RunVouchers PIC 9(3).
       01 NewVoucherNum PIC 9(6).
       01 CommRef PIC X(10).
       01 NetDollar PIC $$$,$$9.99-.
       01 MonthInvIdx PIC 9(4).
       01 MonthInvCount PIC 9(4).
       01 MonthInvTable.
              02 MonthInvEntry OCCURS 2000 TIMES.
                     03 MINumber PIC 9(6).
                     03 MIRep PIC X(3).
                     03 MIIDNum PIC 9(6).
                     03 MIDate PIC 9(8).
                     03 MITotal PIC 9(9)V99.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
              CLOSE SalesRepFile
              OPEN I-O SalesRepFile
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus = "00"
              MOVE "Y" TO VendorOpen
       ELSE
              MOVE "N" TO VendorOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "SALESPERSON RECORDS"
              DISPLAY "4 : List Salespeople"
              DISPLAY "5 : Monthly Commission Report"
              DISPLAY "6 : Quota Performance Report"
              DISPLAY "7 : Commission Payable Run And Statements"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 4 PERFORM ListReps
                     WHEN 5 PERFORM CommissionReport
                     WHEN 6 PERFORM QuotaReport
                     WHEN 7 PERFORM CommissionPayableRun
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE SalesRepFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       STOP RUN.

AddRep.
       ACCEPT SRCode.
       MOVE FUNCTION UPPER-CASE(SRCode) TO SRCode.
       PERFORM GetRepFields.
       MOVE 0 TO SRChargeBal.
       MOVE 0 TO SRLastCommMonth.
       WRITE SalesRepRecord
              INVALID KEY DISPLAY "Code is taken."
              NOT INVALID KEY DISPLAY "Salesperson added."
       DISPLAY "Enter monthly quota (e.g. 25000.00) : "
              WITH NO ADVANCING.
       ACCEPT SRQuota.
       MOVE "N" TO PayeeOK.
       PERFORM UNTIL PayeeOK = "Y"
              DISPLAY "Commission payee vendor code (blank = none) : "
                     WITH NO ADVANCING
              ACCEPT SRVendor
              MOVE FUNCTION UPPER-CASE(SRVendor) TO SRVendor
              PERFORM CheckPayeeVendor
              IF SRVendor = SPACES
                     MOVE "Y" TO PayeeOK
              END-IF
              IF PayeeOK = "N"
                     DISPLAY "Vendor " SRVendor " is not on the vendor"
                            " master."
              END-IF
       END-PERFORM.

CheckPayeeVendor.
       MOVE "N" TO PayeeOK.
       IF SRVendor NOT = SPACES
              IF VendorOpen = "N"
                     MOVE "Y" TO PayeeOK
              ELSE
                     MOVE SRVendor TO VMCode
                     READ VendorFile
                            NOT INVALID KEY MOVE "Y" TO PayeeOK
                     END-READ
              END-IF
       END-IF.

CommissionReport.
       DISPLAY "Enter report month (YYYYMM) : " WITH NO ADVANCING.

PrintCommissionReport.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "MONTHLY COMMISSION REPORT" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
              CommDollar DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.

CommissionPayableRun.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              DISPLAY "Commission run abandoned - not signed on."
       ELSE
              IF SignOnLevel NOT = "S"
                     DISPLAY "Posting commissions needs a supervisor"
                            " sign-on."
              ELSE
                     CALL "coboltut92perchk" USING BizDate, PeriodOpen
                     IF PeriodOpen NOT = "Y"
                            DISPLAY "Today's date " BizDate " falls in a"
                                   " CLOSED accounting period."
                     ELSE
                            PERFORM RunCommissions
                     END-IF
              END-IF
       END-IF.

RunCommissions.
       DISPLAY "Pay commissions for month (YYYYMM) : " WITH NO ADVANCING.
       ACCEPT ReportMonth.
       MOVE ReportMonth TO ReportMonthX.
       MOVE 0 TO MonthInvCount.
       MOVE "N" TO WSEOF.
       OPEN INPUT InvoiceFile.
       IF WSInvFileStatus = "00"
              PERFORM UNTIL WSEOF = "Y"
                     READ InvoiceFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF InvDate(1:6) = ReportMonthX AND
                                      MonthInvCount < 2000
                                          PERFORM AddMonthInvoice
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE InvoiceFile
       END-IF.
       OPEN I-O CommLedgerFile.
       IF WSCommLedStatus NOT = "00"
              OPEN OUTPUT CommLedgerFile
              CLOSE CommLedgerFile
              OPEN I-O CommLedgerFile
       END-IF.
       OPEN I-O APVoucherFile.
       IF WSAPVchrStatus NOT = "00"
              OPEN OUTPUT APVoucherFile
              CLOSE APVoucherFile
              OPEN I-O APVoucherFile
       END-IF.
       MOVE 0 TO RunEarned.
       MOVE 0 TO RunCharged.
       MOVE 0 TO RunPaid.
       MOVE 0 TO RunVouchers.
       MOVE "O" TO RptAction.
       MOVE "CommStmt.prt" TO RptFileName.
       MOVE "SALES COMMISSION STATEMENTS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO SRCode.
       START SalesRepFile KEY IS NOT LESS THAN SRCode
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ SalesRepFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM PayOneRep
              END-READ
       END-PERFORM.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE CommLedgerFile.
       CLOSE APVoucherFile.
       MOVE RunEarned TO SalesDollar.
       DISPLAY "Commission earned     : " SalesDollar.
       MOVE RunCharged TO SalesDollar.
       DISPLAY "Charged back          : " SalesDollar.
       MOVE RunPaid TO SalesDollar.
       DISPLAY "Vouchered for payment : " SalesDollar " on " RunVouchers
              " voucher(s)".
       DISPLAY "Rep statements written to CommStmt.prt".

AddMonthInvoice.
       ADD 1 TO MonthInvCount.
       MOVE InvNumber TO MINumber(MonthInvCount).
       MOVE InvSalesRep TO MIRep(MonthInvCount).
       MOVE InvIDNum TO MIIDNum(MonthInvCount).
       MOVE InvDate TO MIDate(MonthInvCount).
       MOVE InvTotal TO MITotal(MonthInvCount).

PayOneRep.
       IF SRLastCommMonth >= ReportMonth
              DISPLAY "Rep " SRCode " has already been paid through "
                     SRLastCommMonth " - skipped."
       ELSE
              MOVE 0 TO RepEarned
              PERFORM VARYING MonthInvIdx FROM 1 BY 1
                     UNTIL MonthInvIdx > MonthInvCount
                     IF MIRep(MonthInvIdx) = SRCode
                            COMPUTE LineComm ROUNDED =
                                   MITotal(MonthInvIdx) * SRRate
                            ADD LineComm TO RepEarned
                     END-IF
              END-PERFORM
              PERFORM SumChargebacks
              MOVE SRChargeBal TO RepBroughtFwd
              COMPUTE RepNet = RepEarned - RepCharged - RepBroughtFwd
              PERFORM CheckPayeeVendor
              IF RepEarned = 0 AND RepCharged = 0 AND RepBroughtFwd = 0
                     CONTINUE
              ELSE
                     IF RepNet > 0 AND PayeeOK = "N"
                            DISPLAY "Rep " SRCode " is owed commission but"
                                   " has no payee vendor - not paid."
                     ELSE
                            PERFORM SettleRep
                     END-IF
              END-IF
       END-IF.

SumChargebacks.
       MOVE 0 TO RepCharged.
       MOVE "N" TO LedgerEOF.
       MOVE SRCode TO CLRepCode.
       MOVE "C" TO CLType.
       MOVE 0 TO CLDate.
       MOVE LOW-VALUES TO CLRef.
       START CommLedgerFile KEY IS NOT LESS THAN CLKey
              INVALID KEY MOVE "Y" TO LedgerEOF
       END-START.
       PERFORM UNTIL LedgerEOF = "Y"
              READ CommLedgerFile NEXT RECORD
                     AT END MOVE "Y" TO LedgerEOF
                     NOT AT END
                            IF CLRepCode NOT = SRCode OR NOT CLChargeback
                                   MOVE "Y" TO LedgerEOF
                            ELSE
                                   IF CLPeriod = 0
                                          ADD CLAmount TO RepCharged
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

SettleRep.
       MOVE SPACES TO CommRef.
       STRING "COMM" DELIMITED BY SIZE
              ReportMonth DELIMITED BY SIZE
              INTO CommRef.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       COMPUTE RatePctDisp = SRRate * 100.
       STRING "REP " DELIMITED BY SIZE
              SRCode DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              SRName DELIMITED BY SIZE
              "  MONTH " DELIMITED BY SIZE
              ReportMonth DELIMITED BY SIZE
              "  RATE " DELIMITED BY SIZE
              FUNCTION TRIM(RatePctDisp) DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStmtLine.
       MOVE "   INVOICE  DATE      CUSTOMER         SALES  COMMISSION"
              TO RptLine.
       PERFORM WriteStmtLine.
       PERFORM VARYING MonthInvIdx FROM 1 BY 1
              UNTIL MonthInvIdx > MonthInvCount
              IF MIRep(MonthInvIdx) = SRCode
                     PERFORM WriteEarnedEntry
              END-IF
       END-PERFORM.
       IF RepCharged > 0
              MOVE "   CHARGEBACK DATE      CUSTOMER          BASE  COMMISSION"
                     TO RptLine
              PERFORM WriteStmtLine
              PERFORM ApplyChargebacks
       END-IF.
       MOVE SPACES TO RptLine.
       MOVE RepEarned TO CommDollar.
       STRING "   EARNED " DELIMITED BY SIZE
              CommDollar DELIMITED BY SIZE
              INTO RptLine.
       MOVE RepCharged TO CommDollar.
       MOVE "CHARGED BACK" TO RptLine(25:12).
       MOVE CommDollar TO RptLine(38:10).
       PERFORM WriteStmtLine.
       MOVE SPACES TO RptLine.
       MOVE RepBroughtFwd TO CommDollar.
       STRING "   BROUGHT FORWARD " DELIMITED BY SIZE
              CommDollar DELIMITED BY SIZE
              INTO RptLine.
       MOVE RepNet TO NetDollar.
       MOVE "NET" TO RptLine(34:3).
       MOVE NetDollar TO RptLine(38:11).
       PERFORM WriteStmtLine.
       MOVE CommRef TO CLRef.
       MOVE SRCode TO CLRepCode.
       MOVE "P" TO CLType.
       MOVE BizDate TO CLDate.
       MOVE 0 TO CLIDNum.
       MOVE RepEarned TO CLBase.
       MOVE SRRate TO CLRate.
       MOVE ReportMonth TO CLPeriod.
       ADD RepEarned TO RunEarned.
       ADD RepCharged TO RunCharged.
       MOVE SPACES TO RptLine.
       IF RepNet > 0
              PERFORM WriteCommVoucher
              MOVE RepNet TO CLAmount
              MOVE 0 TO SRChargeBal
              ADD RepNet TO RunPaid
              MOVE RepNet TO CommDollar
              STRING "   PAYABLE " DELIMITED BY SIZE
                     CommDollar DELIMITED BY SIZE
                     " ON AP VOUCHER " DELIMITED BY SIZE
                     NewVoucherNum DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     SRVendor DELIMITED BY SIZE
                     INTO RptLine
       ELSE
              MOVE 0 TO CLAmount
              COMPUTE SRChargeBal = 0 - RepNet
              MOVE SRChargeBal TO CommDollar
              STRING "   NOTHING PAYABLE - CHARGEBACKS CARRIED FORWARD "
                     DELIMITED BY SIZE
                     CommDollar DELIMITED BY SIZE
                     INTO RptLine
       END-IF.
       PERFORM WriteStmtLine.
       WRITE CommLedgerRecord
              INVALID KEY DISPLAY "Settlement for rep " SRCode
                     " was already recorded today."
       END-WRITE.
       MOVE ReportMonth TO SRLastCommMonth.
       REWRITE SalesRepRecord
              INVALID KEY DISPLAY "Rep " SRCode " wasn't updated."
       END-REWRITE.

WriteEarnedEntry.
       COMPUTE LineComm ROUNDED = MITotal(MonthInvIdx) * SRRate.
       MOVE SRCode TO CLRepCode.
       MOVE "E" TO CLType.
       MOVE MIDate(MonthInvIdx) TO CLDate.
       MOVE SPACES TO CLRef.
       STRING "IN" DELIMITED BY SIZE
              MINumber(MonthInvIdx) DELIMITED BY SIZE
              INTO CLRef.
       MOVE MIIDNum(MonthInvIdx) TO CLIDNum.
       MOVE MITotal(MonthInvIdx) TO CLBase.
       MOVE SRRate TO CLRate.
       MOVE LineComm TO CLAmount.
       MOVE ReportMonth TO CLPeriod.
       WRITE CommLedgerRecord
              INVALID KEY DISPLAY "Invoice " MINumber(MonthInvIdx)
                     " was already on the commission ledger."
       END-WRITE.
       MOVE SPACES TO RptLine.
       MOVE MINumber(MonthInvIdx) TO RptLine(4:6).
       MOVE MIDate(MonthInvIdx) TO RptLine(12:8).
       MOVE MIIDNum(MonthInvIdx) TO RptLine(22:6).
       MOVE MITotal(MonthInvIdx) TO SalesDollar.
       MOVE SalesDollar TO RptLine(29:14).
       MOVE LineComm TO CommDollar.
       MOVE CommDollar TO RptLine(45:10).
       PERFORM WriteStmtLine.

ApplyChargebacks.
       MOVE "N" TO LedgerEOF.
       MOVE SRCode TO CLRepCode.
       MOVE "C" TO CLType.
       MOVE 0 TO CLDate.
       MOVE LOW-VALUES TO CLRef.
       START CommLedgerFile KEY IS NOT LESS THAN CLKey
              INVALID KEY MOVE "Y" TO LedgerEOF
       END-START.
       PERFORM UNTIL LedgerEOF = "Y"
              READ CommLedgerFile NEXT RECORD
                     AT END MOVE "Y" TO LedgerEOF
                     NOT AT END
                            IF CLRepCode NOT = SRCode OR NOT CLChargeback
                                   MOVE "Y" TO LedgerEOF
                            ELSE
                                   IF CLPeriod = 0
                                          PERFORM ApplyOneChargeback
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

ApplyOneChargeback.
       MOVE ReportMonth TO CLPeriod.
       REWRITE CommLedgerRecord
              INVALID KEY DISPLAY "Chargeback " CLRef " wasn't marked"
                     " applied."
       END-REWRITE.
       MOVE SPACES TO RptLine.
       MOVE CLRef TO RptLine(4:10).
       MOVE CLDate TO RptLine(15:8).
       MOVE CLIDNum TO RptLine(25:6).
       MOVE CLBase TO SalesDollar.
       MOVE SalesDollar TO RptLine(32:14).
       MOVE CLAmount TO CommDollar.
       MOVE CommDollar TO RptLine(47:10).
       MOVE "-" TO RptLine(57:1).
       PERFORM WriteStmtLine.

WriteCommVoucher.
       PERFORM AssignVoucherNumber.
       MOVE NewVoucherNum TO APVoucherNum.
       MOVE SRVendor TO APVendor.
       MOVE CommRef TO APInvoiceNum.
       MOVE BizDate TO APInvDate.
       MOVE BizDate TO APDueDate.
       MOVE RepNet TO APAmount.
       MOVE "O" TO APStatus.
       MOVE 0 TO APCheckNum.
       MOVE 0 TO APDiscDate.
       MOVE 0 TO APDiscAmount.
       MOVE 0 TO APDiscTaken.
       MOVE "I" TO APType.
       MOVE 0 TO APRefPONum.
       WRITE APVoucherRecord
              INVALID KEY DISPLAY "Voucher number clash - commission for "
                     SRCode " not vouchered."
              NOT INVALID KEY
                     ADD 1 TO RunVouchers
                     PERFORM PostCommToGL
       END-WRITE.

PostCommToGL.
       MOVE "coboltut48" TO GLSource.
       MOVE SPACES TO GLRef.
       STRING "VO" DELIMITED BY SIZE
              NewVoucherNum DELIMITED BY SIZE
              INTO GLRef.
       MOVE 6100 TO GLAcct.
       MOVE RepNet TO GLDebit.
       MOVE 0 TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE 2000 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE RepNet TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

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

WriteStmtLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
