              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
       SELECT InvOrderFile ASSIGN TO "InvOrder.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IOKey
              ALTERNATE RECORD KEY IS IOOrderNum
              FILE STATUS IS WSInvOrdStatus.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY INVREC.
FD OrdDetailFile.
       COPY ORDDTL.
FD InvOrderFile.
       COPY INVORD.
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSProdFileStatus PIC XX.
       01 WSInvFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSGLJournalStatus PIC XX.
       01 GLEOF PIC X.
       01 GLInvBalance PIC S9(11)V99.
       01 GLAsOfDate PIC 9(8).
       01 OpenFromDate PIC 9(8).
       01 GLDiff PIC S9(11)V99.
       01 GLDollar PIC $$,$$$,$$$,$$9.99-.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 WSInvOrdStatus PIC XX.
       01 InvOrdOpen PIC X VALUE "N".
       01 DtlEOF PIC X.
       01 LinkEOF PIC X.
       01 MarginOrderNum PIC 9(6).
       01 SizeIdx PIC 9.
       01 LineValue PIC 9(9)V99.
       01 GrandValue PIC 9(11)V99.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
       PERFORM PrintGLTieOut.

PrintGLTieOut.
       MOVE 0 TO GLInvBalance.
       MOVE 0 TO OpenFromDate.
       CALL "coboltut25getdate" USING GLAsOfDate.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO GLEOF
              PERFORM UNTIL GLEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO GLEOF
                            NOT AT END
                                   IF GJSource = "YEOPEN" AND
                                      GJDate <= GLAsOfDate AND
                                      GJDate > OpenFromDate
                                          MOVE GJDate TO OpenFromDate
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              OPEN INPUT GLJournalFile
              MOVE "N" TO GLEOF
              PERFORM UNTIL GLEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO GLEOF
                            NOT AT END
                                   IF GJAcctNum = 1200 AND
                                      GJDate >= OpenFromDate AND
                                      GJDate <= GLAsOfDate
                                          ADD GJDebit TO GLInvBalance
                                          SUBTRACT GJCredit
                                                 FROM GLInvBalance
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.
       COMPUTE GLDiff = GrandValue - GLInvBalance.
       MOVE GLInvBalance TO GLDollar.
       MOVE SPACES TO RptLine.
       STRING "   GL INVENTORY 1200 " DELIMITED BY SIZE
              GLDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
       MOVE GLDiff TO GLDollar.
       MOVE SPACES TO RptLine.
       STRING "   DIFFERENCE        " DELIMITED BY SIZE
              GLDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.

MarginReport.
       OPEN INPUT InvoiceFile.
       ELSE
              OPEN INPUT OrdDetailFile
              OPEN INPUT ProductFile
              OPEN INPUT InvOrderFile
              IF WSInvOrdStatus = "00"
                     MOVE "Y" TO InvOrdOpen
              ELSE
                     MOVE "N" TO InvOrdOpen
              END-IF
              MOVE 0 TO BucketCount
              MOVE 0 TO CustCount
              MOVE "N" TO WSEOF
              CLOSE InvoiceFile
              CLOSE OrdDetailFile
              CLOSE ProductFile
              IF InvOrdOpen = "Y"
                     CLOSE InvOrderFile
                     MOVE "N" TO InvOrdOpen
              END-IF
              PERFORM PrintMarginReport
       END-IF.

TallyOneInvoice.
       IF InvOrderNum = 0
              PERFORM TallyLinkedOrders
       ELSE
              MOVE InvOrderNum TO MarginOrderNum
              PERFORM TallyOneOrder
       END-IF.

TallyLinkedOrders.
       IF InvOrdOpen = "Y"
              MOVE "N" TO LinkEOF
              MOVE InvNumber TO IOInvNumber
              MOVE 0 TO IOOrderNum
              START InvOrderFile KEY IS NOT LESS THAN IOKey
                     INVALID KEY MOVE "Y" TO LinkEOF
              END-START
              PERFORM UNTIL LinkEOF = "Y"
                     READ InvOrderFile NEXT RECORD
                            AT END MOVE "Y" TO LinkEOF
                            NOT AT END
                                   IF IOInvNumber = InvNumber
                                          MOVE IOOrderNum TO MarginOrderNum
                                          PERFORM TallyOneOrder
                                   ELSE
                                          MOVE "Y" TO LinkEOF
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.

TallyOneOrder.
       MOVE "N" TO DtlEOF.
       MOVE MarginOrderNum TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = MarginOrderNum
                                   IF ODPosted NOT = "B"
                                          PERFORM TallyOneLine
                                   END-IF
