       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut132.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TerritoryFile ASSIGN TO "Territory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSTerritStatus.
       SELECT HouseAcctFile ASSIGN TO "HouseAcct.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HAIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSHouseStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT SalesRepFile ASSIGN TO "SalesRep.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SRCode
              FILE STATUS IS WSRepFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OHOrderNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSHdrFileStatus.
       SELECT StandHdrFile ASSIGN TO "StandHdr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SHTemplNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSStdHdrStatus.
       SELECT QuoteHdrFile ASSIGN TO "QuoteHdr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS QHQuoteNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSQHdrStatus.
DATA DIVISION.
FILE SECTION.
FD TerritoryFile.
       COPY TERRIT.
FD HouseAcctFile.
       COPY HOUSEAC.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD SalesRepFile.
       COPY SREPREC.
FD OrdHeaderFile.
       COPY ORDHDR.
FD StandHdrFile.
       COPY STNDHDR.
FD QuoteHdrFile.
       01 QuoteHeader.
              02 QHQuoteNum PIC 9(6).
              02 QHIDNum PIC 9(6).
              02 QHQuoteDate PIC 9(8).
              02 QHExpiry PIC 9(8).
              02 QHStatus PIC X.
                     88 QHOpen VALUE "O".
                     88 QHAccepted VALUE "A".
                     88 QHExpired VALUE "X".
                     88 QHDeclined VALUE "D".
              02 QHLineCount PIC 9(3).
              02 QHSalesRep PIC X(3).
WORKING-STORAGE SECTION.
       01 WSTerritStatus PIC XX.
       01 WSHouseStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSRepFileStatus PIC XX.
       01 RepFileOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 WSStdHdrStatus PIC XX.
       01 WSQHdrStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 RepExists PIC X.
       01 CustExists PIC X.
       01 ListCount PIC 9(5).
       01 EntryState PIC X(2).
       01 EntryFrom PIC X(10).
       01 EntryTo PIC X(10).
       01 EntryRep PIC X(3).
       01 EntryIDNum PIC 9(6).
       01 OldRep PIC X(3).
       01 NewRep PIC X(3).
       01 TerritMoved PIC 9(5).
       01 HouseMoved PIC 9(5).
       01 OrdersMoved PIC 9(5).
       01 StandMoved PIC 9(5).
       01 QuotesMoved PIC 9(5).
       01 CountEdit PIC ZZ,ZZ9.
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
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
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O TerritoryFile.
       IF WSTerritStatus NOT = "00"
              OPEN OUTPUT TerritoryFile
              CLOSE TerritoryFile
              OPEN I-O TerritoryFile
       END-IF.
       OPEN I-O HouseAcctFile.
       IF WSHouseStatus NOT = "00"
              OPEN OUTPUT HouseAcctFile
              CLOSE HouseAcctFile
              OPEN I-O HouseAcctFile
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       OPEN INPUT SalesRepFile.
       IF WSRepFileStatus = "00"
              MOVE "Y" TO RepFileOpen
       ELSE
              MOVE "N" TO RepFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "SALES TERRITORIES"
              DISPLAY "1 : List Territories"
              DISPLAY "2 : Add / Change Territory"
              DISPLAY "3 : Delete Territory"
              DISPLAY "4 : List House Accounts"
              DISPLAY "5 : Add / Change House Account"
              DISPLAY "6 : Remove House Account"
              DISPLAY "7 : Reassign A Departing Rep (supervisor)"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListTerritories
                     WHEN 2 PERFORM AddTerritory
                     WHEN 3 PERFORM DeleteTerritory
                     WHEN 4 PERFORM ListHouseAccts
                     WHEN 5 PERFORM AddHouseAcct
                     WHEN 6 PERFORM DeleteHouseAcct
                     WHEN 7 PERFORM ReassignRep
                     WHEN 0 MOVE "N" TO StayOpen
                     WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
       END-PERFORM.
       CLOSE TerritoryFile.
       CLOSE HouseAcctFile.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       IF RepFileOpen = "Y"
              CLOSE SalesRepFile
              MOVE "N" TO RepFileOpen
       END-IF.
       STOP RUN.

ListTerritories.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO TRKey.
       START TerritoryFile KEY IS NOT LESS THAN TRKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       DISPLAY "ST  POSTAL FROM  POSTAL TO   REP".
       PERFORM UNTIL WSEOF = "Y"
              READ TerritoryFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            IF TRPostalFrom = SPACES
                                   DISPLAY TRStateCode "  (WHOLE STATE)"
                                          "           " TRRepCode
                            ELSE
                                   DISPLAY TRStateCode "  " TRPostalFrom "  "
                                          TRPostalTo "  " TRRepCode
                            END-IF
              END-READ
       END-PERFORM.
       IF ListCount = 0
              DISPLAY "No territories defined."
       END-IF.

AddTerritory.
       DISPLAY "Enter state code : " WITH NO ADVANCING.
       ACCEPT EntryState.
       MOVE FUNCTION UPPER-CASE(EntryState) TO EntryState.
       IF EntryState = SPACES
              DISPLAY "State code is required."
       ELSE
              DISPLAY "Enter postal code from (Enter = whole state) : "
                     WITH NO ADVANCING
              MOVE SPACES TO EntryFrom
              ACCEPT EntryFrom
              MOVE FUNCTION UPPER-CASE(EntryFrom) TO EntryFrom
              MOVE SPACES TO EntryTo
              IF EntryFrom NOT = SPACES
                     DISPLAY "Enter postal code to : " WITH NO ADVANCING
                     ACCEPT EntryTo
                     MOVE FUNCTION UPPER-CASE(EntryTo) TO EntryTo
                     IF EntryTo = SPACES
                            MOVE EntryFrom TO EntryTo
                     END-IF
              END-IF
              IF EntryFrom NOT = SPACES AND EntryTo < EntryFrom
                     DISPLAY "Postal code to is before postal code from."
              ELSE
                     PERFORM AcceptEntryRep
                     IF RepExists = "Y"
                            PERFORM StoreTerritory
                     END-IF
              END-IF
       END-IF.

StoreTerritory.
       MOVE EntryState TO TRStateCode.
       MOVE EntryFrom TO TRPostalFrom.
       READ TerritoryFile
              INVALID KEY
                     MOVE EntryTo TO TRPostalTo
                     MOVE EntryRep TO TRRepCode
                     MOVE SignOnID TO TRAddedBy
                     MOVE BizDate TO TRAddedDate
                     WRITE TerritoryRecord
                            INVALID KEY DISPLAY "Territory could not be added."
                            NOT INVALID KEY DISPLAY "Territory added."
                     END-WRITE
              NOT INVALID KEY
                     MOVE EntryTo TO TRPostalTo
                     MOVE EntryRep TO TRRepCode
                     MOVE SignOnID TO TRAddedBy
                     MOVE BizDate TO TRAddedDate
                     REWRITE TerritoryRecord
                            INVALID KEY
                                   DISPLAY "Territory could not be changed."
                            NOT INVALID KEY DISPLAY "Territory changed."
                     END-REWRITE
       END-READ.

DeleteTerritory.
       DISPLAY "Enter state code : " WITH NO ADVANCING.
       ACCEPT EntryState.
       MOVE FUNCTION UPPER-CASE(EntryState) TO TRStateCode.
       DISPLAY "Enter postal code from (Enter = whole state) : "
              WITH NO ADVANCING.
       MOVE SPACES TO EntryFrom.
       ACCEPT EntryFrom.
       MOVE FUNCTION UPPER-CASE(EntryFrom) TO TRPostalFrom.
       DELETE TerritoryFile
              INVALID KEY DISPLAY "Territory not found."
              NOT INVALID KEY DISPLAY "Territory deleted."
       END-DELETE.

ListHouseAccts.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO HAIDNum.
       START HouseAcctFile KEY IS NOT LESS THAN HAIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ HouseAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            DISPLAY "Customer " HAIDNum "  Rep " HARepCode
                                   "  Set " HAAddedDate " by " HAAddedBy
              END-READ
       END-PERFORM.
       IF ListCount = 0
              DISPLAY "No house accounts defined."
       END-IF.

AddHouseAcct.
       DISPLAY "Enter customer ID : " WITH NO ADVANCING.
       ACCEPT EntryIDNum.
       MOVE "Y" TO CustExists.
       IF CustFileOpen = "Y"
              MOVE EntryIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY MOVE "N" TO CustExists
              END-READ
       END-IF.
       IF CustExists = "N"
              DISPLAY "Customer not found."
       ELSE
              PERFORM AcceptEntryRep
              IF RepExists = "Y"
                     PERFORM StoreHouseAcct
              END-IF
       END-IF.

StoreHouseAcct.
       MOVE EntryIDNum TO HAIDNum.
       READ HouseAcctFile
              INVALID KEY
                     MOVE EntryRep TO HARepCode
                     MOVE SignOnID TO HAAddedBy
                     MOVE BizDate TO HAAddedDate
                     WRITE HouseAcctRecord
                            INVALID KEY
                                   DISPLAY "House account could not be added."
                            NOT INVALID KEY DISPLAY "House account added."
                     END-WRITE
              NOT INVALID KEY
                     MOVE EntryRep TO HARepCode
                     MOVE SignOnID TO HAAddedBy
                     MOVE BizDate TO HAAddedDate
                     REWRITE HouseAcctRecord
                            INVALID KEY
                                   DISPLAY "House account could not be changed."
                            NOT INVALID KEY DISPLAY "House account changed."
                     END-REWRITE
       END-READ.

DeleteHouseAcct.
       DISPLAY "Enter customer ID : " WITH NO ADVANCING.
       ACCEPT HAIDNum.
       DELETE HouseAcctFile
              INVALID KEY DISPLAY "House account not found."
              NOT INVALID KEY DISPLAY "House account removed."
       END-DELETE.

AcceptEntryRep.
       DISPLAY "Enter salesperson code : " WITH NO ADVANCING.
       ACCEPT EntryRep.
       MOVE FUNCTION UPPER-CASE(EntryRep) TO EntryRep.
       PERFORM CheckEntryRep.

CheckEntryRep.
       MOVE "Y" TO RepExists.
       IF EntryRep = SPACES
              MOVE "N" TO RepExists
              DISPLAY "Salesperson code is required."
       ELSE
              IF RepFileOpen = "Y"
                     MOVE EntryRep TO SRCode
                     READ SalesRepFile
                            INVALID KEY
                                   MOVE "N" TO RepExists
                                   DISPLAY "Salesperson code not on the master."
                     END-READ
              END-IF
       END-IF.

ReassignRep.
       IF SignOnLevel NOT = "S"
              DISPLAY "Only a supervisor may reassign a rep's accounts."
       ELSE
              DISPLAY "Enter departing salesperson code : " WITH NO ADVANCING
              ACCEPT OldRep
              MOVE FUNCTION UPPER-CASE(OldRep) TO OldRep
              DISPLAY "Enter new salesperson code : " WITH NO ADVANCING
              ACCEPT EntryRep
              MOVE FUNCTION UPPER-CASE(EntryRep) TO EntryRep
              PERFORM CheckEntryRep
              IF RepExists = "Y"
                     MOVE EntryRep TO NewRep
                     IF OldRep = SPACES OR OldRep = NewRep
                            DISPLAY "The two salesperson codes must differ."
                     ELSE
                            DISPLAY "Move all of " OldRep "'s accounts to "
                                   NewRep " (Y/N) : " WITH NO ADVANCING
                            ACCEPT Confirm
                            IF FUNCTION UPPER-CASE(Confirm) = "Y"
                                   PERFORM RunReassignment
                            END-IF
                     END-IF
              END-IF
       END-IF.

RunReassignment.
       MOVE 0 TO TerritMoved.
       MOVE 0 TO HouseMoved.
       MOVE 0 TO OrdersMoved.
       MOVE 0 TO StandMoved.
       MOVE 0 TO QuotesMoved.
       MOVE "O" TO RptAction.
       MOVE "RepReassign.prt" TO RptFileName.
       MOVE "SALES REP REASSIGNMENT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "ACCOUNTS MOVED FROM REP " DELIMITED BY SIZE
              OldRep DELIMITED BY SIZE
              " TO REP " DELIMITED BY SIZE
              NewRep DELIMITED BY SIZE
              " ON " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              SignOnID DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteMoveLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteMoveLine.
       MOVE "TYPE" TO RptLine(1:4).
       MOVE "KEY" TO RptLine(16:3).
       MOVE "CUSTOMER" TO RptLine(30:8).
       MOVE "DETAIL" TO RptLine(40:6).
       PERFORM WriteMoveLine.
       PERFORM MoveTerritories.
       PERFORM MoveHouseAccts.
       PERFORM MoveOpenOrders.
       PERFORM MoveStandingOrders.
       PERFORM MoveOpenQuotes.
       MOVE SPACES TO RptLine.
       PERFORM WriteMoveLine.
       MOVE "TERRITORIES MOVED" TO RptLine(1:17).
       MOVE TerritMoved TO CountEdit.
       MOVE CountEdit TO RptLine(24:6).
       PERFORM WriteMoveLine.
       MOVE "HOUSE ACCOUNTS MOVED" TO RptLine(1:20).
       MOVE HouseMoved TO CountEdit.
       MOVE CountEdit TO RptLine(24:6).
       PERFORM WriteMoveLine.
       MOVE "OPEN ORDERS MOVED" TO RptLine(1:17).
       MOVE OrdersMoved TO CountEdit.
       MOVE CountEdit TO RptLine(24:6).
       PERFORM WriteMoveLine.
       MOVE "STANDING ORDERS MOVED" TO RptLine(1:21).
       MOVE StandMoved TO CountEdit.
       MOVE CountEdit TO RptLine(24:6).
       PERFORM WriteMoveLine.
       MOVE "OPEN QUOTES MOVED" TO RptLine(1:17).
       MOVE QuotesMoved TO CountEdit.
       MOVE CountEdit TO RptLine(24:6).
       PERFORM WriteMoveLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Reassigned " TerritMoved " territory(ies), " HouseMoved
              " house account(s), " OrdersMoved " order(s),".
       DISPLAY StandMoved " standing order(s) and " QuotesMoved
              " quote(s) - written to RepReassign.prt".

MoveTerritories.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO TRKey.
       START TerritoryFile KEY IS NOT LESS THAN TRKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ TerritoryFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF TRRepCode = OldRep
                                   MOVE NewRep TO TRRepCode
                                   MOVE SignOnID TO TRAddedBy
                                   MOVE BizDate TO TRAddedDate
                                   REWRITE TerritoryRecord
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                                 PERFORM ReportTerritory
                                   END-REWRITE
                            END-IF
              END-READ
       END-PERFORM.

MoveHouseAccts.
       MOVE "N" TO WSEOF.
       MOVE 0 TO HAIDNum.
       START HouseAcctFile KEY IS NOT LESS THAN HAIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ HouseAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF HARepCode = OldRep
                                   MOVE NewRep TO HARepCode
                                   MOVE SignOnID TO HAAddedBy
                                   MOVE BizDate TO HAAddedDate
                                   REWRITE HouseAcctRecord
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                                 PERFORM ReportHouseAcct
                                   END-REWRITE
                            END-IF
              END-READ
       END-PERFORM.

ReportTerritory.
       ADD 1 TO TerritMoved.
       MOVE SPACES TO RptLine.
       MOVE "TERRITORY" TO RptLine(1:9).
       MOVE TRStateCode TO RptLine(16:2).
       IF TRPostalFrom = SPACES
              MOVE "WHOLE STATE" TO RptLine(40:11)
       ELSE
              MOVE TRPostalFrom TO RptLine(40:10)
              MOVE TRPostalTo TO RptLine(52:10)
       END-IF.
       PERFORM WriteMoveLine.

ReportHouseAcct.
       ADD 1 TO HouseMoved.
       MOVE SPACES TO RptLine.
       MOVE "HOUSE ACCT" TO RptLine(1:10).
       MOVE HAIDNum TO RptLine(30:6).
       PERFORM WriteMoveLine.

MoveOpenOrders.
       OPEN I-O OrdHeaderFile.
       IF WSHdrFileStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ OrdHeaderFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF OHSalesRep = OldRep AND
                                      (OHEntered OR OHPriceHold OR
                                       OHPicked OR OHPartial)
                                          PERFORM MoveOneOrder
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE OrdHeaderFile
       END-IF.

MoveOneOrder.
       MOVE SPACES TO JrnBefore.
       MOVE OrderHeader TO JrnBefore.
       MOVE NewRep TO OHSalesRep.
       REWRITE OrderHeader
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     ADD 1 TO OrdersMoved
                     MOVE "OrdHeader" TO JrnFile
                     MOVE "R" TO JrnOp
                     MOVE SPACES TO JrnKey
                     MOVE OHOrderNum TO JrnKey(1:6)
                     MOVE SPACES TO JrnAfter
                     MOVE OrderHeader TO JrnAfter
                     CALL "coboltut96jrnl" USING JrnFile, JrnOp, JrnKey,
                            JrnBefore, JrnAfter
                     MOVE SPACES TO RptLine
                     MOVE "ORDER" TO RptLine(1:5)
                     MOVE OHOrderNum TO RptLine(16:6)
                     MOVE OHIDNum TO RptLine(30:6)
                     MOVE "STATUS" TO RptLine(40:6)
                     MOVE OHStatus TO RptLine(47:1)
                     PERFORM WriteMoveLine
       END-REWRITE.

MoveStandingOrders.
       OPEN I-O StandHdrFile.
       IF WSStdHdrStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ StandHdrFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF SHSalesRep = OldRep
                                          MOVE NewRep TO SHSalesRep
                                          REWRITE StandingHeader
                                                 INVALID KEY CONTINUE
                                                 NOT INVALID KEY
                                                        PERFORM ReportStanding
                                          END-REWRITE
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE StandHdrFile
       END-IF.

ReportStanding.
       ADD 1 TO StandMoved.
       MOVE SPACES TO RptLine.
       MOVE "STANDING" TO RptLine(1:8).
       MOVE SHTemplNum TO RptLine(16:4).
       MOVE SHIDNum TO RptLine(30:6).
       MOVE "NEXT RUN" TO RptLine(40:8).
       MOVE SHNextRun TO RptLine(49:8).
       PERFORM WriteMoveLine.

MoveOpenQuotes.
       OPEN I-O QuoteHdrFile.
       IF WSQHdrStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ QuoteHdrFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF QHSalesRep = OldRep AND QHOpen
                                          MOVE NewRep TO QHSalesRep
                                          REWRITE QuoteHeader
                                                 INVALID KEY CONTINUE
                                                 NOT INVALID KEY
                                                        PERFORM ReportQuote
                                          END-REWRITE
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE QuoteHdrFile
       END-IF.

ReportQuote.
       ADD 1 TO QuotesMoved.
       MOVE SPACES TO RptLine.
       MOVE "QUOTE" TO RptLine(1:5).
       MOVE QHQuoteNum TO RptLine(16:6).
       MOVE QHIDNum TO RptLine(30:6).
       MOVE "EXPIRES" TO RptLine(40:7).
       MOVE QHExpiry TO RptLine(48:8).
       PERFORM WriteMoveLine.

WriteMoveLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
