       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut139.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPOFileStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
DATA DIVISION.
FILE SECTION.
FD PurchOrdFile.
       COPY PORD.
FD VendorFile.
       COPY VENDOR.
WORKING-STORAGE SECTION.
       01 WSPOFileStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSEOF PIC X.
       01 StayOpen PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 EntryPONum PIC 9(6).
       01 Decision PIC X.
       01 NewStatus PIC X.
       01 LinesChanged PIC 9(3).
       01 HPIdx PIC 9(3).
       01 HPFound PIC 9(3).
       01 HPCount PIC 9(3) VALUE 0.
       01 HeldPOTable.
              02 HPEntry OCCURS 200 TIMES.
                     03 HPPONum PIC 9(6).
                     03 HPVendor PIC X(10).
                     03 HPRequestedBy PIC X(4).
                     03 HPDate PIC 9(8).
                     03 HPLines PIC 9(3).
                     03 HPTotal PIC 9(9)V99.
       01 VendorName PIC X(25).
       01 TotalEdit PIC $$$$,$$$,$$9.99.
       01 CostEdit PIC ZZ,ZZ9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "POApproved.prt".
       01 RptTitle PIC X(40) VALUE "APPROVED PURCHASE ORDERS".
       01 RptLine PIC X(80).
       01 ApprovedCount PIC 9(3) VALUE 0.
       01 RejectedCount PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       IF SignOnLevel NOT = "S"
              DISPLAY "Purchase order approval needs a supervisor sign-on."
              STOP RUN
       END-IF.
       OPEN I-O PurchOrdFile.
       IF WSPOFileStatus NOT = "00"
              DISPLAY "No purchase order file - nothing to approve."
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus = "00"
              MOVE "Y" TO VendorOpen
       ELSE
              MOVE "N" TO VendorOpen
       END-IF.
       MOVE "O" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM UNTIL StayOpen NOT = "Y"
              PERFORM LoadHeldPOs
              IF HPCount = 0
                     DISPLAY "No purchase orders are awaiting approval."
                     MOVE "N" TO StayOpen
              ELSE
                     PERFORM ShowHeldPOs
                     MOVE 0 TO EntryPONum
                     DISPLAY "PO number to decide (0 = quit) : "
                            WITH NO ADVANCING
                     ACCEPT EntryPONum
                     IF EntryPONum = 0
                            MOVE "N" TO StayOpen
                     ELSE
                            PERFORM DecideOnePO
                     END-IF
              END-IF
       END-PERFORM.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE PurchOrdFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       DISPLAY ApprovedCount " PO(s) approved, " RejectedCount
              " rejected.".
       IF ApprovedCount > 0
              DISPLAY "Approved POs printed to POApproved.prt"
       END-IF.
       STOP RUN.

LoadHeldPOs.
       MOVE 0 TO HPCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO POKey.
       START PurchOrdFile KEY IS NOT LESS THAN POKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PurchOrdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF POPendingApproval
                                   PERFORM HoldOnePOLine
                            END-IF
              END-READ
       END-PERFORM.

HoldOnePOLine.
       IF HPCount = 0
              MOVE 0 TO HPFound
       ELSE
              IF HPPONum(HPCount) = PONum
                     MOVE HPCount TO HPFound
              ELSE
                     MOVE 0 TO HPFound
              END-IF
       END-IF.
       IF HPFound = 0 AND HPCount < 200
              ADD 1 TO HPCount
              MOVE HPCount TO HPFound
              MOVE PONum TO HPPONum(HPFound)
              MOVE POVendor TO HPVendor(HPFound)
              MOVE PORequestedBy TO HPRequestedBy(HPFound)
              MOVE PODate TO HPDate(HPFound)
              MOVE 0 TO HPLines(HPFound)
              MOVE 0 TO HPTotal(HPFound)
       END-IF.
       IF HPFound > 0
              ADD 1 TO HPLines(HPFound)
              COMPUTE HPTotal(HPFound) = HPTotal(HPFound)
                     + (POQtySuggested * POUnitCost)
       END-IF.

ShowHeldPOs.
       DISPLAY " ".
       DISPLAY "PURCHASE ORDERS AWAITING APPROVAL".
       DISPLAY "PO      VENDOR     NAME                      LINES"
              "          TOTAL  BY    DATE".
       PERFORM VARYING HPIdx FROM 1 BY 1 UNTIL HPIdx > HPCount
              MOVE HPVendor(HPIdx) TO VMCode
              PERFORM LookUpVendorName
              MOVE HPTotal(HPIdx) TO TotalEdit
              DISPLAY HPPONum(HPIdx) "  " HPVendor(HPIdx) " "
                     VendorName " " HPLines(HPIdx) "  " TotalEdit "  "
                     HPRequestedBy(HPIdx) "  " HPDate(HPIdx)
       END-PERFORM.

LookUpVendorName.
       MOVE SPACES TO VendorName.
       IF VendorOpen = "Y"
              READ VendorFile
                     INVALID KEY
                            MOVE "** NOT ON VENDOR MASTER" TO VendorName
                     NOT INVALID KEY MOVE VMName TO VendorName
              END-READ
       END-IF.

DecideOnePO.
       MOVE 0 TO HPFound.
       PERFORM VARYING HPIdx FROM 1 BY 1 UNTIL HPIdx > HPCount
              IF HPPONum(HPIdx) = EntryPONum
                     MOVE HPIdx TO HPFound
              END-IF
       END-PERFORM.
       IF HPFound = 0
              DISPLAY "PO " EntryPONum " is not awaiting approval."
       ELSE
              MOVE SPACE TO Decision
              DISPLAY "A = approve, R = reject, Enter = leave held : "
                     WITH NO ADVANCING
              ACCEPT Decision
              MOVE FUNCTION UPPER-CASE(Decision) TO Decision
              EVALUATE Decision
                     WHEN "A"
                            MOVE "O" TO NewStatus
                            PERFORM PrintPOHeader
                            PERFORM UpdateHeldLines
                            ADD 1 TO ApprovedCount
                            DISPLAY "PO " EntryPONum " approved - "
                                   LinesChanged " line(s) released."
                     WHEN "R"
                            MOVE "C" TO NewStatus
                            PERFORM UpdateHeldLines
                            ADD 1 TO RejectedCount
                            DISPLAY "PO " EntryPONum " rejected - "
                                   LinesChanged " line(s) closed."
                     WHEN OTHER
                            DISPLAY "PO " EntryPONum " left held."
              END-EVALUATE
       END-IF.

UpdateHeldLines.
       MOVE 0 TO LinesChanged.
       MOVE "N" TO WSEOF.
       MOVE EntryPONum TO PONum.
       MOVE 0 TO POLine.
       START PurchOrdFile KEY IS GREATER THAN POKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PurchOrdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PONum NOT = EntryPONum
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   IF POPendingApproval
                                          PERFORM UpdateOneHeldLine
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

UpdateOneHeldLine.
       MOVE NewStatus TO POStatus.
       MOVE SignOnID TO POApprovedBy.
       MOVE BizDate TO POApprovedDate.
       REWRITE PORecord
              INVALID KEY DISPLAY "PO " PONum " line " POLine
                     " wasn't updated."
              NOT INVALID KEY
                     ADD 1 TO LinesChanged
                     IF NewStatus = "O"
                            PERFORM PrintPOLine
                     END-IF
       END-REWRITE.

PrintPOHeader.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE HPVendor(HPFound) TO VMCode.
       PERFORM LookUpVendorName.
       MOVE SPACES TO RptLine.
       STRING "PO " DELIMITED BY SIZE
              EntryPONum DELIMITED BY SIZE
              "  VENDOR : " DELIMITED BY SIZE
              HPVendor(HPFound) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VendorName DELIMITED BY SIZE
              "  DATE : " DELIMITED BY SIZE
              HPDate(HPFound) DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE HPTotal(HPFound) TO TotalEdit.
       MOVE SPACES TO RptLine.
       STRING "  REQUESTED BY " DELIMITED BY SIZE
              HPRequestedBy(HPFound) DELIMITED BY SIZE
              "  APPROVED BY " DELIMITED BY SIZE
              SignOnID DELIMITED BY SIZE
              " ON " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "  TOTAL " DELIMITED BY SIZE
              FUNCTION TRIM(TotalEdit) DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "  LN   PRODUCT     SZ  QTY     UNIT COST" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

PrintPOLine.
       MOVE POUnitCost TO CostEdit.
       MOVE SPACES TO RptLine.
       STRING "  " DELIMITED BY SIZE
              POLine DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              POProdName DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              POSize DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              POQtySuggested DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CostEdit DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
