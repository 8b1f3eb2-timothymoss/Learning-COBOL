       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut131.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OverrideLogFile ASSIGN TO "PriceOverride.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSOvrLogStatus.
       SELECT SortFile ASSIGN TO "OvrSortWork".
DATA DIVISION.
FILE SECTION.
FD OverrideLogFile.
       COPY PRCOVR.
SD SortFile.
       01 SortRecord.
              02 SortKey.
                     03 SRep PIC X(3).
                     03 SIDNum PIC 9(6).
                     03 SOrderNum PIC 9(6).
                     03 SLineNum PIC 9(3).
              02 SProdName PIC X(10).
              02 SSize PIC A.
              02 SQty PIC 9(3).
              02 SListPrice PIC 9(5)V99.
              02 SPrice PIC 9(5)V99.
              02 SUnitCost PIC 9(5)V99.
              02 SReason PIC X(4).
              02 SHeld PIC X.
WORKING-STORAGE SECTION.
       01 WSOvrLogStatus PIC XX.
       01 WSEOF PIC X.
       01 SortEOF PIC X.
       01 BizDate PIC 9(8).
       01 StartDate PIC 9(8).
       01 PrevRep PIC X(3).
       01 PrevCust PIC 9(6).
       01 LineGiven PIC S9(9)V99.
       01 LineMargin PIC S9(9)V99.
       01 CustCount PIC 9(5).
       01 CustGiven PIC S9(9)V99.
       01 CustMargin PIC S9(9)V99.
       01 RepCount PIC 9(5).
       01 RepGiven PIC S9(9)V99.
       01 RepMargin PIC S9(9)V99.
       01 GrandCount PIC 9(5) VALUE 0.
       01 GrandGiven PIC S9(9)V99 VALUE 0.
       01 GrandMargin PIC S9(9)V99 VALUE 0.
       01 HeldCount PIC 9(5) VALUE 0.
       01 PriceEdit PIC ZZZZ9.99.
       01 AmountEdit PIC -ZZZZZ9.99.
       01 CountEdit PIC ZZ,ZZ9.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE StartDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(BizDate) - 6).
       OPEN INPUT OverrideLogFile.
       IF WSOvrLogStatus NOT = "00"
              DISPLAY "Price overrides - none recorded, nothing to report."
              STOP RUN
       END-IF.
       CLOSE OverrideLogFile.
       MOVE "O" TO RptAction.
       MOVE "PriceOverride.prt" TO RptFileName.
       MOVE "PRICE OVERRIDES BY REP AND CUSTOMER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "OVERRIDES GIVEN " DELIMITED BY SIZE
              StartDate DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "  (* = HELD FOR APPROVAL)" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteOvrLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteOvrLine.
       MOVE "REP" TO RptLine(1:3).
       MOVE "CUST" TO RptLine(5:4).
       MOVE "ORDER" TO RptLine(12:5).
       MOVE "PRODUCT" TO RptLine(19:7).
       MOVE "QTY" TO RptLine(32:3).
       MOVE "LIST" TO RptLine(40:4).
       MOVE "PRICE" TO RptLine(48:5).
       MOVE "RSN" TO RptLine(54:3).
       MOVE "GIVEN AWAY" TO RptLine(59:10).
       MOVE "MARGIN" TO RptLine(74:6).
       PERFORM WriteOvrLine.
       SORT SortFile ON ASCENDING KEY SortKey
              INPUT PROCEDURE IS ReleaseWeekOverrides
              OUTPUT PROCEDURE IS ReportOverrides.
       MOVE SPACES TO RptLine.
       PERFORM WriteOvrLine.
       MOVE "GRAND TOTAL" TO RptLine(1:11).
       MOVE GrandCount TO CountEdit.
       MOVE CountEdit TO RptLine(13:6).
       MOVE "OVERRIDE(S)" TO RptLine(20:11).
       MOVE GrandGiven TO AmountEdit.
       MOVE AmountEdit TO RptLine(59:10).
       MOVE GrandMargin TO AmountEdit.
       MOVE AmountEdit TO RptLine(70:10).
       PERFORM WriteOvrLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Price overrides - " GrandCount " override(s), " HeldCount
              " held, written to PriceOverride.prt".
       STOP RUN.

ReleaseWeekOverrides.
       OPEN INPUT OverrideLogFile.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ OverrideLogFile
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF OVDate >= StartDate AND OVDate <= BizDate
                                   MOVE OVSalesRep TO SRep
                                   MOVE OVIDNum TO SIDNum
                                   MOVE OVOrderNum TO SOrderNum
                                   MOVE OVLineNum TO SLineNum
                                   MOVE OVProdName TO SProdName
                                   MOVE OVSize TO SSize
                                   MOVE OVQty TO SQty
                                   MOVE OVListPrice TO SListPrice
                                   MOVE OVPrice TO SPrice
                                   MOVE OVUnitCost TO SUnitCost
                                   MOVE OVReason TO SReason
                                   MOVE OVHeld TO SHeld
                                   RELEASE SortRecord
                            END-IF
              END-READ
       END-PERFORM.
       CLOSE OverrideLogFile.

ReportOverrides.
       MOVE "N" TO SortEOF.
       MOVE HIGH-VALUES TO PrevRep.
       MOVE 0 TO PrevCust.
       MOVE 0 TO CustCount.
       MOVE 0 TO CustGiven.
       MOVE 0 TO CustMargin.
       MOVE 0 TO RepCount.
       MOVE 0 TO RepGiven.
       MOVE 0 TO RepMargin.
       PERFORM UNTIL SortEOF = "Y"
              RETURN SortFile
                     AT END
                            MOVE "Y" TO SortEOF
                            PERFORM PrintCustTotal
                            PERFORM PrintRepTotal
                     NOT AT END
                            IF SRep NOT = PrevRep
                                   PERFORM PrintCustTotal
                                   PERFORM PrintRepTotal
                                   MOVE SRep TO PrevRep
                                   MOVE SIDNum TO PrevCust
                            ELSE
                                   IF SIDNum NOT = PrevCust
                                          PERFORM PrintCustTotal
                                          MOVE SIDNum TO PrevCust
                                   END-IF
                            END-IF
                            PERFORM PrintOverrideLine
              END-RETURN
       END-PERFORM.

PrintOverrideLine.
       COMPUTE LineGiven = (SListPrice - SPrice) * SQty.
       COMPUTE LineMargin = (SPrice - SUnitCost) * SQty.
       ADD 1 TO CustCount.
       ADD LineGiven TO CustGiven.
       ADD LineMargin TO CustMargin.
       IF SHeld = "Y"
              ADD 1 TO HeldCount
       END-IF.
       MOVE SPACES TO RptLine.
       MOVE SRep TO RptLine(1:3).
       MOVE SIDNum TO RptLine(5:6).
       MOVE SOrderNum TO RptLine(12:6).
       MOVE SProdName TO RptLine(19:10).
       MOVE SSize TO RptLine(30:1).
       MOVE SQty TO RptLine(32:3).
       MOVE SListPrice TO PriceEdit.
       MOVE PriceEdit TO RptLine(36:8).
       MOVE SPrice TO PriceEdit.
       MOVE PriceEdit TO RptLine(45:8).
       MOVE SReason TO RptLine(54:4).
       MOVE LineGiven TO AmountEdit.
       MOVE AmountEdit TO RptLine(59:10).
       MOVE LineMargin TO AmountEdit.
       MOVE AmountEdit TO RptLine(70:10).
       IF SHeld = "Y"
              MOVE "*" TO RptLine(80:1)
       END-IF.
       PERFORM WriteOvrLine.

PrintCustTotal.
       IF CustCount > 0
              MOVE SPACES TO RptLine
              MOVE "TOTAL FOR CUSTOMER" TO RptLine(19:18)
              MOVE PrevCust TO RptLine(38:6)
              MOVE CustGiven TO AmountEdit
              MOVE AmountEdit TO RptLine(59:10)
              MOVE CustMargin TO AmountEdit
              MOVE AmountEdit TO RptLine(70:10)
              PERFORM WriteOvrLine
              ADD CustCount TO RepCount
              ADD CustGiven TO RepGiven
              ADD CustMargin TO RepMargin
              MOVE 0 TO CustCount
              MOVE 0 TO CustGiven
              MOVE 0 TO CustMargin
       END-IF.

PrintRepTotal.
       IF RepCount > 0
              MOVE SPACES TO RptLine
              MOVE "TOTAL FOR REP" TO RptLine(19:13)
              MOVE PrevRep TO RptLine(33:3)
              MOVE RepGiven TO AmountEdit
              MOVE AmountEdit TO RptLine(59:10)
              MOVE RepMargin TO AmountEdit
              MOVE AmountEdit TO RptLine(70:10)
              PERFORM WriteOvrLine
              MOVE SPACES TO RptLine
              PERFORM WriteOvrLine
              ADD RepCount TO GrandCount
              ADD RepGiven TO GrandGiven
              ADD RepMargin TO GrandMargin
              MOVE 0 TO RepCount
              MOVE 0 TO RepGiven
              MOVE 0 TO RepMargin
       END-IF.

WriteOvrLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
