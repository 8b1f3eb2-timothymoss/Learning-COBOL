       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut122calc.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
DATA DIVISION.
WORKING-STORAGE SECTION.
       01 TierIdx PIC 9.
LINKAGE SECTION.
       01 LTierTable.
              02 LTier OCCURS 4 TIMES.
                     03 LTierFloor PIC 9(9)V99.
                     03 LTierPct PIC 99V99.
       01 LPurchases PIC 9(9)V99.
       01 LEarned PIC 9(7)V99.
       01 LTierHit PIC 9.
PROCEDURE DIVISION USING LTierTable LPurchases LEarned LTierHit.
StartPara.
       MOVE 0 TO LEarned.
       MOVE 0 TO LTierHit.
       PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
              IF LTierPct(TierIdx) > 0 AND LPurchases >= LTierFloor(TierIdx)
                     MOVE TierIdx TO LTierHit
              END-IF
       END-PERFORM.
       IF LTierHit > 0
              COMPUTE LEarned ROUNDED = LPurchases * LTierPct(LTierHit) / 100
       END-IF.
       GOBACK.
