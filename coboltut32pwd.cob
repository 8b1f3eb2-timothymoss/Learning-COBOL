       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut32pwd.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
DATA DIVISION.
WORKING-STORAGE SECTION.
       01 HashInput PIC X(20).
       01 HashRound PIC 9(3).
       01 HashRounds PIC 9(3) VALUE 64.
       01 CharIdx PIC 99.
       01 CharCode PIC 9(3).
       01 HashPart1 PIC 9(18).
       01 HashPart2 PIC 9(18).
       01 HashOut.
              02 HashOut1 PIC 9(10).
              02 HashOut2 PIC 9(10).
       01 PwdLen PIC 99.
       01 PwdMinLen PIC 99 VALUE 8.
       01 IDLen PIC 9.
       01 IDCount PIC 99.
       01 HasLetter PIC X.
       01 HasDigit PIC X.
       01 HasSpace PIC X.
       01 UpperPwd PIC X(16).
       01 UpperID PIC X(4).
LINKAGE SECTION.
       01 PwdAction PIC X.
       01 PwdOperID PIC X(4).
       01 PwdText PIC X(16).
       01 PwdHash PIC X(20).
       01 PwdResult PIC X.
PROCEDURE DIVISION USING PwdAction PwdOperID PwdText PwdHash PwdResult.
StartPara.
       MOVE "N" TO PwdResult.
       EVALUATE PwdAction
              WHEN "H" PERFORM HashPassword
              WHEN "V" PERFORM CheckPasswordRules
       END-EVALUATE.
       GOBACK.

HashPassword.
       MOVE SPACES TO HashInput.
       STRING PwdOperID DELIMITED BY SIZE
              PwdText DELIMITED BY SIZE
              INTO HashInput.
       MOVE 7 TO HashPart1.
       MOVE 11 TO HashPart2.
       PERFORM VARYING HashRound FROM 1 BY 1 UNTIL HashRound > HashRounds
              PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 20
                     COMPUTE CharCode = FUNCTION ORD(HashInput(CharIdx:1))
                     COMPUTE HashPart1 = FUNCTION MOD(HashPart1 * 131
                            + CharCode + HashRound, 9999999967)
                     COMPUTE HashPart2 = FUNCTION MOD(HashPart2 * 257
                            + (CharCode * CharIdx)
                            + FUNCTION MOD(HashPart1, 9973), 9999999881)
              END-PERFORM
       END-PERFORM.
       MOVE HashPart1 TO HashOut1.
       MOVE HashPart2 TO HashOut2.
       MOVE HashOut TO PwdHash.
       MOVE "Y" TO PwdResult.

CheckPasswordRules.
       MOVE 0 TO PwdLen.
       PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 16
              IF PwdText(CharIdx:1) NOT = SPACE
                     MOVE CharIdx TO PwdLen
              END-IF
       END-PERFORM.
       MOVE "N" TO HasLetter.
       MOVE "N" TO HasDigit.
       MOVE "N" TO HasSpace.
       PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > PwdLen
              IF PwdText(CharIdx:1) = SPACE
                     MOVE "Y" TO HasSpace
              ELSE
                     IF PwdText(CharIdx:1) IS NUMERIC
                            MOVE "Y" TO HasDigit
                     ELSE
                            IF PwdText(CharIdx:1) IS ALPHABETIC
                                   MOVE "Y" TO HasLetter
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.
       MOVE 0 TO IDCount.
       MOVE 0 TO IDLen.
       PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 4
              IF PwdOperID(CharIdx:1) NOT = SPACE
                     MOVE CharIdx TO IDLen
              END-IF
       END-PERFORM.
       IF IDLen > 0
              MOVE FUNCTION UPPER-CASE(PwdText) TO UpperPwd
              MOVE FUNCTION UPPER-CASE(PwdOperID) TO UpperID
              INSPECT UpperPwd TALLYING IDCount
                     FOR ALL UpperID(1:IDLen)
       END-IF.
       EVALUATE TRUE
              WHEN PwdLen < PwdMinLen
                     DISPLAY "Password must be at least " PwdMinLen
                            " characters (max 16)."
              WHEN HasSpace = "Y"
                     DISPLAY "Password cannot contain spaces."
              WHEN HasLetter = "N" OR HasDigit = "N"
                     DISPLAY "Password needs at least one letter and one"
                            " digit."
              WHEN IDCount > 0
                     DISPLAY "Password cannot contain the operator ID."
              WHEN OTHER
                     MOVE "Y" TO PwdResult
       END-EVALUATE.
