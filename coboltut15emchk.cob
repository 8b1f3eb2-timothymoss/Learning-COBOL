       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut15emchk.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
DATA DIVISION.
WORKING-STORAGE SECTION.
       01 AtCount PIC 99.
       01 AtPos PIC 99.
       01 DotAfterAt PIC X.
       01 AddrLen PIC 99.
       01 CharIdx PIC 99.
LINKAGE SECTION.
       01 LEmail PIC X(30).
       01 LValid PIC X.
PROCEDURE DIVISION USING LEmail LValid.
StartPara.
       MOVE "N" TO LValid.
       IF LEmail = SPACES OR LEmail(1:1) = SPACE
              GOBACK
       END-IF.
       MOVE 0 TO AtCount.
       INSPECT LEmail TALLYING AtCount FOR ALL "@".
       IF AtCount NOT = 1
              GOBACK
       END-IF.
       MOVE 0 TO AddrLen.
       PERFORM VARYING CharIdx FROM 30 BY -1
              UNTIL CharIdx < 1 OR AddrLen > 0
              IF LEmail(CharIdx:1) NOT = SPACE
                     MOVE CharIdx TO AddrLen
              END-IF
       END-PERFORM.
       MOVE 0 TO AtPos.
       MOVE "N" TO DotAfterAt.
       PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > AddrLen
              EVALUATE TRUE
                     WHEN LEmail(CharIdx:1) = SPACE
                            GOBACK
                     WHEN LEmail(CharIdx:1) = "@"
                            MOVE CharIdx TO AtPos
                     WHEN LEmail(CharIdx:1) = "." AND AtPos > 0
                          AND CharIdx > AtPos + 1 AND CharIdx < AddrLen
                            MOVE "Y" TO DotAfterAt
              END-EVALUATE
       END-PERFORM.
       IF AtPos > 1 AND DotAfterAt = "Y"
              MOVE "Y" TO LValid
       END-IF.
       GOBACK.
