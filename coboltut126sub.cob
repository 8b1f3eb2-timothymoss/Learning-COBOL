       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut126sub.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SBKey
              FILE STATUS IS WSSubstStatus.
DATA DIVISION.
FILE SECTION.
FD SubstFile.
       COPY SUBST.
WORKING-STORAGE SECTION.
       01 WSSubstStatus PIC XX.
       01 SubstExists PIC X.
       01 ChainDepth PIC 9.
       01 WorkProd PIC X(10).
       01 WorkSize PIC A.
       01 AltIdx PIC 9.
LINKAGE SECTION.
       01 LProdName PIC X(10).
       01 LSize PIC A.
       01 LNewProd PIC X(10).
       01 LNewSize PIC A.
       01 LSubFound PIC X.
       01 LAltCount PIC 9.
       01 LAltTable.
              02 LAlt OCCURS 3 TIMES.
                     03 LAltProd PIC X(10).
                     03 LAltSize PIC A.
PROCEDURE DIVISION USING LProdName LSize LNewProd LNewSize LSubFound
       LAltCount LAltTable.
StartPara.
       MOVE "N" TO LSubFound.
       MOVE LProdName TO LNewProd.
       MOVE LSize TO LNewSize.
       MOVE 0 TO LAltCount.
       MOVE SPACES TO LAltTable.
       OPEN INPUT SubstFile.
       IF WSSubstStatus = "00"
              MOVE LProdName TO WorkProd
              MOVE LSize TO WorkSize
              PERFORM ReadSubstitute
              IF SubstExists = "Y"
                     PERFORM VARYING AltIdx FROM 1 BY 1 UNTIL AltIdx > 3
                            IF SBAltProd(AltIdx) NOT = SPACES
                                   ADD 1 TO LAltCount
                                   MOVE SBAltProd(AltIdx)
                                          TO LAltProd(LAltCount)
                                   IF SBAltSize(AltIdx) = SPACE
                                          MOVE LSize TO LAltSize(LAltCount)
                                   ELSE
                                          MOVE SBAltSize(AltIdx)
                                                 TO LAltSize(LAltCount)
                                   END-IF
                            END-IF
                     END-PERFORM
              END-IF
              MOVE 0 TO ChainDepth
              PERFORM UNTIL SubstExists NOT = "Y" OR ChainDepth = 5
                     IF SBReplProd = SPACES
                            MOVE "N" TO SubstExists
                     ELSE
                            ADD 1 TO ChainDepth
                            MOVE "Y" TO LSubFound
                            MOVE SBReplProd TO LNewProd
                            IF SBReplSize NOT = SPACE
                                   MOVE SBReplSize TO LNewSize
                            END-IF
                            MOVE LNewProd TO WorkProd
                            MOVE LNewSize TO WorkSize
                            PERFORM ReadSubstitute
                     END-IF
              END-PERFORM
              CLOSE SubstFile
       END-IF.
       GOBACK.

ReadSubstitute.
       MOVE "Y" TO SubstExists.
       MOVE WorkProd TO SBOldProd.
       MOVE WorkSize TO SBOldSize.
       READ SubstFile
              INVALID KEY MOVE "N" TO SubstExists
       END-READ.
       IF SubstExists = "N" AND WorkSize NOT = SPACE
              MOVE "Y" TO SubstExists
              MOVE SPACE TO SBOldSize
              READ SubstFile
                     INVALID KEY MOVE "N" TO SubstExists
              END-READ
       END-IF.
