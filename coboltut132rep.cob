       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut132rep.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HouseAcctFile ASSIGN TO "HouseAcct.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HAIDNum
              FILE STATUS IS WSHouseStatus.
       SELECT TerritoryFile ASSIGN TO "Territory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRKey
              FILE STATUS IS WSTerritStatus.
DATA DIVISION.
FILE SECTION.
FD HouseAcctFile.
       COPY HOUSEAC.
FD TerritoryFile.
       COPY TERRIT.
WORKING-STORAGE SECTION.
       01 WSHouseStatus PIC XX.
       01 WSTerritStatus PIC XX.
       01 TerritEOF PIC X.
       01 StateRep PIC X(3).
       01 RangeRep PIC X(3).
LINKAGE SECTION.
       01 LIDNum PIC 9(6).
       01 LStateCode PIC X(2).
       01 LPostalCode PIC X(10).
       01 LRepCode PIC X(3).
       01 LRepSource PIC X.
PROCEDURE DIVISION USING LIDNum LStateCode LPostalCode LRepCode LRepSource.
StartPara.
       MOVE SPACES TO LRepCode.
       MOVE SPACE TO LRepSource.
       OPEN INPUT HouseAcctFile.
       IF WSHouseStatus = "00"
              MOVE LIDNum TO HAIDNum
              READ HouseAcctFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE HARepCode TO LRepCode
                            MOVE "H" TO LRepSource
              END-READ
              CLOSE HouseAcctFile
       END-IF.
       IF LRepSource = SPACE
              PERFORM FindTerritory
       END-IF.
       GOBACK.

FindTerritory.
       MOVE SPACES TO StateRep.
       MOVE SPACES TO RangeRep.
       OPEN INPUT TerritoryFile.
       IF WSTerritStatus = "00"
              MOVE "N" TO TerritEOF
              MOVE LStateCode TO TRStateCode
              MOVE SPACES TO TRPostalFrom
              START TerritoryFile KEY IS NOT LESS THAN TRKey
                     INVALID KEY MOVE "Y" TO TerritEOF
              END-START
              PERFORM UNTIL TerritEOF = "Y"
                     READ TerritoryFile NEXT RECORD
                            AT END MOVE "Y" TO TerritEOF
                            NOT AT END
                                   IF TRStateCode NOT = LStateCode
                                          MOVE "Y" TO TerritEOF
                                   ELSE
                                          PERFORM MatchTerritory
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE TerritoryFile
       END-IF.
       IF RangeRep NOT = SPACES
              MOVE RangeRep TO LRepCode
              MOVE "T" TO LRepSource
       ELSE
              IF StateRep NOT = SPACES
                     MOVE StateRep TO LRepCode
                     MOVE "T" TO LRepSource
              END-IF
       END-IF.

MatchTerritory.
       IF TRPostalFrom = SPACES
              MOVE TRRepCode TO StateRep
       ELSE
              IF LPostalCode >= TRPostalFrom AND
                 LPostalCode <= TRPostalTo AND
                 RangeRep = SPACES
                     MOVE TRRepCode TO RangeRep
              END-IF
       END-IF.
