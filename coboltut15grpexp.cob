       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut15grpexp.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY CUSTRECWIDE.
WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
       01 WSEOF PIC X.
       01 HeadID PIC 9(6).
       01 HeadLimit PIC 9(7)V99.
       01 MemberCount PIC 9(4).
       01 MemberIdx PIC 9(4).
       01 MemberTable.
              02 MemberID PIC 9(6) OCCURS 500 TIMES.
       01 MemberARFound PIC X.
       01 MemberARBalance PIC S9(7)V99.
       01 MemberOpenOrders PIC 9(9)V99.
LINKAGE SECTION.
       01 LIDNum PIC 9(6).
       01 LLimit PIC 9(7)V99.
       01 LExposure PIC S9(9)V99.
       01 LGroupID PIC 9(6).
PROCEDURE DIVISION USING LIDNum LLimit LExposure LGroupID.
StartPara.
       MOVE 0 TO LLimit.
       MOVE 0 TO LExposure.
       MOVE 0 TO LGroupID.
       MOVE 0 TO MemberCount.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus NOT = "00"
              GOBACK
       END-IF.
       MOVE LIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY
                     CLOSE CustomerFile
                     GOBACK
       END-READ.
       MOVE CreditLimit TO LLimit.
       IF ParentIDNum NOT = 0
              MOVE ParentIDNum TO HeadID
       ELSE
              MOVE IDNum TO HeadID
       END-IF.
       MOVE HeadID TO IDNum.
       READ CustomerFile
              INVALID KEY MOVE 0 TO HeadLimit
              NOT INVALID KEY MOVE CreditLimit TO HeadLimit
       END-READ.
       PERFORM LoadMembers.
       CLOSE CustomerFile.
       IF MemberCount > 1 AND HeadLimit > 0
              MOVE HeadLimit TO LLimit
              MOVE HeadID TO LGroupID
       ELSE
              MOVE 1 TO MemberCount
              MOVE LIDNum TO MemberID(1)
       END-IF.
       PERFORM VARYING MemberIdx FROM 1 BY 1 UNTIL MemberIdx > MemberCount
              CALL "coboltut15argetbal" USING MemberID(MemberIdx),
                     MemberARFound, MemberARBalance
              CALL "coboltut23openord" USING MemberID(MemberIdx),
                     MemberOpenOrders
              COMPUTE LExposure = LExposure + MemberARBalance
                     + MemberOpenOrders
       END-PERFORM.
       GOBACK.

LoadMembers.
       MOVE 1 TO MemberCount.
       MOVE HeadID TO MemberID(1).
       MOVE 0 TO IDNum.
       START CustomerFile KEY IS GREATER THAN IDNum
              INVALID KEY MOVE "Y" TO WSEOF
              NOT INVALID KEY MOVE "N" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ CustomerFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF ParentIDNum = HeadID AND IDNum NOT = HeadID
                               AND MemberCount < 500
                                   ADD 1 TO MemberCount
                                   MOVE IDNum TO MemberID(MemberCount)
                            END-IF
              END-READ
       END-PERFORM.
