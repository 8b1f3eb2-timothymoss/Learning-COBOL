       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut145.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SoDRuleFile ASSIGN TO "SoDRule.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SDKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRuleStatus.
       SELECT RolePermFile ASSIGN TO "RolePerm.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RPKey
              FILE STATUS IS WSRolePermStatus.
       SELECT OperFile ASSIGN TO "OperMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OperID
              FILE STATUS IS WSOperFileStatus.
       SELECT AuditFile ASSIGN TO "AuditFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAuditStatus.
       SELECT WriteoffRegFile ASSIGN TO "WriteoffReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSWoffRegStatus.
       SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSDutyLogStatus.
DATA DIVISION.
FILE SECTION.
FD SoDRuleFile.
       COPY SODRULE.
FD RolePermFile.
       01 RolePermRecord.
              02 RPKey.
                     03 RPRole PIC X(4).
                     03 RPFunction PIC X(10).
              02 RPLimit PIC 9(7)V99.
FD OperFile.
       COPY OPERREC.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
              02 AuditOperation PIC X(10).
              02 AuditIDNum PIC 9(6).
              02 AuditOperator PIC X(4).
FD WriteoffRegFile.
       01 WriteoffRegRecord.
              02 WRDate PIC 9(8).
              02 WRIDNum PIC 9(6).
              02 WRAmount PIC 9(7)V99.
              02 WRReason PIC X(20).
              02 WROperator PIC X(4).
FD DutyLogFile.
       COPY DUTYLOG.
WORKING-STORAGE SECTION.
       01 WSRuleStatus PIC XX.
       01 WSRolePermStatus PIC XX.
       01 WSOperFileStatus PIC XX.
       01 WSAuditStatus PIC XX.
       01 WSWoffRegStatus PIC XX.
       01 WSDutyLogStatus PIC XX.
       01 WSEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 Confirm PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 EntryFunction1 PIC X(10).
       01 EntryFunction2 PIC X(10).
       01 EntryDescription PIC X(40).
       01 SwapFunction PIC X(10).
       01 SRIdx PIC 9(3).
       01 SRCount PIC 9(3).
       01 SoDRuleTable.
              02 SREntry OCCURS 100 TIMES.
                     03 SRFunction1 PIC X(10).
                     03 SRFunction2 PIC X(10).
                     03 SRDescription PIC X(40).
       01 RPIdx PIC 9(4).
       01 RPCount PIC 9(4).
       01 RolePermTable.
              02 RPEntry OCCURS 2000 TIMES.
                     03 RTRole PIC X(4).
                     03 RTFunction PIC X(10).
       01 RLIdx PIC 9(3).
       01 RLCount PIC 9(3).
       01 RoleTable.
              02 RLEntry OCCURS 200 TIMES.
                     03 RLRole PIC X(4).
                     03 RLConflicts PIC 9(3).
       01 CheckRole PIC X(4).
       01 CheckFunction PIC X(10).
       01 HasFunction PIC X.
       01 HasFirst PIC X.
       01 HasSecond PIC X.
       01 ACIdx PIC 9(4).
       01 ACIdx2 PIC 9(4).
       01 ACCount PIC 9(4).
       01 ActivityTable.
              02 ACEntry OCCURS 5000 TIMES.
                     03 ACFunction PIC X(10).
                     03 ACRecKey PIC X(10).
                     03 ACOperator PIC X(4).
                     03 ACDate PIC X(8).
       01 NewFunction PIC X(10).
       01 NewRecKey PIC X(10).
       01 NewOperator PIC X(4).
       01 NewDate PIC X(8).
       01 ACFound PIC X.
       01 ActivityFull PIC X.
       01 RoleConflictCount PIC 9(5).
       01 OperConflictCount PIC 9(5).
       01 CaseCount PIC 9(5).
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "SoDConflict.prt".
       01 RptTitle PIC X(40) VALUE "SEGREGATION OF DUTIES CONFLICTS".
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       IF SignOnLevel NOT = "S"
              DISPLAY "Duty conflict rules need a supervisor sign-on."
              STOP RUN
       END-IF.
       OPEN I-O SoDRuleFile.
       IF WSRuleStatus NOT = "00"
              OPEN OUTPUT SoDRuleFile
              CLOSE SoDRuleFile
              OPEN I-O SoDRuleFile
              PERFORM BuildDefaultRules
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "SEGREGATION OF DUTIES"
              DISPLAY "1 : List Conflict Rules"
              DISPLAY "2 : Add A Conflict Rule"
              DISPLAY "3 : Remove A Conflict Rule"
              DISPLAY "4 : Print Conflict Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListRules
                     WHEN 2 PERFORM AddRule
                     WHEN 3 PERFORM RemoveRule
                     WHEN 4 PERFORM ConflictReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE SoDRuleFile.
       STOP RUN.

BuildDefaultRules.
       MOVE "MENU28" TO SDFunction1.
       MOVE "MENU29" TO SDFunction2.
       MOVE "VENDOR MASTER + VENDOR INVOICES" TO SDDescription.
       WRITE SoDRuleRecord.
       MOVE "MENU28" TO SDFunction1.
       MOVE "MENU30" TO SDFunction2.
       MOVE "VENDOR MASTER + AP PAYMENTS / CHECKS" TO SDDescription.
       WRITE SoDRuleRecord.
       MOVE "MENU29" TO SDFunction1.
       MOVE "MENU30" TO SDFunction2.
       MOVE "VENDOR INVOICES + AP PAYMENTS / CHECKS" TO SDDescription.
       WRITE SoDRuleRecord.
       MOVE "MENU01" TO SDFunction1.
       MOVE "MENU16" TO SDFunction2.
       MOVE "CUSTOMER RECORDS + CASH RECEIPTS" TO SDDescription.
       WRITE SoDRuleRecord.
       MOVE "MENU01" TO SDFunction1.
       MOVE "WRITEOFF" TO SDFunction2.
       MOVE "CUSTOMER RECORDS + BAD DEBT WRITE-OFF" TO SDDescription.
       WRITE SoDRuleRecord.
       MOVE "MENU16" TO SDFunction1.
       MOVE "WRITEOFF" TO SDFunction2.
       MOVE "CASH RECEIPTS + BAD DEBT WRITE-OFF" TO SDDescription.
       WRITE SoDRuleRecord.
       DISPLAY "No conflict rules existed - the standard purchasing and"
              " receivables pairs were loaded.".

ListRules.
       PERFORM LoadRules.
       DISPLAY " ".
       DISPLAY "FUNCTION    FUNCTION    CONFLICT".
       PERFORM VARYING SRIdx FROM 1 BY 1 UNTIL SRIdx > SRCount
              DISPLAY SRFunction1(SRIdx) "  " SRFunction2(SRIdx) "  "
                     SRDescription(SRIdx)
       END-PERFORM.
       DISPLAY SRCount " rule(s).".

AddRule.
       PERFORM EnterRuleFunctions.
       IF EntryFunction1 = SPACES OR EntryFunction2 = SPACES
              OR EntryFunction1 = EntryFunction2
              DISPLAY "Two different functions are needed."
       ELSE
              MOVE SPACES TO EntryDescription
              DISPLAY "Description : " WITH NO ADVANCING
              ACCEPT EntryDescription
              MOVE FUNCTION UPPER-CASE(EntryDescription) TO EntryDescription
              MOVE EntryFunction1 TO SDFunction1
              MOVE EntryFunction2 TO SDFunction2
              MOVE EntryDescription TO SDDescription
              WRITE SoDRuleRecord
                     INVALID KEY DISPLAY "That rule already exists."
                     NOT INVALID KEY DISPLAY "Rule added."
              END-WRITE
       END-IF.

RemoveRule.
       PERFORM EnterRuleFunctions.
       DISPLAY "Remove this rule? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF Confirm = "Y" OR Confirm = "y"
              MOVE EntryFunction1 TO SDFunction1
              MOVE EntryFunction2 TO SDFunction2
              DELETE SoDRuleFile
                     INVALID KEY DISPLAY "No such rule."
                     NOT INVALID KEY DISPLAY "Rule removed."
              END-DELETE
       END-IF.

EnterRuleFunctions.
       MOVE SPACES TO EntryFunction1 EntryFunction2.
       DISPLAY "First function (e.g. MENU28, WRITEOFF) : "
              WITH NO ADVANCING.
       ACCEPT EntryFunction1.
       MOVE FUNCTION UPPER-CASE(EntryFunction1) TO EntryFunction1.
       DISPLAY "Conflicting function : " WITH NO ADVANCING.
       ACCEPT EntryFunction2.
       MOVE FUNCTION UPPER-CASE(EntryFunction2) TO EntryFunction2.
       IF EntryFunction2 < EntryFunction1
              MOVE EntryFunction1 TO SwapFunction
              MOVE EntryFunction2 TO EntryFunction1
              MOVE SwapFunction TO EntryFunction2
       END-IF.

LoadRules.
       MOVE 0 TO SRCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO SDKey.
       START SoDRuleFile KEY IS NOT LESS THAN SDKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ SoDRuleFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF SRCount < 100
                                   ADD 1 TO SRCount
                                   MOVE SDFunction1 TO SRFunction1(SRCount)
                                   MOVE SDFunction2 TO SRFunction2(SRCount)
                                   MOVE SDDescription
                                          TO SRDescription(SRCount)
                            END-IF
              END-READ
       END-PERFORM.

ConflictReport.
       PERFORM LoadRules.
       PERFORM LoadRolePerms.
       MOVE "O" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM ReportRoleConflicts.
       PERFORM ReportOperConflicts.
       PERFORM LoadActivity.
       PERFORM ReportActualCases.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "ROLE CONFLICTS " DELIMITED BY SIZE
              RoleConflictCount DELIMITED BY SIZE
              "   OPERATOR CONFLICTS " DELIMITED BY SIZE
              OperConflictCount DELIMITED BY SIZE
              "   ACTUAL CASES " DELIMITED BY SIZE
              CaseCount DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RoleConflictCount " role conflict(s), " OperConflictCount
              " operator conflict(s), " CaseCount " actual case(s).".
       DISPLAY "Report written to SoDConflict.prt".

LoadRolePerms.
       MOVE 0 TO RPCount.
       MOVE 0 TO RLCount.
       OPEN INPUT RolePermFile.
       IF WSRolePermStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ RolePermFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END PERFORM HoldRolePerm
                     END-READ
              END-PERFORM
              CLOSE RolePermFile
       END-IF.

HoldRolePerm.
       IF RPCount < 2000
              ADD 1 TO RPCount
              MOVE RPRole TO RTRole(RPCount)
              MOVE RPFunction TO RTFunction(RPCount)
       END-IF.
       IF RLCount = 0
              ADD 1 TO RLCount
              MOVE RPRole TO RLRole(RLCount)
       ELSE
              IF RLRole(RLCount) NOT = RPRole AND RLCount < 200
                     ADD 1 TO RLCount
                     MOVE RPRole TO RLRole(RLCount)
              END-IF
       END-IF.

RoleHasFunction.
       MOVE "N" TO HasFunction.
       PERFORM VARYING RPIdx FROM 1 BY 1 UNTIL RPIdx > RPCount
              IF RTRole(RPIdx) = CheckRole
                     AND RTFunction(RPIdx) = CheckFunction
                     MOVE "Y" TO HasFunction
              END-IF
       END-PERFORM.

CheckRoleRule.
       MOVE SRFunction1(SRIdx) TO CheckFunction.
       PERFORM RoleHasFunction.
       MOVE HasFunction TO HasFirst.
       MOVE SRFunction2(SRIdx) TO CheckFunction.
       PERFORM RoleHasFunction.
       MOVE HasFunction TO HasSecond.

ReportRoleConflicts.
       MOVE 0 TO RoleConflictCount.
       MOVE "ROLES HOLDING BOTH HALVES OF A CONFLICTING PAIR" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "ROLE  FUNCTION    FUNCTION    CONFLICT" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM VARYING RLIdx FROM 1 BY 1 UNTIL RLIdx > RLCount
              MOVE 0 TO RLConflicts(RLIdx)
              MOVE RLRole(RLIdx) TO CheckRole
              PERFORM VARYING SRIdx FROM 1 BY 1 UNTIL SRIdx > SRCount
                     PERFORM CheckRoleRule
                     IF HasFirst = "Y" AND HasSecond = "Y"
                            ADD 1 TO RLConflicts(RLIdx)
                            ADD 1 TO RoleConflictCount
                            MOVE SPACES TO RptLine
                            STRING RLRole(RLIdx) DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   SRFunction1(SRIdx) DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   SRFunction2(SRIdx) DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   SRDescription(SRIdx) DELIMITED BY SIZE
                                   INTO RptLine
                            CALL "coboltut64report" USING RptAction,
                                   RptFileName, RptTitle, RptLine
                     END-IF
              END-PERFORM
       END-PERFORM.
       IF RoleConflictCount = 0
              MOVE "  NONE" TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.

ReportOperConflicts.
       MOVE 0 TO OperConflictCount.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "OPERATORS WITH CONFLICTING ACCESS" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "OPER  NAME                  ROLE  CONFLICTS" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       OPEN INPUT OperFile.
       IF WSOperFileStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ OperFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END PERFORM CheckOneOperator
                     END-READ
              END-PERFORM
              CLOSE OperFile
       END-IF.
       IF OperConflictCount = 0
              MOVE "  NONE" TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.

CheckOneOperator.
       IF OperSupervisor
              IF SRCount > 0
                     ADD 1 TO OperConflictCount
                     MOVE SPACES TO RptLine
                     STRING OperID DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            OperName DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            OperRole DELIMITED BY SIZE
                            "  SUPERVISOR - ALL " DELIMITED BY SIZE
                            SRCount DELIMITED BY SIZE
                            " RULE(S), UNRESTRICTED" DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction,
                            RptFileName, RptTitle, RptLine
              END-IF
       ELSE
              MOVE 0 TO RLIdx
              PERFORM VARYING ACIdx FROM 1 BY 1 UNTIL ACIdx > RLCount
                     IF RLRole(ACIdx) = OperRole
                            MOVE ACIdx TO RLIdx
                     END-IF
              END-PERFORM
              IF RLIdx > 0
                     IF RLConflicts(RLIdx) > 0
                            ADD 1 TO OperConflictCount
                            MOVE SPACES TO RptLine
                            STRING OperID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   OperName DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   OperRole DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   RLConflicts(RLIdx) DELIMITED BY SIZE
                                   " RULE(S) VIA ROLE" DELIMITED BY SIZE
                                   INTO RptLine
                            CALL "coboltut64report" USING RptAction,
                                   RptFileName, RptTitle, RptLine
                     END-IF
              END-IF
       END-IF.

LoadActivity.
       MOVE 0 TO ACCount.
       MOVE "N" TO ActivityFull.
       OPEN INPUT AuditFile.
       IF WSAuditStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ AuditFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF AuditOperation = "ADD"
                                      OR AuditOperation = "UPDATE"
                                      OR AuditOperation = "DELETE"
                                      OR AuditOperation = "SHIPTO"
                                      OR AuditOperation = "SHIPTODEL"
                                          MOVE "MENU01" TO NewFunction
                                          MOVE AuditIDNum TO NewRecKey
                                          MOVE AuditOperator TO NewOperator
                                          MOVE AuditTimestamp(1:8)
                                                 TO NewDate
                                          PERFORM HoldActivity
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE AuditFile
       END-IF.
       OPEN INPUT WriteoffRegFile.
       IF WSWoffRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ WriteoffRegFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE "WRITEOFF" TO NewFunction
                                   MOVE WRIDNum TO NewRecKey
                                   MOVE WROperator TO NewOperator
                                   MOVE WRDate TO NewDate
                                   PERFORM HoldActivity
                     END-READ
              END-PERFORM
              CLOSE WriteoffRegFile
       END-IF.
       OPEN INPUT DutyLogFile.
       IF WSDutyLogStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ DutyLogFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE DLFunction TO NewFunction
                                   MOVE DLRecKey TO NewRecKey
                                   MOVE DLOperator TO NewOperator
                                   MOVE DLTimestamp(1:8) TO NewDate
                                   PERFORM HoldActivity
                     END-READ
              END-PERFORM
              CLOSE DutyLogFile
       END-IF.
       IF ActivityFull = "Y"
              DISPLAY "More than 5000 distinct activities - the actual"
                     " case list is incomplete."
       END-IF.

HoldActivity.
       MOVE "N" TO ACFound.
       PERFORM VARYING ACIdx FROM 1 BY 1 UNTIL ACIdx > ACCount
              IF ACFunction(ACIdx) = NewFunction
                     AND ACRecKey(ACIdx) = NewRecKey
                     AND ACOperator(ACIdx) = NewOperator
                     MOVE "Y" TO ACFound
              END-IF
       END-PERFORM.
       IF ACFound = "N"
              IF ACCount < 5000
                     ADD 1 TO ACCount
                     MOVE NewFunction TO ACFunction(ACCount)
                     MOVE NewRecKey TO ACRecKey(ACCount)
                     MOVE NewOperator TO ACOperator(ACCount)
                     MOVE NewDate TO ACDate(ACCount)
              ELSE
                     MOVE "Y" TO ActivityFull
              END-IF
       END-IF.

ReportActualCases.
       MOVE 0 TO CaseCount.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "SAME OPERATOR DID BOTH HALVES ON THE SAME RECORD" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "OPER  RECORD      FUNCTION    FIRST     FUNCTION    FIRST"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM VARYING SRIdx FROM 1 BY 1 UNTIL SRIdx > SRCount
              PERFORM VARYING ACIdx FROM 1 BY 1 UNTIL ACIdx > ACCount
                     IF ACFunction(ACIdx) = SRFunction1(SRIdx)
                            PERFORM MatchSecondHalf
                     END-IF
              END-PERFORM
       END-PERFORM.
       IF CaseCount = 0
              MOVE "  NONE" TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.

MatchSecondHalf.
       PERFORM VARYING ACIdx2 FROM 1 BY 1 UNTIL ACIdx2 > ACCount
              IF ACFunction(ACIdx2) = SRFunction2(SRIdx)
                     AND ACRecKey(ACIdx2) = ACRecKey(ACIdx)
                     AND ACOperator(ACIdx2) = ACOperator(ACIdx)
                     ADD 1 TO CaseCount
                     MOVE SPACES TO RptLine
                     STRING ACOperator(ACIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            ACRecKey(ACIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            ACFunction(ACIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            ACDate(ACIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            ACFunction(ACIdx2) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            ACDate(ACIdx2) DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction,
                            RptFileName, RptTitle, RptLine
              END-IF
       END-PERFORM.
