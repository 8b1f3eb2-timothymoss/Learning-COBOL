       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 WorkID PIC X(4).
       01 EntryPassword PIC X(16).
       01 NewHash PIC X(20).
       01 PwdAction PIC X.
       01 PwdResult PIC X.
       01 PwdAccepted PIC X.
       01 HistIdx PIC 9.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "Enter operator ID (4 chars) : " WITH NO ADVANCING.
       ACCEPT OperID.
       MOVE FUNCTION UPPER-CASE(OperID) TO OperID.
       MOVE SPACES TO OperPwdHash.
       MOVE SPACES TO OperPwdHistory.
       MOVE "N" TO OperDefault.
       PERFORM GetOperFields.
       WRITE OperRecord
              INVALID KEY DISPLAY "Operator ID is taken."
              NOT INVALID KEY
                     DISPLAY "Operator added."
                     IF OperSupervisor
                            PERFORM DisableDefaultOper
                     END-IF
       END-WRITE.

DisableDefaultOper.
       MOVE "ADMN" TO OperID.
       READ OperFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF OperIsDefault AND NOT OperIsDisabled
                            MOVE "D" TO OperLocked
                            REWRITE OperRecord
                                   INVALID KEY
                                          DISPLAY "ADMN wasn't disabled."
                                   NOT INVALID KEY
                                          DISPLAY "Default supervisor ADMN"
                                                 " is now disabled."
                            END-REWRITE
                     END-IF
       END-READ.

ChangeOper.
       DISPLAY "Enter operator ID to change : " WITH NO ADVANCING.
       ACCEPT WorkID.
       IF OperExists = "N"
              DISPLAY "Operator doesn't exist."
       ELSE
              IF OperIsDefault
                     DISPLAY "The default supervisor ADMN can't be reset."
              ELSE
                     PERFORM ResetOneOper
              END-IF
       END-IF.

ResetOneOper.
       MOVE 0 TO OperFailCount.
       MOVE SPACE TO OperLocked.
       MOVE "Y" TO OperForceChange.
       REWRITE OperRecord
              INVALID KEY DISPLAY "Operator wasn't reset."
              NOT INVALID KEY
                     DISPLAY "Operator unlocked - a password"
                            " change is forced at next sign-on."
                     PERFORM LogReset
       END-REWRITE.

LogReset.
       OPEN EXTEND AuditFile.
       IF WSAuditStatus NOT = "00"
       CLOSE AuditFile.

GetOperFields.
       MOVE "N" TO PwdAccepted.
       PERFORM UNTIL PwdAccepted = "Y"
              MOVE SPACES TO EntryPassword
              IF OperPwdHash = SPACES
                     DISPLAY "Enter password (8-16, letters and digits) : "
                            WITH NO ADVANCING
              ELSE
                     DISPLAY "Enter new password (Enter = keep current) : "
                            WITH NO ADVANCING
              END-IF
              ACCEPT EntryPassword
              IF EntryPassword = SPACES AND OperPwdHash NOT = SPACES
                     MOVE "Y" TO PwdAccepted
              ELSE
                     MOVE "V" TO PwdAction
                     CALL "coboltut32pwd" USING PwdAction, OperID,
                            EntryPassword, NewHash, PwdResult
                     IF PwdResult = "Y"
                            PERFORM SetOperPassword
                     END-IF
              END-IF
       END-PERFORM.
       MOVE SPACES TO EntryPassword.
       DISPLAY "Enter operator name : " WITH NO ADVANCING.
       ACCEPT OperName.
       MOVE SPACES TO OperLevel.
       MOVE FUNCTION UPPER-CASE(OperRole) TO OperRole.
       MOVE BizDate TO OperPwdChanged.
       MOVE 0 TO OperFailCount.
       IF NOT OperIsDefault
              MOVE SPACE TO OperLocked
       END-IF.
       MOVE "Y" TO OperForceChange.

SetOperPassword.
       MOVE "H" TO PwdAction.
       CALL "coboltut32pwd" USING PwdAction, OperID, EntryPassword,
              NewHash, PwdResult.
       IF OperPwdHash NOT = SPACES
              PERFORM VARYING HistIdx FROM 5 BY -1 UNTIL HistIdx < 2
                     MOVE OperPrevHash(HistIdx - 1) TO OperPrevHash(HistIdx)
              END-PERFORM
              MOVE OperPwdHash TO OperPrevHash(1)
       END-IF.
       MOVE NewHash TO OperPwdHash.
       MOVE "Y" TO PwdAccepted.
