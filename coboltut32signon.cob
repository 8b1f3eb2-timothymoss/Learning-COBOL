       01 WSAuditStatus PIC XX.
       01 Attempts PIC 9.
       01 EntryID PIC X(4).
       01 EntryPassword PIC X(16).
       01 EntryHash PIC X(20).
       01 NewPassword PIC X(16).
       01 NewPassword2 PIC X(16).
       01 NewHash PIC X(20).
       01 PwdAction PIC X.
       01 PwdResult PIC X.
       01 PwdAccepted PIC X.
       01 HistIdx PIC 9.
       01 SessAction PIC X.
       01 SessResult PIC X.
       01 SessionRefused PIC X VALUE "N".
       01 CompanyMode PIC X.
       01 OperExists PIC X.
       01 PwdAgeDays PIC S9(5).
       01 PwdExpireDays PIC 9(3) VALUE 90.
       MOVE SPACES TO LOperLevel.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O OperFile.
       IF WSOperFileStatus = "35"
              PERFORM BuildDefaultOperator
       END-IF.
       IF WSOperFileStatus NOT = "00"
              DISPLAY "OperMaster.dat didn't open (status " WSOperFileStatus
                     ") - if it is still on the old"
              DISPLAY "clear-password layout run the coboltut142 conversion."
              GOBACK
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       MOVE 0 TO Attempts.
       PERFORM UNTIL LSignedOn = "Y" OR Attempts = 3
              ADD 1 TO Attempts
              DISPLAY " "
              DISPLAY "OPERATOR SIGN-ON"
              IF CompanyMode = "T"
                     DISPLAY "*** TRAINING COMPANY - PRACTICE DATA ONLY ***"
              END-IF
              DISPLAY "Operator ID : " WITH NO ADVANCING
              ACCEPT EntryID
              MOVE FUNCTION UPPER-CASE(EntryID) TO EntryID
              READ OperFile
                     INVALID KEY MOVE "N" TO OperExists
              END-READ
              MOVE "H" TO PwdAction
              CALL "coboltut32pwd" USING PwdAction, EntryID, EntryPassword,
                     EntryHash, PwdResult
              MOVE SPACES TO EntryPassword
              EVALUATE TRUE
                     WHEN OperExists = "N"
                            DISPLAY "Operator ID or password not"
                     WHEN OperIsLocked
                            DISPLAY "Operator is LOCKED - a supervisor"
                                   " must reset it in coboltut32."
                     WHEN OperIsDisabled
                            DISPLAY "Operator is DISABLED - a supervisor"
                                   " must reset it in coboltut32."
                     WHEN EntryHash = OperPwdHash
                            PERFORM GoodPassword
                     WHEN OTHER
                            PERFORM BadPassword
              END-EVALUATE
       END-PERFORM.
       IF LSignedOn NOT = "Y" AND SessionRefused = "N"
              DISPLAY "Sign-on failed after 3 attempts."
       END-IF.
       CLOSE OperFile.
              PERFORM ChangePassword
       END-IF.
       MOVE 0 TO OperFailCount.
       IF OperIsDefault
              DISPLAY "Signed on as the default supervisor ADMN - add your"
              DISPLAY "own supervisor in coboltut32; ADMN is then disabled."
       END-IF.
       REWRITE OperRecord
              INVALID KEY DISPLAY "Operator record wasn't updated."
       END-REWRITE.
       MOVE "R" TO SessAction.
       CALL "coboltut32sess" USING SessAction, OperID, OperLevel,
              SessResult.
       IF SessResult = "D"
              MOVE "Y" TO SessionRefused
              MOVE 3 TO Attempts
       ELSE
              MOVE "Y" TO LSignedOn
              MOVE OperID TO LOperID
              MOVE OperLevel TO LOperLevel
              DISPLAY "Signed on : " OperName
       END-IF.

ChangePassword.
       MOVE "N" TO PwdAccepted.
       PERFORM UNTIL PwdAccepted = "Y"
              MOVE SPACES TO NewPassword
              MOVE SPACES TO NewPassword2
              DISPLAY "New password (8-16, letters and digits) : "
                     WITH NO ADVANCING
              ACCEPT NewPassword
              DISPLAY "Re-enter new password : " WITH NO ADVANCING
              ACCEPT NewPassword2
              IF NewPassword NOT = NewPassword2
                     DISPLAY "Entries don't match - try again."
              ELSE
                     MOVE "V" TO PwdAction
                     CALL "coboltut32pwd" USING PwdAction, OperID,
                            NewPassword, NewHash, PwdResult
                     IF PwdResult = "Y"
                            MOVE "H" TO PwdAction
                            CALL "coboltut32pwd" USING PwdAction, OperID,
                                   NewPassword, NewHash, PwdResult
                            PERFORM CheckPasswordHistory
                     END-IF
              END-IF
       END-PERFORM.
       MOVE SPACES TO NewPassword NewPassword2.
       PERFORM VARYING HistIdx FROM 5 BY -1 UNTIL HistIdx < 2
              MOVE OperPrevHash(HistIdx - 1) TO OperPrevHash(HistIdx)
       END-PERFORM.
       MOVE OperPwdHash TO OperPrevHash(1).
       MOVE NewHash TO OperPwdHash.
       MOVE BizDate TO OperPwdChanged.
       MOVE "N" TO OperForceChange.
       DISPLAY "Password changed.".

CheckPasswordHistory.
       MOVE "Y" TO PwdAccepted.
       IF NewHash = OperPwdHash
              MOVE "N" TO PwdAccepted
       END-IF.
       PERFORM VARYING HistIdx FROM 1 BY 1 UNTIL HistIdx > 5
              IF NewHash = OperPrevHash(HistIdx)
                     MOVE "N" TO PwdAccepted
              END-IF
       END-PERFORM.
       IF PwdAccepted = "N"
              DISPLAY "That password was used recently - choose another."
       END-IF.

BadPassword.
       DISPLAY "Operator ID or password not recognized.".
       ADD 1 TO OperFailCount.
BuildDefaultOperator.
       OPEN OUTPUT OperFile.
       MOVE "ADMN" TO OperID.
       MOVE "ADMIN" TO NewPassword.
       MOVE "H" TO PwdAction.
       CALL "coboltut32pwd" USING PwdAction, OperID, NewPassword,
              OperPwdHash, PwdResult.
       MOVE SPACES TO NewPassword.
       MOVE SPACES TO OperPwdHistory.
       MOVE "Y" TO OperDefault.
       MOVE "DEFAULT SUPERVISOR" TO OperName.
       MOVE "S" TO OperLevel.
       MOVE "ADMN" TO OperRole.
       CLOSE OperFile.
       OPEN I-O OperFile.
       DISPLAY "No operator master file found - created with default".
       DISPLAY "supervisor ADMN (password ADMIN). Add your own supervisor".
       DISPLAY "in coboltut32 straight away - ADMN is then disabled.".
