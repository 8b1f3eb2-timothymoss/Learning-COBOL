       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut32sess.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SessionFile ASSIGN TO "Session.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SSOperID
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSessStatus.
       SELECT SessControlFile ASSIGN TO "SessControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSSessCtlStatus.
DATA DIVISION.
FILE SECTION.
FD SessionFile.
       COPY SESSION.
FD SessControlFile.
       COPY SESSCTL.
WORKING-STORAGE SECTION.
       01 WSSessStatus PIC XX.
       01 WSSessCtlStatus PIC XX.
       01 SessExists PIC X.
       01 IdleLimit PIC 9(3).
       01 NowTS PIC X(14).
       01 ThisTerminal PIC X(20).
       01 StampWork.
              02 StampDate PIC 9(8).
              02 StampHH PIC 99.
              02 StampMM PIC 99.
              02 StampSS PIC 99.
       01 StampMinutes PIC 9(9).
       01 NowMinutes PIC 9(9).
       01 IdleMinutes PIC 9(9).
LINKAGE SECTION.
       01 SessAction PIC X.
       01 SessOperID PIC X(4).
       01 SessLevel PIC X.
       01 SessResult PIC X.
PROCEDURE DIVISION USING SessAction SessOperID SessLevel SessResult.
StartPara.
       MOVE "N" TO SessResult.
       MOVE FUNCTION CURRENT-DATE(1:14) TO NowTS.
       MOVE NowTS TO StampWork.
       PERFORM StampToMinutes.
       MOVE StampMinutes TO NowMinutes.
       PERFORM GetTerminal.
       PERFORM ReadIdleLimit.
       OPEN I-O SessionFile.
       IF WSSessStatus = "35"
              OPEN OUTPUT SessionFile
              CLOSE SessionFile
              OPEN I-O SessionFile
       END-IF.
       IF WSSessStatus = "00"
              MOVE "Y" TO SessExists
              MOVE SessOperID TO SSOperID
              READ SessionFile
                     INVALID KEY MOVE "N" TO SessExists
              END-READ
              EVALUATE SessAction
                     WHEN "R" PERFORM RegisterSession
                     WHEN "T" PERFORM CheckIdleSession
                     WHEN "A" PERFORM NoteActivity
                     WHEN "E" PERFORM EndSession
              END-EVALUATE
              CLOSE SessionFile
       ELSE
              MOVE "Y" TO SessResult
       END-IF.
       GOBACK.

RegisterSession.
       IF SessExists = "Y"
              PERFORM ComputeIdle
              IF SSTerminal NOT = ThisTerminal AND IdleMinutes <= IdleLimit
                     MOVE "D" TO SessResult
                     DISPLAY "Operator " SessOperID " is already signed on at "
                            FUNCTION TRIM(SSTerminal)
                     DISPLAY "since " SSStartTS(1:8) " " SSStartTS(9:4)
                            " - duplicate sign-on refused."
              ELSE
                     IF SSTerminal NOT = ThisTerminal
                            OR IdleMinutes > IdleLimit
                            MOVE NowTS TO SSStartTS
                     END-IF
                     MOVE ThisTerminal TO SSTerminal
                     MOVE SessLevel TO SSLevel
                     MOVE NowTS TO SSLastTS
                     REWRITE SessionRecord
                            INVALID KEY CONTINUE
                     END-REWRITE
                     MOVE "Y" TO SessResult
              END-IF
       ELSE
              MOVE SessOperID TO SSOperID
              MOVE ThisTerminal TO SSTerminal
              MOVE SessLevel TO SSLevel
              MOVE NowTS TO SSStartTS
              MOVE NowTS TO SSLastTS
              WRITE SessionRecord
                     INVALID KEY CONTINUE
              END-WRITE
              MOVE "Y" TO SessResult
       END-IF.

CheckIdleSession.
       IF SessExists = "N"
              MOVE "E" TO SessResult
       ELSE
              IF SSTerminal NOT = ThisTerminal
                     MOVE "E" TO SessResult
              ELSE
                     PERFORM ComputeIdle
                     IF IdleMinutes > IdleLimit
                            MOVE "I" TO SessResult
                            DELETE SessionFile
                                   INVALID KEY CONTINUE
                            END-DELETE
                     ELSE
                            MOVE NowTS TO SSLastTS
                            REWRITE SessionRecord
                                   INVALID KEY CONTINUE
                            END-REWRITE
                            MOVE "Y" TO SessResult
                     END-IF
              END-IF
       END-IF.

NoteActivity.
       IF SessExists = "Y" AND SSTerminal = ThisTerminal
              MOVE NowTS TO SSLastTS
              REWRITE SessionRecord
                     INVALID KEY CONTINUE
              END-REWRITE
              MOVE "Y" TO SessResult
       END-IF.

EndSession.
       IF SessExists = "Y" AND SSTerminal = ThisTerminal
              DELETE SessionFile
                     INVALID KEY CONTINUE
              END-DELETE
              MOVE "Y" TO SessResult
       END-IF.

ComputeIdle.
       MOVE SSLastTS TO StampWork.
       PERFORM StampToMinutes.
       IF NowMinutes > StampMinutes
              COMPUTE IdleMinutes = NowMinutes - StampMinutes
       ELSE
              MOVE 0 TO IdleMinutes
       END-IF.

StampToMinutes.
       IF StampDate NUMERIC AND StampDate > 16010101
              COMPUTE StampMinutes = FUNCTION INTEGER-OF-DATE(StampDate)
                     * 1440 + StampHH * 60 + StampMM
       ELSE
              MOVE 0 TO StampMinutes
       END-IF.

GetTerminal.
       MOVE SPACES TO ThisTerminal.
       ACCEPT ThisTerminal FROM ENVIRONMENT "SSH_TTY".
       IF ThisTerminal = SPACES
              ACCEPT ThisTerminal FROM ENVIRONMENT "TERMID"
       END-IF.
       IF ThisTerminal = SPACES
              MOVE "CONSOLE" TO ThisTerminal
       END-IF.

ReadIdleLimit.
       MOVE 30 TO IdleLimit.
       OPEN INPUT SessControlFile.
       IF WSSessCtlStatus = "00"
              READ SessControlFile
                     AT END CONTINUE
                     NOT AT END
                            IF SCIdleMinutes NUMERIC AND SCIdleMinutes > 0
                                   MOVE SCIdleMinutes TO IdleLimit
                            END-IF
              END-READ
              CLOSE SessControlFile
       END-IF.
