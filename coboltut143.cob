       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut143.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SessionFile ASSIGN TO "Session.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SSOperID
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSessStatus.
       SELECT SessControlFile ASSIGN TO "SessControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSSessCtlStatus.
       SELECT AuditFile ASSIGN TO "AuditFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAuditStatus.
DATA DIVISION.
FILE SECTION.
FD SessionFile.
       COPY SESSION.
FD SessControlFile.
       COPY SESSCTL.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
              02 AuditOperation PIC X(10).
              02 AuditIDNum PIC 9(6).
              02 AuditOperator PIC X(4).
WORKING-STORAGE SECTION.
       01 WSSessStatus PIC XX.
       01 WSSessCtlStatus PIC XX.
       01 WSAuditStatus PIC XX.
       01 WSEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 WorkID PIC X(4).
       01 IdleLimit PIC 9(3).
       01 EntryMinutes PIC 9(3).
       01 SessCount PIC 9(3).
       01 IdleCount PIC 9(3).
       01 SessState PIC X(6).
       01 StampWork.
              02 StampDate PIC 9(8).
              02 StampHH PIC 99.
              02 StampMM PIC 99.
              02 StampSS PIC 99.
       01 StampMinutes PIC 9(9).
       01 NowMinutes PIC 9(9).
       01 IdleMinutes PIC 9(9).
       01 IdleEdit PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       IF SignOnLevel NOT = "S"
              DISPLAY "The session monitor needs a supervisor sign-on."
              STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              PERFORM ReadIdleLimit
              DISPLAY " "
              DISPLAY "SIGNED-ON SESSIONS  (idle time-out " IdleLimit
                     " minutes)"
              DISPLAY "1 : List Active Sessions"
              DISPLAY "2 : Sign Off a Session"
              DISPLAY "3 : Set Idle Time-Out"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListSessions
                     WHEN 2 PERFORM EndOneSession
                     WHEN 3 PERFORM SetIdleLimit
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       STOP RUN.

ListSessions.
       MOVE 0 TO SessCount.
       MOVE 0 TO IdleCount.
       MOVE FUNCTION CURRENT-DATE(1:14) TO StampWork.
       PERFORM StampToMinutes.
       MOVE StampMinutes TO NowMinutes.
       OPEN INPUT SessionFile.
       IF WSSessStatus NOT = "00"
              DISPLAY "No sessions have been registered."
       ELSE
              DISPLAY " "
              DISPLAY "OPER  LVL TERMINAL             SIGNED ON      "
                     "LAST ACTIVITY  IDLE MIN STATE"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ SessionFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END PERFORM ShowOneSession
                     END-READ
              END-PERFORM
              CLOSE SessionFile
              DISPLAY SessCount " session(s) open, " IdleCount
                     " past the idle time-out."
       END-IF.

ShowOneSession.
       ADD 1 TO SessCount.
       MOVE SSLastTS TO StampWork.
       PERFORM StampToMinutes.
       IF NowMinutes > StampMinutes
              COMPUTE IdleMinutes = NowMinutes - StampMinutes
       ELSE
              MOVE 0 TO IdleMinutes
       END-IF.
       IF IdleMinutes > IdleLimit
              MOVE "IDLE" TO SessState
              ADD 1 TO IdleCount
       ELSE
              MOVE "ACTIVE" TO SessState
       END-IF.
       MOVE IdleMinutes TO IdleEdit.
       DISPLAY SSOperID "  " SSLevel "   " SSTerminal " "
              SSStartTS(1:8) " " SSStartTS(9:4) "  "
              SSLastTS(1:8) " " SSLastTS(9:4) "  " IdleEdit "  " SessState.

EndOneSession.
       MOVE SPACES TO WorkID.
       DISPLAY "Operator ID to sign off : " WITH NO ADVANCING.
       ACCEPT WorkID.
       MOVE FUNCTION UPPER-CASE(WorkID) TO WorkID.
       OPEN I-O SessionFile.
       IF WSSessStatus NOT = "00"
              DISPLAY "No sessions have been registered."
       ELSE
              MOVE WorkID TO SSOperID
              DELETE SessionFile
                     INVALID KEY
                            DISPLAY "Operator " WorkID " has no open session."
                     NOT INVALID KEY
                            DISPLAY "Session for " WorkID " ended - the"
                                   " operator must sign on again."
                            PERFORM LogSessionEnd
              END-DELETE
              CLOSE SessionFile
       END-IF.

LogSessionEnd.
       OPEN EXTEND AuditFile.
       IF WSAuditStatus NOT = "00"
              OPEN OUTPUT AuditFile
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:14) TO AuditTimestamp.
       MOVE "SESSEND" TO AuditOperation.
       MOVE 0 TO AuditIDNum.
       MOVE SignOnID TO AuditOperator.
       WRITE AuditRecord.
       CLOSE AuditFile.

SetIdleLimit.
       MOVE 0 TO EntryMinutes.
       DISPLAY "Idle time-out in minutes (1-999) : " WITH NO ADVANCING.
       ACCEPT EntryMinutes.
       IF EntryMinutes = 0
              DISPLAY "Time-out left at " IdleLimit " minutes."
       ELSE
              OPEN OUTPUT SessControlFile
              MOVE EntryMinutes TO SCIdleMinutes
              WRITE SessControlRecord
              CLOSE SessControlFile
              DISPLAY "Idle time-out set to " EntryMinutes " minutes."
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

StampToMinutes.
       IF StampDate NUMERIC AND StampDate > 16010101
              COMPUTE StampMinutes = FUNCTION INTEGER-OF-DATE(StampDate)
                     * 1440 + StampHH * 60 + StampMM
       ELSE
              MOVE 0 TO StampMinutes
       END-IF.
