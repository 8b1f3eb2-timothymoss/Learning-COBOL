              ACCESS MODE IS RANDOM
              RECORD KEY IS RCDate
              FILE STATUS IS WSRunCalStatus.
       SELECT SessionFile ASSIGN TO "Session.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SSOperID
              FILE STATUS IS WSSessStatus.
DATA DIVISION.
FILE SECTION.
FD JobLogFile.
                     88 RCBusiness VALUE "B".
                     88 RCHoliday VALUE "H".
                     88 RCWeekend VALUE "W".
FD SessionFile.
       COPY SESSION.
WORKING-STORAGE SECTION.
       01 WSSessStatus PIC XX.
       01 SessEOF PIC X.
       01 OpenSessCount PIC 9(3).
       01 WSJobLogStatus PIC XX.
       01 WSJobStatStatus PIC XX.
       01 WSCommand PIC X(100).
       01 StepDue PIC X.
       01 SkipReason PIC X(8).
       01 BizDateX PIC X(8).
       01 StepCount PIC 99 VALUE 34.
       01 StepTable.
              02 StepEntry OCCURS 34 TIMES.
                     03 StepCommand PIC X(20).
                     03 StepFreq PIC X.

       CALL "coboltut63busy" USING BusyTag, BusyAction, BusyFlag.
       DISPLAY "System-closed flag raised - online programs are locked"
              " out until the stream ends.".
       PERFORM ReportOpenSessions.
       MOVE "./coboltut13" TO StepCommand(1).
       MOVE "./coboltut19" TO StepCommand(2).
       MOVE "./coboltut29" TO StepCommand(3).
       MOVE "./coboltut47" TO StepCommand(14).
       MOVE "./coboltut50" TO StepCommand(15).
       MOVE "./coboltut33" TO StepCommand(16).
       MOVE "./coboltut86draft" TO StepCommand(17).
       MOVE "./coboltut120ptp" TO StepCommand(18).
       MOVE "./coboltut55" TO StepCommand(19).
       MOVE "./coboltut59" TO StepCommand(20).
       MOVE "./coboltut60" TO StepCommand(21).
       MOVE "./coboltut122accr" TO StepCommand(22).
       MOVE "./coboltut124" TO StepCommand(23).
       MOVE "./coboltut73" TO StepCommand(24).
       MOVE "./coboltut110auto" TO StepCommand(25).
       MOVE "./coboltut92close" TO StepCommand(26).
       MOVE "./coboltut112" TO StepCommand(27).
       MOVE "./coboltut61" TO StepCommand(28).
       MOVE "./coboltut115" TO StepCommand(29).
       MOVE "./coboltut129apply" TO StepCommand(30).
       MOVE "./coboltut131" TO StepCommand(31).
       MOVE "./coboltut147wk" TO StepCommand(32).
       MOVE "./coboltut148ss" TO StepCommand(33).
       MOVE "./coboltut144bkp" TO StepCommand(34).
       MOVE "D" TO StepFreq(1) StepFreq(2) StepFreq(3) StepFreq(4)
              StepFreq(5) StepFreq(6) StepFreq(7) StepFreq(8)
              StepFreq(11) StepFreq(12) StepFreq(14) StepFreq(15)
              StepFreq(16) StepFreq(17) StepFreq(18) StepFreq(19)
              StepFreq(20) StepFreq(21) StepFreq(25) StepFreq(28)
              StepFreq(29) StepFreq(30) StepFreq(33) StepFreq(34).
       MOVE "W" TO StepFreq(9) StepFreq(13) StepFreq(31) StepFreq(32).
       MOVE "M" TO StepFreq(10) StepFreq(22) StepFreq(23) StepFreq(24)
              StepFreq(26).
       MOVE "Y" TO StepFreq(27).
       PERFORM ReadRunCalendar.
       PERFORM ReadJobStatus.
       IF ResumeAfter > 0
              CALL "coboltut106errlog" USING ErrProgram, ErrFile,
                     ErrStatus, ErrKey
       END-IF.

ReportOpenSessions.
       MOVE 0 TO OpenSessCount.
       OPEN INPUT SessionFile.
       IF WSSessStatus = "00"
              MOVE "N" TO SessEOF
              PERFORM UNTIL SessEOF = "Y"
                     READ SessionFile NEXT RECORD
                            AT END MOVE "Y" TO SessEOF
                            NOT AT END
                                   ADD 1 TO OpenSessCount
                                   DISPLAY "Still signed on : " SSOperID
                                          " at " FUNCTION TRIM(SSTerminal)
                                          " since " SSStartTS(1:8) " "
                                          SSStartTS(9:4) ", last active "
                                          SSLastTS(9:4)
                     END-READ
              END-PERFORM
              CLOSE SessionFile
       END-IF.
       IF OpenSessCount = 0
              DISPLAY "No operator sessions open at batch start."
       ELSE
              DISPLAY OpenSessCount " operator session(s) still open at"
                     " batch start."
       END-IF.
