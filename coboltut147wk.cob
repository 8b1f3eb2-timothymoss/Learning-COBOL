       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut147wk.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "Student.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STStudentID
              ALTERNATE RECORD KEY IS STLastName WITH DUPLICATES
              FILE STATUS IS WSStudentStatus.
       SELECT AttendControlFile ASSIGN TO "AttendCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAttCtlStatus.
       SELECT AttendLetterFile ASSIGN TO "AttendLetter.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ALKey
              FILE STATUS IS WSAttLetStatus.
       SELECT LetterFile ASSIGN TO "AbsenceLetters.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
       COPY STUDENT.
FD AttendControlFile.
       COPY ATTCTL.
FD AttendLetterFile.
       01 AttendLetterRecord.
              02 ALKey.
                     03 ALTerm PIC X(6).
                     03 ALStudentID PIC 9(6).
              02 ALLastAbsent PIC 9(5).
              02 ALLastDate PIC 9(8).
FD LetterFile.
       01 LetterLine PIC X(80).
WORKING-STORAGE SECTION.
       01 WSStudentStatus PIC XX.
       01 WSAttCtlStatus PIC XX.
       01 WSAttLetStatus PIC XX.
       01 WSEOF PIC X VALUE "N".
       01 BizDate PIC 9(8).
       01 CurrentTerm PIC X(6) VALUE SPACES.
       01 LetterLimit PIC 9(3) VALUE 3.
       01 ChronicPct PIC 99 VALUE 10.
       01 LetterExists PIC X.
       01 LetterDue PIC X.
       01 ListedCount PIC 9(5) VALUE 0.
       01 ChronicCount PIC 9(5) VALUE 0.
       01 LettersSent PIC 9(5) VALUE 0.
       01 StudentsRead PIC 9(5) VALUE 0.
       01 WorkName PIC X(31).
       01 GuardianName PIC X(30).
       01 AttTotals.
              02 AttSessions PIC 9(5).
              02 AttPresent PIC 9(5).
              02 AttAbsent PIC 9(5).
              02 AttTardy PIC 9(5).
              02 AttExcused PIC 9(5).
              02 AttMissedPct PIC 9(3).
              02 AttChronic PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "AbsenceList.prt".
       01 RptTitle PIC X(40) VALUE "WEEKLY ABSENCE LIST".
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       PERFORM ReadAttendControl.
       IF CurrentTerm = SPACES
              DISPLAY "No current term set in attendance settings"
                     " (coboltut147) - no absence run."
              STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF WSStudentStatus NOT = "00"
              DISPLAY "No student master found - no absence run."
              STOP RUN
       END-IF.
       OPEN I-O AttendLetterFile.
       IF WSAttLetStatus NOT = "00"
              OPEN OUTPUT AttendLetterFile
              CLOSE AttendLetterFile
              OPEN I-O AttendLetterFile
       END-IF.
       OPEN OUTPUT LetterFile.
       MOVE "O" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "TERM " DELIMITED BY SIZE
              CurrentTerm DELIMITED BY SIZE
              "   LETTER AT " DELIMITED BY SIZE
              LetterLimit DELIMITED BY SIZE
              " UNEXCUSED   CHRONIC AT " DELIMITED BY SIZE
              ChronicPct DELIMITED BY SIZE
              "% MISSED" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "ID     NAME                     GR SESS ABSNT " DELIMITED BY SIZE
              "EXCUS TARDY PCT     FLAGS" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM UNTIL WSEOF = "Y"
              READ StudentFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF NOT STWithdrawn
                                   PERFORM CheckOneStudent
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "STUDENTS " DELIMITED BY SIZE
              StudentsRead DELIMITED BY SIZE
              "   LISTED " DELIMITED BY SIZE
              ListedCount DELIMITED BY SIZE
              "   CHRONIC " DELIMITED BY SIZE
              ChronicCount DELIMITED BY SIZE
              "   LETTERS " DELIMITED BY SIZE
              LettersSent DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE StudentFile.
       CLOSE AttendLetterFile.
       CLOSE LetterFile.
       DISPLAY "ABSENCE RUN COMPLETE - term " CurrentTerm.
       DISPLAY "Students over threshold : " ListedCount.
       DISPLAY "Letters produced        : " LettersSent.
       DISPLAY "List in AbsenceList.prt, letters in AbsenceLetters.prt".
       STOP RUN.

ReadAttendControl.
       OPEN INPUT AttendControlFile.
       IF WSAttCtlStatus = "00"
              READ AttendControlFile
                     AT END CONTINUE
                     NOT AT END
                            MOVE ACTerm TO CurrentTerm
                            IF ACLetterLimit NUMERIC AND ACLetterLimit > 0
                                   MOVE ACLetterLimit TO LetterLimit
                            END-IF
                            IF ACChronicPct NUMERIC AND ACChronicPct > 0
                                   MOVE ACChronicPct TO ChronicPct
                            END-IF
              END-READ
              CLOSE AttendControlFile
       END-IF.

CheckOneStudent.
       ADD 1 TO StudentsRead.
       CALL "coboltut147tot" USING CurrentTerm, STStudentID, AttTotals.
       IF AttAbsent >= LetterLimit OR AttChronic = "Y"
              ADD 1 TO ListedCount
              IF AttChronic = "Y"
                     ADD 1 TO ChronicCount
              END-IF
              MOVE "N" TO LetterDue
              IF AttAbsent >= LetterLimit
                     PERFORM CheckLetterRegister
              END-IF
              PERFORM PrintListLine
              IF LetterDue = "Y"
                     PERFORM SendLetter
              END-IF
       END-IF.

CheckLetterRegister.
       MOVE CurrentTerm TO ALTerm.
       MOVE STStudentID TO ALStudentID.
       MOVE "Y" TO LetterExists.
       READ AttendLetterFile
              INVALID KEY MOVE "N" TO LetterExists
       END-READ.
       IF LetterExists = "N"
              MOVE "Y" TO LetterDue
       ELSE
              IF AttAbsent > ALLastAbsent
                     MOVE "Y" TO LetterDue
              END-IF
       END-IF.

PrintListLine.
       MOVE SPACES TO WorkName.
       STRING FUNCTION TRIM(STLastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              STFirstName DELIMITED BY SIZE
              INTO WorkName.
       MOVE SPACES TO RptLine.
       STRING STStudentID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WorkName(1:24) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              STGradeLevel DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AttSessions(2:4) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AttAbsent DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AttExcused DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AttTardy DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AttMissedPct DELIMITED BY SIZE
              INTO RptLine.
       IF AttChronic = "Y"
              MOVE "CHRONIC" TO RptLine(67:7)
       END-IF.
       IF LetterDue = "Y"
              MOVE "LETTER" TO RptLine(75:6)
       END-IF.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

SendLetter.
       ADD 1 TO LettersSent.
       MOVE STGuardianName TO GuardianName.
       IF GuardianName = SPACES
              MOVE "PARENT OR GUARDIAN" TO GuardianName
       END-IF.
       MOVE ALL "-" TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "TO : " DELIMITED BY SIZE
              GuardianName DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   " DELIMITED BY SIZE
              STGuardianStreet DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   " DELIMITED BY SIZE
              STGuardianTown DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "DATE : " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "   RE : " DELIMITED BY SIZE
              FUNCTION TRIM(STFirstName) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(STLastName) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              STStudentID DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE "Our records show that your child has missed class without"
              TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "an excuse " DELIMITED BY SIZE
              AttAbsent DELIMITED BY SIZE
              " time(s) so far this term (" DELIMITED BY SIZE
              CurrentTerm DELIMITED BY SIZE
              ")." DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   CLASS SESSIONS " DELIMITED BY SIZE
              AttSessions DELIMITED BY SIZE
              "  ABSENT " DELIMITED BY SIZE
              AttAbsent DELIMITED BY SIZE
              "  EXCUSED " DELIMITED BY SIZE
              AttExcused DELIMITED BY SIZE
              "  TARDY " DELIMITED BY SIZE
              AttTardy DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE "Regular attendance matters. Please contact the school office"
              TO LetterLine.
       WRITE LetterLine.
       MOVE "to discuss these absences or to provide a written excuse."
              TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE CurrentTerm TO ALTerm.
       MOVE STStudentID TO ALStudentID.
       MOVE AttAbsent TO ALLastAbsent.
       MOVE BizDate TO ALLastDate.
       IF LetterExists = "Y"
              REWRITE AttendLetterRecord
                     INVALID KEY CONTINUE
              END-REWRITE
       ELSE
              WRITE AttendLetterRecord
                     INVALID KEY CONTINUE
              END-WRITE
       END-IF.
