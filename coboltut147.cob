       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut147.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AttendFile ASSIGN TO "Attend.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ATKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSAttendStatus.
       SELECT AttendControlFile ASSIGN TO "AttendCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAttCtlStatus.
       SELECT StudentFile ASSIGN TO "Student.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STStudentID
              ALTERNATE RECORD KEY IS STLastName WITH DUPLICATES
              FILE STATUS IS WSStudentStatus.
       SELECT SectionFile ASSIGN TO "Section.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CSKey
              FILE STATUS IS WSSectionStatus.
       SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENKey
              FILE STATUS IS WSEnrollStatus.
DATA DIVISION.
FILE SECTION.
FD AttendFile.
       COPY ATTEND.
FD AttendControlFile.
       COPY ATTCTL.
FD StudentFile.
       COPY STUDENT.
FD SectionFile.
       COPY SECTION.
FD EnrollFile.
       COPY ENROLL.
WORKING-STORAGE SECTION.
       01 WSAttendStatus PIC XX.
       01 WSAttCtlStatus PIC XX.
       01 WSStudentStatus PIC XX.
       01 WSSectionStatus PIC XX.
       01 WSEnrollStatus PIC XX.
       01 WSEOF PIC X.
       01 AttEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 CurrentTerm PIC X(6) VALUE SPACES.
       01 LetterLimit PIC 9(3) VALUE 3.
       01 ChronicPct PIC 99 VALUE 10.
       01 WorkTerm PIC X(6).
       01 WorkSectionID PIC X(8).
       01 WorkStudentID PIC 9(6).
       01 WorkDate PIC 9(8).
       01 WorkName PIC X(31).
       01 EntryText PIC X(8).
       01 EntryCode PIC X.
       01 EntryNumber PIC 9(3).
       01 AttExists PIC X.
       01 MarkedCount PIC 9(5).
       01 AbsentCount PIC 9(5).
       01 SessionCount PIC 9(5).
       01 AttTotals.
              02 AttSessions PIC 9(5).
              02 AttPresent PIC 9(5).
              02 AttAbsent PIC 9(5).
              02 AttTardy PIC 9(5).
              02 AttExcused PIC 9(5).
              02 AttMissedPct PIC 9(3).
              02 AttChronic PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O AttendFile.
       IF WSAttendStatus NOT = "00"
              OPEN OUTPUT AttendFile
              CLOSE AttendFile
              OPEN I-O AttendFile
       END-IF.
       OPEN INPUT StudentFile.
       OPEN INPUT SectionFile.
       OPEN INPUT EnrollFile.
       IF WSStudentStatus NOT = "00" OR WSSectionStatus NOT = "00"
              OR WSEnrollStatus NOT = "00"
              DISPLAY "Students, sections and enrollments must be set up"
                     " in coboltut146 first."
              CLOSE AttendFile
              STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              PERFORM ReadAttendControl
              DISPLAY " "
              DISPLAY "ATTENDANCE  (term " CurrentTerm ", letter after "
                     LetterLimit " unexcused absences)"
              DISPLAY "1 : Take Attendance By Class Roster"
              DISPLAY "2 : Correct One Student's Attendance"
              DISPLAY "3 : Student Attendance History"
              DISPLAY "4 : Attendance Settings"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM TakeAttendance
                     WHEN 2 PERFORM CorrectAttendance
                     WHEN 3 PERFORM StudentHistory
                     WHEN 4 PERFORM AttendanceSettings
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE AttendFile.
       CLOSE StudentFile.
       CLOSE SectionFile.
       CLOSE EnrollFile.
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

GetTerm.
       MOVE SPACES TO WorkTerm.
       DISPLAY "Term (Enter for " CurrentTerm ") : " WITH NO ADVANCING.
       ACCEPT WorkTerm.
       MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm.
       IF WorkTerm = SPACES
              MOVE CurrentTerm TO WorkTerm
       END-IF.

GetDate.
       MOVE SPACES TO EntryText.
       DISPLAY "Date YYYYMMDD (Enter for " BizDate ") : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText = SPACES
              MOVE BizDate TO WorkDate
       ELSE
              MOVE FUNCTION NUMVAL(EntryText) TO WorkDate
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD(WorkDate) NOT = 0
              DISPLAY "Not a valid date - " BizDate " used."
              MOVE BizDate TO WorkDate
       END-IF.

GetStudentName.
       MOVE SPACES TO WorkName.
       MOVE WorkStudentID TO STStudentID.
       READ StudentFile
              INVALID KEY MOVE "NOT ON STUDENT MASTER" TO WorkName
              NOT INVALID KEY
                     STRING FUNCTION TRIM(STLastName) DELIMITED BY SIZE
                            ", " DELIMITED BY SIZE
                            STFirstName DELIMITED BY SIZE
                            INTO WorkName
       END-READ.

TakeAttendance.
       PERFORM GetTerm.
       MOVE SPACES TO WorkSectionID.
       DISPLAY "Section : " WITH NO ADVANCING.
       ACCEPT WorkSectionID.
       MOVE FUNCTION UPPER-CASE(WorkSectionID) TO WorkSectionID.
       MOVE WorkTerm TO CSTerm.
       MOVE WorkSectionID TO CSSectionID.
       READ SectionFile
              INVALID KEY
                     DISPLAY "Section " WorkSectionID " is not set up for "
                            WorkTerm "."
              NOT INVALID KEY
                     PERFORM GetDate
                     DISPLAY " "
                     DISPLAY WorkSectionID " " FUNCTION TRIM(CSCourseTitle)
                            "  " WorkDate
                     DISPLAY "P=present A=absent T=tardy E=excused"
                            " (Enter keeps the mark shown)"
                     PERFORM MarkRoster
       END-READ.

MarkRoster.
       MOVE 0 TO MarkedCount.
       MOVE 0 TO AbsentCount.
       MOVE "N" TO WSEOF.
       MOVE WorkTerm TO ENTerm.
       MOVE WorkSectionID TO ENSectionID.
       MOVE 0 TO ENStudentID.
       START EnrollFile KEY IS NOT LESS THAN ENKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ EnrollFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF ENTerm NOT = WorkTerm
                               OR ENSectionID NOT = WorkSectionID
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   IF ENActive
                                          MOVE ENStudentID TO WorkStudentID
                                          PERFORM MarkOneStudent
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY MarkedCount " student(s) marked, " AbsentCount
              " absent.".

MarkOneStudent.
       PERFORM GetStudentName.
       PERFORM ReadAttendance.
       IF AttExists = "N"
              MOVE "P" TO ATCode
       END-IF.
       MOVE SPACE TO EntryCode.
       PERFORM UNTIL EntryCode = "P" OR "A" OR "T" OR "E"
              DISPLAY WorkStudentID " " WorkName " [" ATCode "] : "
                     WITH NO ADVANCING
              ACCEPT EntryCode
              MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
              IF EntryCode = SPACE
                     MOVE ATCode TO EntryCode
              END-IF
              IF EntryCode NOT = "P" AND "A" AND "T" AND "E"
                     DISPLAY "Use P, A, T or E."
              END-IF
       END-PERFORM.
       PERFORM WriteAttendance.
       ADD 1 TO MarkedCount.
       IF ATAbsent OR ATExcused
              ADD 1 TO AbsentCount
       END-IF.

ReadAttendance.
       MOVE WorkTerm TO ATTerm.
       MOVE WorkStudentID TO ATStudentID.
       MOVE WorkDate TO ATDate.
       MOVE WorkSectionID TO ATSectionID.
       MOVE "Y" TO AttExists.
       READ AttendFile
              INVALID KEY MOVE "N" TO AttExists
       END-READ.

WriteAttendance.
       MOVE WorkTerm TO ATTerm.
       MOVE WorkStudentID TO ATStudentID.
       MOVE WorkDate TO ATDate.
       MOVE WorkSectionID TO ATSectionID.
       MOVE EntryCode TO ATCode.
       MOVE SignOnID TO ATOperator.
       IF AttExists = "Y"
              REWRITE AttendRecord
                     INVALID KEY DISPLAY "Attendance wasn't updated."
              END-REWRITE
       ELSE
              WRITE AttendRecord
                     INVALID KEY DISPLAY "Attendance wasn't written."
              END-WRITE
       END-IF.

CorrectAttendance.
       PERFORM GetTerm.
       MOVE 0 TO WorkStudentID.
       DISPLAY "Student ID : " WITH NO ADVANCING.
       ACCEPT WorkStudentID.
       MOVE SPACES TO WorkSectionID.
       DISPLAY "Section    : " WITH NO ADVANCING.
       ACCEPT WorkSectionID.
       MOVE FUNCTION UPPER-CASE(WorkSectionID) TO WorkSectionID.
       PERFORM GetDate.
       MOVE WorkTerm TO ENTerm.
       MOVE WorkSectionID TO ENSectionID.
       MOVE WorkStudentID TO ENStudentID.
       READ EnrollFile
              INVALID KEY
                     DISPLAY "Student " WorkStudentID " is not enrolled in "
                            WorkSectionID " for " WorkTerm "."
              NOT INVALID KEY
                     PERFORM GetStudentName
                     PERFORM ReadAttendance
                     IF AttExists = "N"
                            MOVE SPACE TO ATCode
                     END-IF
                     MOVE SPACE TO EntryCode
                     DISPLAY WorkStudentID " " WorkName " [" ATCode
                            "] new mark P/A/T/E : " WITH NO ADVANCING
                     ACCEPT EntryCode
                     MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
                     IF EntryCode = "P" OR "A" OR "T" OR "E"
                            PERFORM WriteAttendance
                            DISPLAY "Attendance recorded."
                     ELSE
                            DISPLAY "Attendance left as it was."
                     END-IF
       END-READ.

StudentHistory.
       PERFORM GetTerm.
       MOVE 0 TO WorkStudentID.
       DISPLAY "Student ID : " WITH NO ADVANCING.
       ACCEPT WorkStudentID.
       PERFORM GetStudentName.
       DISPLAY " ".
       DISPLAY WorkStudentID " " WorkName "  TERM " WorkTerm.
       MOVE 0 TO SessionCount.
       MOVE "N" TO AttEOF.
       MOVE WorkTerm TO ATTerm.
       MOVE WorkStudentID TO ATStudentID.
       MOVE 0 TO ATDate.
       MOVE LOW-VALUES TO ATSectionID.
       START AttendFile KEY IS NOT LESS THAN ATKey
              INVALID KEY MOVE "Y" TO AttEOF
       END-START.
       PERFORM UNTIL AttEOF = "Y"
              READ AttendFile NEXT RECORD
                     AT END MOVE "Y" TO AttEOF
                     NOT AT END
                            IF ATTerm NOT = WorkTerm
                               OR ATStudentID NOT = WorkStudentID
                                   MOVE "Y" TO AttEOF
                            ELSE
                                   ADD 1 TO SessionCount
                                   IF NOT ATPresent
                                          DISPLAY "   " ATDate "  "
                                                 ATSectionID "  " ATCode
                                                 "  " ATOperator
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.
       CALL "coboltut147tot" USING WorkTerm, WorkStudentID, AttTotals.
       DISPLAY "Sessions " AttSessions "  present " AttPresent
              "  absent " AttAbsent "  excused " AttExcused
              "  tardy " AttTardy.
       DISPLAY "Missed " AttMissedPct "% of sessions".
       IF AttChronic = "Y"
              DISPLAY "CHRONIC ABSENCE - " ChronicPct "% or more missed."
       END-IF.

AttendanceSettings.
       IF SignOnLevel NOT = "S"
              DISPLAY "Attendance settings need a supervisor sign-on."
       ELSE
              MOVE SPACES TO WorkTerm
              DISPLAY "Current term (Enter keeps " CurrentTerm ") : "
                     WITH NO ADVANCING
              ACCEPT WorkTerm
              MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm
              IF WorkTerm NOT = SPACES
                     MOVE WorkTerm TO CurrentTerm
              END-IF
              MOVE 0 TO EntryNumber
              DISPLAY "Unexcused absences before a letter (Enter keeps "
                     LetterLimit ") : " WITH NO ADVANCING
              ACCEPT EntryNumber
              IF EntryNumber > 0
                     MOVE EntryNumber TO LetterLimit
              END-IF
              MOVE 0 TO EntryNumber
              DISPLAY "Chronic absence % of sessions missed (Enter keeps "
                     ChronicPct ") : " WITH NO ADVANCING
              ACCEPT EntryNumber
              IF EntryNumber > 0 AND EntryNumber < 100
                     MOVE EntryNumber TO ChronicPct
              END-IF
              OPEN OUTPUT AttendControlFile
              MOVE CurrentTerm TO ACTerm
              MOVE LetterLimit TO ACLetterLimit
              MOVE ChronicPct TO ACChronicPct
              WRITE AttendControlRecord
              CLOSE AttendControlFile
              DISPLAY "Attendance settings saved."
       END-IF.
