       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut146.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "Student.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STStudentID
              ALTERNATE RECORD KEY IS STLastName WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSStudentStatus.
       SELECT StudentControlFile ASSIGN TO "StudentCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSStuCtlStatus.
       SELECT SectionFile ASSIGN TO "Section.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CSKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSectionStatus.
       SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSEnrollStatus.
DATA DIVISION.
FILE SECTION.
FD StudentFile.
       COPY STUDENT.
FD StudentControlFile.
       01 StudentControlRecord.
              02 NextStudentID PIC 9(6).
FD SectionFile.
       COPY SECTION.
FD EnrollFile.
       COPY ENROLL.
WORKING-STORAGE SECTION.
       01 WSStudentStatus PIC XX.
       01 WSStuCtlStatus PIC XX.
       01 WSSectionStatus PIC XX.
       01 WSEnrollStatus PIC XX.
       01 WSEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 Confirm PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 NewStudentID PIC 9(6).
       01 WorkStudentID PIC 9(6).
       01 WorkTerm PIC X(6).
       01 WorkSectionID PIC X(8).
       01 WorkLastName PIC X(15).
       01 WorkFirstName PIC X(15).
       01 SameNameCount PIC 9(3).
       01 FoundCount PIC 9(5).
       01 RosterCount PIC 9(5).
       01 StudentExists PIC X.
       01 SectionExists PIC X.
       01 EnrollExists PIC X.
       01 EntryGrade PIC XX.
       01 EntryStatus PIC X.
       01 EntryText PIC X(40).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O StudentFile.
       IF WSStudentStatus NOT = "00"
              OPEN OUTPUT StudentFile
              CLOSE StudentFile
              OPEN I-O StudentFile
       END-IF.
       OPEN I-O SectionFile.
       IF WSSectionStatus NOT = "00"
              OPEN OUTPUT SectionFile
              CLOSE SectionFile
              OPEN I-O SectionFile
       END-IF.
       OPEN I-O EnrollFile.
       IF WSEnrollStatus NOT = "00"
              OPEN OUTPUT EnrollFile
              CLOSE EnrollFile
              OPEN I-O EnrollFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "STUDENTS AND SECTIONS"
              DISPLAY "1 : Add Student"
              DISPLAY "2 : Change Student"
              DISPLAY "3 : Find Student By Last Name"
              DISPLAY "4 : Add Course Section"
              DISPLAY "5 : List Sections For A Term"
              DISPLAY "6 : Enroll Student In Section"
              DISPLAY "7 : Drop Student From Section"
              DISPLAY "8 : Class Roster"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM AddStudent
                     WHEN 2 PERFORM ChangeStudent
                     WHEN 3 PERFORM FindStudent
                     WHEN 4 PERFORM AddSection
                     WHEN 5 PERFORM ListSections
                     WHEN 6 PERFORM EnrollStudent
                     WHEN 7 PERFORM DropEnrollment
                     WHEN 8 PERFORM ClassRoster
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE StudentFile.
       CLOSE SectionFile.
       CLOSE EnrollFile.
       STOP RUN.

AddStudent.
       MOVE SPACES TO WorkLastName WorkFirstName.
       DISPLAY "Last name  : " WITH NO ADVANCING.
       ACCEPT WorkLastName.
       MOVE FUNCTION UPPER-CASE(WorkLastName) TO WorkLastName.
       DISPLAY "First name : " WITH NO ADVANCING.
       ACCEPT WorkFirstName.
       MOVE FUNCTION UPPER-CASE(WorkFirstName) TO WorkFirstName.
       IF WorkLastName = SPACES
              DISPLAY "A last name is required."
       ELSE
              PERFORM CountSameName
              MOVE "Y" TO Confirm
              IF SameNameCount > 0
                     DISPLAY SameNameCount " student(s) already have this"
                            " name - add another (Y/N) : " WITH NO ADVANCING
                     ACCEPT Confirm
                     MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
              END-IF
              IF Confirm = "Y"
                     INITIALIZE StudentRecord
                     MOVE WorkLastName TO STLastName
                     MOVE WorkFirstName TO STFirstName
                     MOVE "A" TO STStatus
                     PERFORM GetStudentFields
                     PERFORM AssignStudentID
                     MOVE NewStudentID TO STStudentID
                     WRITE StudentRecord
                            INVALID KEY DISPLAY "Student ID " STStudentID
                                   " already on file - not added."
                            NOT INVALID KEY DISPLAY "Student added as ID "
                                   STStudentID
                     END-WRITE
              END-IF
       END-IF.

CountSameName.
       MOVE 0 TO SameNameCount.
       MOVE "N" TO WSEOF.
       MOVE WorkLastName TO STLastName.
       START StudentFile KEY IS EQUAL TO STLastName
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ StudentFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF STLastName NOT = WorkLastName
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   IF STFirstName = WorkFirstName
                                          ADD 1 TO SameNameCount
                                          DISPLAY "   ID " STStudentID
                                                 "  GRADE " STGradeLevel
                                                 "  " STGuardianName
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

GetStudentFields.
       MOVE SPACES TO EntryGrade.
       DISPLAY "Grade level (0-12, Enter keeps " STGradeLevel ") : "
              WITH NO ADVANCING.
       ACCEPT EntryGrade.
       IF EntryGrade NOT = SPACES
              MOVE FUNCTION NUMVAL(EntryGrade) TO STGradeLevel
       END-IF.
       IF STGradeLevel > 12
              DISPLAY "Grade level must be 0-12 - set to 0."
              MOVE 0 TO STGradeLevel
       END-IF.
       MOVE SPACES TO EntryText.
       DISPLAY "Guardian name   : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(EntryText) TO STGuardianName
       END-IF.
       MOVE SPACES TO EntryText.
       DISPLAY "Guardian phone  : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText NOT = SPACES
              MOVE EntryText TO STGuardianPhone
       END-IF.
       MOVE SPACES TO EntryText.
       DISPLAY "Guardian e-mail : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText NOT = SPACES
              MOVE EntryText TO STGuardianEmail
       END-IF.
       MOVE SPACES TO EntryText.
       DISPLAY "Street address  : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(EntryText) TO STGuardianStreet
       END-IF.
       MOVE SPACES TO EntryText.
       DISPLAY "Town / postcode : " WITH NO ADVANCING.
       ACCEPT EntryText.
       IF EntryText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(EntryText) TO STGuardianTown
       END-IF.

AssignStudentID.
       MOVE 1 TO NewStudentID.
       OPEN INPUT StudentControlFile.
       IF WSStuCtlStatus = "00"
              READ StudentControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextStudentID TO NewStudentID
              END-READ
              CLOSE StudentControlFile
       END-IF.
       OPEN OUTPUT StudentControlFile.
       COMPUTE NextStudentID = NewStudentID + 1.
       WRITE StudentControlRecord.
       CLOSE StudentControlFile.

ChangeStudent.
       PERFORM ReadStudent.
       IF StudentExists = "Y"
              DISPLAY "Student : " STStudentID " " FUNCTION TRIM(STFirstName)
                     " " FUNCTION TRIM(STLastName) "  STATUS " STStatus
              DISPLAY "Guardian: " FUNCTION TRIM(STGuardianName) "  "
                     FUNCTION TRIM(STGuardianPhone) "  "
                     FUNCTION TRIM(STGuardianEmail)
              DISPLAY "Address : " FUNCTION TRIM(STGuardianStreet) ", "
                     FUNCTION TRIM(STGuardianTown)
              DISPLAY "Press Enter at any prompt to keep the current value."
              MOVE SPACES TO WorkLastName WorkFirstName
              DISPLAY "Last name  : " WITH NO ADVANCING
              ACCEPT WorkLastName
              IF WorkLastName NOT = SPACES
                     MOVE FUNCTION UPPER-CASE(WorkLastName) TO STLastName
              END-IF
              DISPLAY "First name : " WITH NO ADVANCING
              ACCEPT WorkFirstName
              IF WorkFirstName NOT = SPACES
                     MOVE FUNCTION UPPER-CASE(WorkFirstName) TO STFirstName
              END-IF
              PERFORM GetStudentFields
              MOVE SPACE TO EntryStatus
              DISPLAY "Status A=active W=withdrawn (Enter keeps) : "
                     WITH NO ADVANCING
              ACCEPT EntryStatus
              MOVE FUNCTION UPPER-CASE(EntryStatus) TO EntryStatus
              IF EntryStatus = "A" OR EntryStatus = "W"
                     MOVE EntryStatus TO STStatus
              END-IF
              REWRITE StudentRecord
                     INVALID KEY DISPLAY "Student wasn't updated."
                     NOT INVALID KEY DISPLAY "Student updated."
              END-REWRITE
       END-IF.

ReadStudent.
       MOVE 0 TO WorkStudentID.
       DISPLAY "Student ID : " WITH NO ADVANCING.
       ACCEPT WorkStudentID.
       MOVE WorkStudentID TO STStudentID.
       MOVE "Y" TO StudentExists.
       READ StudentFile
              KEY IS STStudentID
              INVALID KEY
                     MOVE "N" TO StudentExists
                     DISPLAY "Student " WorkStudentID " is not on file."
       END-READ.

FindStudent.
       MOVE SPACES TO WorkLastName.
       DISPLAY "Last name : " WITH NO ADVANCING.
       ACCEPT WorkLastName.
       MOVE FUNCTION UPPER-CASE(WorkLastName) TO WorkLastName.
       MOVE 0 TO FoundCount.
       MOVE "N" TO WSEOF.
       MOVE WorkLastName TO STLastName.
       START StudentFile KEY IS EQUAL TO STLastName
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ StudentFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF STLastName NOT = WorkLastName
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   ADD 1 TO FoundCount
                                   DISPLAY STStudentID "  " STLastName " "
                                          STFirstName " GR " STGradeLevel
                                          " " STStatus "  "
                                          FUNCTION TRIM(STGuardianName)
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY FoundCount " student(s) found.".

AddSection.
       PERFORM GetTermAndSection.
       IF WorkTerm NOT = SPACES AND WorkSectionID NOT = SPACES
              MOVE WorkTerm TO CSTerm
              MOVE WorkSectionID TO CSSectionID
              MOVE SPACES TO CSCourseTitle CSTeacher CSRoom CSPeriod
              DISPLAY "Course title : " WITH NO ADVANCING
              ACCEPT CSCourseTitle
              MOVE FUNCTION UPPER-CASE(CSCourseTitle) TO CSCourseTitle
              DISPLAY "Teacher      : " WITH NO ADVANCING
              ACCEPT CSTeacher
              MOVE FUNCTION UPPER-CASE(CSTeacher) TO CSTeacher
              DISPLAY "Room         : " WITH NO ADVANCING
              ACCEPT CSRoom
              MOVE FUNCTION UPPER-CASE(CSRoom) TO CSRoom
              DISPLAY "Period       : " WITH NO ADVANCING
              ACCEPT CSPeriod
              WRITE SectionRecord
                     INVALID KEY DISPLAY "Section " WorkSectionID
                            " already exists for " WorkTerm "."
                     NOT INVALID KEY DISPLAY "Section added."
              END-WRITE
       END-IF.

GetTermAndSection.
       MOVE SPACES TO WorkTerm WorkSectionID.
       DISPLAY "Term (e.g. 2026FA)       : " WITH NO ADVANCING.
       ACCEPT WorkTerm.
       MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm.
       DISPLAY "Section (e.g. ENG101-1)  : " WITH NO ADVANCING.
       ACCEPT WorkSectionID.
       MOVE FUNCTION UPPER-CASE(WorkSectionID) TO WorkSectionID.
       IF WorkTerm = SPACES OR WorkSectionID = SPACES
              DISPLAY "A term and a section are both required."
       END-IF.

ReadSection.
       MOVE WorkTerm TO CSTerm.
       MOVE WorkSectionID TO CSSectionID.
       MOVE "Y" TO SectionExists.
       READ SectionFile
              INVALID KEY
                     MOVE "N" TO SectionExists
                     DISPLAY "Section " WorkSectionID " is not set up for "
                            WorkTerm "."
       END-READ.

ListSections.
       MOVE SPACES TO WorkTerm.
       DISPLAY "Term (e.g. 2026FA) : " WITH NO ADVANCING.
       ACCEPT WorkTerm.
       MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm.
       MOVE 0 TO FoundCount.
       MOVE "N" TO WSEOF.
       MOVE WorkTerm TO CSTerm.
       MOVE LOW-VALUES TO CSSectionID.
       START SectionFile KEY IS GREATER THAN CSKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       DISPLAY "SECTION  COURSE                         TEACHER"
              "              ROOM   PD".
       PERFORM UNTIL WSEOF = "Y"
              READ SectionFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CSTerm NOT = WorkTerm
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   ADD 1 TO FoundCount
                                   DISPLAY CSSectionID " " CSCourseTitle " "
                                          CSTeacher " " CSRoom " " CSPeriod
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY FoundCount " section(s) for term " WorkTerm.

EnrollStudent.
       PERFORM GetTermAndSection.
       IF WorkTerm NOT = SPACES AND WorkSectionID NOT = SPACES
              PERFORM ReadSection
              IF SectionExists = "Y"
                     PERFORM ReadStudent
                     IF StudentExists = "Y"
                            IF STWithdrawn
                                   DISPLAY "Student " STStudentID
                                          " is withdrawn - not enrolled."
                            ELSE
                                   PERFORM WriteEnrollment
                            END-IF
                     END-IF
              END-IF
       END-IF.

WriteEnrollment.
       MOVE WorkTerm TO ENTerm.
       MOVE WorkSectionID TO ENSectionID.
       MOVE STStudentID TO ENStudentID.
       MOVE "Y" TO EnrollExists.
       READ EnrollFile
              INVALID KEY MOVE "N" TO EnrollExists
       END-READ.
       IF EnrollExists = "Y"
              IF ENActive
                     DISPLAY "Already enrolled in " WorkSectionID "."
              ELSE
                     MOVE "E" TO ENStatus
                     MOVE BizDate TO ENDate
                     REWRITE EnrollRecord
                            INVALID KEY DISPLAY "Enrollment wasn't updated."
                            NOT INVALID KEY DISPLAY "Student re-enrolled."
                     END-REWRITE
              END-IF
       ELSE
              MOVE "E" TO ENStatus
              MOVE BizDate TO ENDate
              WRITE EnrollRecord
                     INVALID KEY DISPLAY "Enrollment wasn't written."
                     NOT INVALID KEY DISPLAY FUNCTION TRIM(STFirstName) " "
                            FUNCTION TRIM(STLastName) " enrolled in "
                            WorkSectionID "."
              END-WRITE
       END-IF.

DropEnrollment.
       PERFORM GetTermAndSection.
       MOVE 0 TO WorkStudentID.
       DISPLAY "Student ID : " WITH NO ADVANCING.
       ACCEPT WorkStudentID.
       MOVE WorkTerm TO ENTerm.
       MOVE WorkSectionID TO ENSectionID.
       MOVE WorkStudentID TO ENStudentID.
       READ EnrollFile
              INVALID KEY DISPLAY "Student " WorkStudentID
                     " is not enrolled in " WorkSectionID "."
              NOT INVALID KEY
                     MOVE "D" TO ENStatus
                     MOVE BizDate TO ENDate
                     REWRITE EnrollRecord
                            INVALID KEY DISPLAY "Enrollment wasn't updated."
                            NOT INVALID KEY DISPLAY "Student dropped from "
                                   WorkSectionID "."
                     END-REWRITE
       END-READ.

ClassRoster.
       PERFORM GetTermAndSection.
       IF WorkTerm NOT = SPACES AND WorkSectionID NOT = SPACES
              PERFORM ReadSection
              IF SectionExists = "Y"
                     DISPLAY " "
                     DISPLAY WorkSectionID " " FUNCTION TRIM(CSCourseTitle)
                            "  " FUNCTION TRIM(CSTeacher) "  ROOM " CSRoom
                            "  PERIOD " CSPeriod
                     PERFORM ListRoster
              END-IF
       END-IF.

ListRoster.
       MOVE 0 TO RosterCount.
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
                                   PERFORM ShowRosterLine
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY RosterCount " student(s) enrolled.".

ShowRosterLine.
       MOVE ENStudentID TO STStudentID.
       READ StudentFile
              KEY IS STStudentID
              INVALID KEY
                     MOVE SPACES TO STLastName STFirstName
                     MOVE "NOT ON FILE" TO STLastName
       END-READ.
       IF ENActive
              ADD 1 TO RosterCount
              DISPLAY ENStudentID "  " STLastName " " STFirstName
       ELSE
              DISPLAY ENStudentID "  " STLastName " " STFirstName
                     " DROPPED " ENDate
       END-IF.
