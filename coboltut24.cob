              RECORD KEY IS GHKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSGradeHistStatus.
       SELECT StudentFile ASSIGN TO "Student.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STStudentID
              ALTERNATE RECORD KEY IS STLastName WITH DUPLICATES
              FILE STATUS IS WSStudentStatus.
       SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ENKey
              FILE STATUS IS WSEnrollStatus.
DATA DIVISION.
FILE SECTION.
FD ScoreFile.
       01 ScoreRecord.
              02 StudentID PIC 9(6).
              02 SectionID PIC X(8).
              02 StudentScore PIC X(1).
FD GradeHistFile.
       COPY GRDHST.
FD StudentFile.
       COPY STUDENT.
FD EnrollFile.
       COPY ENROLL.
WORKING-STORAGE SECTION.
       01 WSEOF PIC X VALUE "N".
       01 PassCount PIC 9(5) VALUE 0.
       01 FailCount PIC 9(5) VALUE 0.
       01 RejectCount PIC 9(5) VALUE 0.
       01 WSFileStatus PIC XX.
       01 WSGradeHistStatus PIC XX.
       01 WSStudentStatus PIC XX.
       01 WSEnrollStatus PIC XX.
       01 TermID PIC X(6).
       01 HistExists PIC X.
       01 ScoreValid PIC X.
       01 StudentName PIC X(31).

PROCEDURE DIVISION.
MainPara.
              CLOSE GradeHistFile
              OPEN I-O GradeHistFile
       END-IF.
       OPEN INPUT StudentFile.
       OPEN INPUT EnrollFile.
       IF WSStudentStatus NOT = "00" OR WSEnrollStatus NOT = "00"
              DISPLAY "No student master or enrollments yet - set them up"
                     " in coboltut146 first."
              CLOSE GradeHistFile
              STOP RUN
       END-IF.
       OPEN INPUT ScoreFile.
       IF WSFileStatus = "00"
              PERFORM UNTIL WSEOF = "Y"
       DISPLAY "GRADING SUMMARY".
       DISPLAY "Passed : " PassCount.
       DISPLAY "Failed : " FailCount.
       DISPLAY "Not graded (unknown student or not enrolled) : " RejectCount.
       CLOSE GradeHistFile.
       CLOSE StudentFile.
       CLOSE EnrollFile.
       DISPLAY "Grades stored under term " TermID
              " - report cards come from coboltut105.".
       STOP RUN.

GradeStudent.
       MOVE FUNCTION UPPER-CASE(SectionID) TO SectionID.
       PERFORM CheckEnrollment.
       IF ScoreValid = "Y"
              IF StudentScore IS PassingScore
                     ADD 1 TO PassCount
                     DISPLAY StudentID " " StudentName " " SectionID " - "
                            StudentScore " - PASS"
              ELSE
                     ADD 1 TO FailCount
                     DISPLAY StudentID " " StudentName " " SectionID " - "
                            StudentScore " - FAIL"
              END-IF
              PERFORM StoreGradeHistory
       ELSE
              ADD 1 TO RejectCount
       END-IF.

CheckEnrollment.
       MOVE "Y" TO ScoreValid.
       MOVE StudentID TO STStudentID.
       READ StudentFile
              INVALID KEY
                     MOVE "N" TO ScoreValid
                     DISPLAY StudentID " " SectionID
                            " - NOT GRADED, STUDENT NOT ON FILE"
       END-READ.
       IF ScoreValid = "Y"
              MOVE SPACES TO StudentName
              STRING FUNCTION TRIM(STLastName) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     STFirstName DELIMITED BY SIZE
                     INTO StudentName
              MOVE TermID TO ENTerm
              MOVE SectionID TO ENSectionID
              MOVE StudentID TO ENStudentID
              READ EnrollFile
                     INVALID KEY
                            MOVE "N" TO ScoreValid
                            DISPLAY StudentID " " StudentName " " SectionID
                                   " - NOT GRADED, NOT ENROLLED"
                     NOT INVALID KEY
                            IF ENDropped
                                   MOVE "N" TO ScoreValid
                                   DISPLAY StudentID " " StudentName " "
                                          SectionID " - NOT GRADED, DROPPED"
                            END-IF
              END-READ
       END-IF.

StoreGradeHistory.
       MOVE "Y" TO HistExists.
       MOVE TermID TO GHTerm.
       MOVE StudentID TO GHStudentID.
       MOVE SectionID TO GHSectionID.
       READ GradeHistFile
              INVALID KEY MOVE "N" TO HistExists
       END-READ.
       MOVE TermID TO GHTerm.
       MOVE StudentID TO GHStudentID.
       MOVE SectionID TO GHSectionID.
       MOVE StudentScore TO GHScore.
       EVALUATE StudentScore
              WHEN "A" MOVE 4 TO GHPoints
