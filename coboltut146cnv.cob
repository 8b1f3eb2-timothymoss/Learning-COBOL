       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut146cnv.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OldGradeHistFile ASSIGN TO "GradeHist.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OldGHKey
              FILE STATUS IS WSOldFileStatus.
       SELECT GradeHistFile ASSIGN TO "GradeHistNew.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GHKey
              FILE STATUS IS WSNewFileStatus.
       SELECT StudentFile ASSIGN TO "Student.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STStudentID
              ALTERNATE RECORD KEY IS STLastName WITH DUPLICATES
              FILE STATUS IS WSStudentStatus.
       SELECT StudentControlFile ASSIGN TO "StudentCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSStuCtlStatus.
       SELECT SectionFile ASSIGN TO "Section.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CSKey
              FILE STATUS IS WSSectionStatus.
       SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ENKey
              FILE STATUS IS WSEnrollStatus.
DATA DIVISION.
FILE SECTION.
FD OldGradeHistFile.
       01 OldGradeHistRecord.
              02 OldGHKey.
                     03 OldGHTerm PIC X(6).
                     03 OldGHStudentName PIC X(15).
              02 OldGHScore PIC X(1).
              02 OldGHPoints PIC 9.
FD GradeHistFile.
       COPY GRDHST.
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
       01 WSEOF PIC X VALUE "N".
       01 ReadCount PIC 9(5) VALUE 0.
       01 WrittenCount PIC 9(5) VALUE 0.
       01 StudentCount PIC 9(5) VALUE 0.
       01 WSOldFileStatus PIC XX.
       01 WSNewFileStatus PIC XX.
       01 WSStudentStatus PIC XX.
       01 WSStuCtlStatus PIC XX.
       01 WSSectionStatus PIC XX.
       01 WSEnrollStatus PIC XX.
       01 WSCommand PIC X(100).
       01 BizDate PIC 9(8).
       01 NewStudentID PIC 9(6).
       01 ConvSection PIC X(8) VALUE "CONVERTD".
       01 NameIdx PIC 9(4).
       01 NameCount PIC 9(4) VALUE 0.
       01 NameFound PIC X.
       01 NameTable.
              02 NameEntry OCCURS 5000 TIMES.
                     03 NTName PIC X(15).
                     03 NTStudentID PIC 9(6).

PROCEDURE DIVISION.
MainPara.
       DISPLAY "GRADE HISTORY CONVERSION".
       DISPLAY "Rebuilds GradeHist.dat keyed by student ID and section.".
       DISPLAY "Each distinct name gets a student master record, and the".
       DISPLAY "old grades are filed under section " ConvSection
              " for their term.".
       CALL "coboltut25getdate" USING BizDate.
       OPEN INPUT OldGradeHistFile.
       IF WSOldFileStatus = "35"
              DISPLAY "No grade history file found - nothing to convert."
              STOP RUN
       END-IF.
       IF WSOldFileStatus NOT = "00"
              DISPLAY "GradeHist.dat didn't open on the old layout (status "
                     WSOldFileStatus ")."
              DISPLAY "If it was already converted there is nothing to do."
              STOP RUN
       END-IF.
       OPEN OUTPUT GradeHistFile.
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
       PERFORM ReadStudentControl.
       PERFORM UNTIL WSEOF = "Y"
              READ OldGradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM ConvertGrade
              END-READ
       END-PERFORM.
       PERFORM WriteStudentControl.
       CLOSE OldGradeHistFile.
       CLOSE GradeHistFile.
       CLOSE StudentFile.
       CLOSE SectionFile.
       CLOSE EnrollFile.
       DISPLAY " ".
       DISPLAY "Grades read        : " ReadCount.
       DISPLAY "Grades written     : " WrittenCount.
       DISPLAY "Students created   : " StudentCount.
       IF ReadCount = WrittenCount
              PERFORM SwapFiles
              DISPLAY "CONVERSION COMPLETE - old file kept as GradeHist.bak"
              DISPLAY "Scores.dat must now carry student ID, section, score."
              DISPLAY "Fill in grade levels and guardians with coboltut146."
       ELSE
              DISPLAY "COUNT MISMATCH - GradeHist.dat left untouched."
              DISPLAY "Converted file kept as GradeHistNew.dat for inspection."
       END-IF.
       STOP RUN.

ConvertGrade.
       ADD 1 TO ReadCount.
       PERFORM FindStudentByName.
       MOVE OldGHTerm TO CSTerm.
       MOVE ConvSection TO CSSectionID.
       MOVE "CONVERTED GRADES" TO CSCourseTitle.
       MOVE SPACES TO CSTeacher CSRoom CSPeriod.
       WRITE SectionRecord
              INVALID KEY CONTINUE
       END-WRITE.
       MOVE OldGHTerm TO ENTerm.
       MOVE ConvSection TO ENSectionID.
       MOVE NTStudentID(NameIdx) TO ENStudentID.
       MOVE "E" TO ENStatus.
       MOVE BizDate TO ENDate.
       WRITE EnrollRecord
              INVALID KEY CONTINUE
       END-WRITE.
       MOVE OldGHTerm TO GHTerm.
       MOVE NTStudentID(NameIdx) TO GHStudentID.
       MOVE ConvSection TO GHSectionID.
       MOVE OldGHScore TO GHScore.
       MOVE OldGHPoints TO GHPoints.
       WRITE GradeHistRecord
              INVALID KEY DISPLAY "Duplicate grade " OldGHTerm " "
                     OldGHStudentName " - not written."
              NOT INVALID KEY ADD 1 TO WrittenCount
       END-WRITE.

FindStudentByName.
       MOVE "N" TO NameFound.
       PERFORM VARYING NameIdx FROM 1 BY 1
              UNTIL NameIdx > NameCount OR NameFound = "Y"
              IF NTName(NameIdx) = OldGHStudentName
                     MOVE "Y" TO NameFound
              END-IF
       END-PERFORM.
       IF NameFound = "Y"
              SUBTRACT 1 FROM NameIdx
       ELSE
              ADD 1 TO NameCount
              MOVE NameCount TO NameIdx
              MOVE OldGHStudentName TO NTName(NameIdx)
              INITIALIZE StudentRecord
              MOVE NewStudentID TO STStudentID
              MOVE OldGHStudentName TO STLastName
              MOVE "A" TO STStatus
              WRITE StudentRecord
                     INVALID KEY DISPLAY "Student ID " STStudentID
                            " already on file - " OldGHStudentName
                            " linked to it."
                     NOT INVALID KEY ADD 1 TO StudentCount
              END-WRITE
              MOVE NewStudentID TO NTStudentID(NameIdx)
              ADD 1 TO NewStudentID
       END-IF.

ReadStudentControl.
       MOVE 1 TO NewStudentID.
       OPEN INPUT StudentControlFile.
       IF WSStuCtlStatus = "00"
              READ StudentControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextStudentID TO NewStudentID
              END-READ
              CLOSE StudentControlFile
       END-IF.

WriteStudentControl.
       OPEN OUTPUT StudentControlFile.
       MOVE NewStudentID TO NextStudentID.
       WRITE StudentControlRecord.
       CLOSE StudentControlFile.

SwapFiles.
       MOVE "mv GradeHist.dat GradeHist.bak" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
       MOVE "mv GradeHistNew.dat GradeHist.dat" TO WSCommand.
       CALL "SYSTEM" USING WSCommand.
