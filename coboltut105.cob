              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GHKey
              FILE STATUS IS WSGradeHistStatus.
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
DATA DIVISION.
FILE SECTION.
FD GradeHistFile.
       COPY GRDHST.
FD StudentFile.
       COPY STUDENT.
FD SectionFile.
       COPY SECTION.
WORKING-STORAGE SECTION.
       01 WSGradeHistStatus PIC XX.
       01 WSStudentStatus PIC XX.
       01 WSSectionStatus PIC XX.
       01 StudentOpen PIC X VALUE "N".
       01 SectionOpen PIC X VALUE "N".
       01 WSEOF PIC X.
       01 HistEOF PIC X.
       01 WantedTerm PIC X(6).
       01 WantedSection PIC X(8).
       01 WorkStudentID PIC 9(6).
       01 WorkName PIC X(31).
       01 WorkTitle PIC X(30).
       01 ClassCount PIC 9(5).
       01 CardCount PIC 9(5).
       01 HonorCount PIC 9(5).
       01 RiskCount PIC 9(5).
       01 TermPoints PIC 9(5).
       01 TermCount PIC 9(3).
       01 TermGPA PIC 9V99.
       01 SecIdx PIC 9(3).
       01 SecCount PIC 9(3).
       01 SecFound PIC X.
       01 SectionStatTable.
              02 SecEntry OCCURS 300 TIMES.
                     03 SecID PIC X(8).
                     03 SecPoints PIC 9(7).
                     03 SecStudents PIC 9(5).
                     03 SecHonor PIC 9(5).
                     03 SecRisk PIC 9(5).
                     03 SecAverage PIC 9V99.
       01 StuIdx PIC 9(4).
       01 StuCount PIC 9(4).
       01 StudentList.
              02 StuEntry OCCURS 3000 TIMES.
                     03 SLStudentID PIC 9(6).
       01 AttTotals.
              02 AttSessions PIC 9(5).
              02 AttPresent PIC 9(5).
              02 AttAbsent PIC 9(5).
              02 AttTardy PIC 9(5).
              02 AttExcused PIC 9(5).
              02 AttMissedPct PIC 9(3).
              02 AttChronic PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
                     " (coboltut24) first."
              STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF WSStudentStatus = "00"
              MOVE "Y" TO StudentOpen
       END-IF.
       OPEN INPUT SectionFile.
       IF WSSectionStatus = "00"
              MOVE "Y" TO SectionOpen
       END-IF.
       MOVE SPACES TO WantedTerm.
       PERFORM UNTIL WantedTerm NOT = SPACES
              DISPLAY "Term to print (e.g. 2026FA) : " WITH NO ADVANCING
                     DISPLAY "A term identifier is required."
              END-IF
       END-PERFORM.
       MOVE SPACES TO WantedSection.
       DISPLAY "Section (Enter for all sections) : " WITH NO ADVANCING.
       ACCEPT WantedSection.
       MOVE FUNCTION UPPER-CASE(WantedSection) TO WantedSection.
       PERFORM ComputeClassAverage.
       IF ClassCount = 0
              DISPLAY "No grades recorded for term " WantedTerm "."
              PERFORM CloseFiles
              STOP RUN
       END-IF.
       MOVE "O" TO RptAction.
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM PrintAllCards.
       PERFORM PrintSectionStats.
       PERFORM PrintHonorAndRisk.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM CloseFiles.
       DISPLAY CardCount " report card(s) written to ReportCards.prt".
       STOP RUN.

CloseFiles.
       CLOSE GradeHistFile.
       IF StudentOpen = "Y"
              CLOSE StudentFile
       END-IF.
       IF SectionOpen = "Y"
              CLOSE SectionFile
       END-IF.

StartTerm.
       MOVE WantedTerm TO GHTerm.
       MOVE 0 TO GHStudentID.
       MOVE LOW-VALUES TO GHSectionID.
       START GradeHistFile KEY IS NOT LESS THAN GHKey
              INVALID KEY MOVE "Y" TO HistEOF
       END-START.

ComputeClassAverage.
       MOVE 0 TO ClassCount.
       MOVE 0 TO SecCount.
       MOVE 0 TO StuCount.
       MOVE "N" TO HistEOF.
       PERFORM StartTerm.
       PERFORM UNTIL HistEOF = "Y"
              READ GradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO HistEOF
                     NOT AT END
                            IF GHTerm = WantedTerm
                                   IF WantedSection = SPACES
                                      OR GHSectionID = WantedSection
                                          PERFORM AddToSectionStats
                                   END-IF
                            ELSE
                                   MOVE "Y" TO HistEOF
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx > SecCount
              COMPUTE SecAverage(SecIdx) ROUNDED =
                     SecPoints(SecIdx) / SecStudents(SecIdx)
       END-PERFORM.

AddToSectionStats.
       ADD 1 TO ClassCount.
       IF StuCount = 0
              ADD 1 TO StuCount
              MOVE GHStudentID TO SLStudentID(StuCount)
       ELSE
              IF SLStudentID(StuCount) NOT = GHStudentID AND StuCount < 3000
                     ADD 1 TO StuCount
                     MOVE GHStudentID TO SLStudentID(StuCount)
              END-IF
       END-IF.
       PERFORM FindSectionStat.
       IF SecFound = "Y"
              ADD GHPoints TO SecPoints(SecIdx)
              ADD 1 TO SecStudents(SecIdx)
              IF GHScore = "A"
                     ADD 1 TO SecHonor(SecIdx)
              END-IF
              IF GHPoints <= 1
                     ADD 1 TO SecRisk(SecIdx)
              END-IF
       END-IF.

FindSectionStat.
       MOVE "N" TO SecFound.
       PERFORM VARYING SecIdx FROM 1 BY 1
              UNTIL SecIdx > SecCount OR SecFound = "Y"
              IF SecID(SecIdx) = GHSectionID
                     MOVE "Y" TO SecFound
              END-IF
       END-PERFORM.
       IF SecFound = "Y"
              SUBTRACT 1 FROM SecIdx
       ELSE
              IF SecCount < 300
                     ADD 1 TO SecCount
                     MOVE SecCount TO SecIdx
                     MOVE GHSectionID TO SecID(SecIdx)
                     MOVE 0 TO SecPoints(SecIdx) SecStudents(SecIdx)
                            SecHonor(SecIdx) SecRisk(SecIdx)
                     MOVE "Y" TO SecFound
              END-IF
       END-IF.

GetStudentName.
       MOVE SPACES TO WorkName.
       MOVE WorkStudentID TO STStudentID.
       IF StudentOpen = "Y"
              READ StudentFile
                     INVALID KEY
                            MOVE "NOT ON STUDENT MASTER" TO WorkName
                            MOVE 0 TO STGradeLevel
                     NOT INVALID KEY
                            STRING FUNCTION TRIM(STLastName) DELIMITED BY SIZE
                                   ", " DELIMITED BY SIZE
                                   STFirstName DELIMITED BY SIZE
                                   INTO WorkName
              END-READ
       ELSE
              MOVE "NOT ON STUDENT MASTER" TO WorkName
              MOVE 0 TO STGradeLevel
       END-IF.

GetSectionTitle.
       MOVE SPACES TO WorkTitle.
       IF SectionOpen = "Y"
              MOVE WantedTerm TO CSTerm
              MOVE GHSectionID TO CSSectionID
              READ SectionFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE CSCourseTitle TO WorkTitle
              END-READ
       END-IF.

PrintAllCards.
       MOVE 0 TO CardCount.
       PERFORM VARYING StuIdx FROM 1 BY 1 UNTIL StuIdx > StuCount
              MOVE SLStudentID(StuIdx) TO WorkStudentID
              PERFORM PrintOneCard
       END-PERFORM.

PrintOneCard.
       ADD 1 TO CardCount.
       PERFORM GetStudentName.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "REPORT CARD - " DELIMITED BY SIZE
              WorkStudentID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WorkName DELIMITED BY SIZE
              " GR " DELIMITED BY SIZE
              STGradeLevel DELIMITED BY SIZE
              "  TERM " DELIMITED BY SIZE
              WantedTerm DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "   SECTION  COURSE                         GRADE  CLASS AVG"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE 0 TO TermPoints.
       MOVE 0 TO TermCount.
       MOVE "N" TO HistEOF.
       MOVE WantedTerm TO GHTerm.
       MOVE WorkStudentID TO GHStudentID.
       MOVE LOW-VALUES TO GHSectionID.
       START GradeHistFile KEY IS NOT LESS THAN GHKey
              INVALID KEY MOVE "Y" TO HistEOF
       END-START.
       PERFORM UNTIL HistEOF = "Y"
              READ GradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO HistEOF
                     NOT AT END
                            IF GHTerm = WantedTerm
                               AND GHStudentID = WorkStudentID
                                   IF WantedSection = SPACES
                                      OR GHSectionID = WantedSection
                                          PERFORM PrintCardLine
                                   END-IF
                            ELSE
                                   MOVE "Y" TO HistEOF
                            END-IF
              END-READ
       END-PERFORM.
       IF TermCount > 0
              COMPUTE TermGPA ROUNDED = TermPoints / TermCount
       ELSE
              MOVE 0 TO TermGPA
       END-IF.
       MOVE SPACES TO RptLine.
       STRING "   TERM GRADE POINT AVERAGE " DELIMITED BY SIZE
              TermGPA DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM PrintAttendance.
       PERFORM PrintPriorTerms.

PrintAttendance.
       CALL "coboltut147tot" USING WantedTerm, WorkStudentID, AttTotals.
       IF AttSessions > 0
              MOVE SPACES TO RptLine
              STRING "   ATTENDANCE  SESSIONS " DELIMITED BY SIZE
                     AttSessions DELIMITED BY SIZE
                     "  ABSENT " DELIMITED BY SIZE
                     AttAbsent DELIMITED BY SIZE
                     "  EXCUSED " DELIMITED BY SIZE
                     AttExcused DELIMITED BY SIZE
                     "  TARDY " DELIMITED BY SIZE
                     AttTardy DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              IF AttChronic = "Y"
                     MOVE SPACES TO RptLine
                     STRING "   CHRONIC ABSENCE - " DELIMITED BY SIZE
                            AttMissedPct DELIMITED BY SIZE
                            "% OF SESSIONS MISSED" DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
              END-IF
       END-IF.

PrintCardLine.
       ADD GHPoints TO TermPoints.
       ADD 1 TO TermCount.
       PERFORM GetSectionTitle.
       PERFORM FindSectionStat.
       MOVE SPACES TO RptLine.
       STRING "   " DELIMITED BY SIZE
              GHSectionID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WorkTitle DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              GHScore DELIMITED BY SIZE
              "      " DELIMITED BY SIZE
              SecAverage(SecIdx) DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

PrintPriorTerms.
       MOVE "N" TO HistEOF.
       MOVE LOW-VALUES TO GHKey.
              READ GradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO HistEOF
                     NOT AT END
                            IF GHStudentID = WorkStudentID AND
                               GHTerm NOT = WantedTerm
                                   MOVE SPACES TO RptLine
                                   STRING "   PRIOR TERM " DELIMITED
                                          BY SIZE
                                          GHTerm DELIMITED BY SIZE
                                          "  " DELIMITED BY SIZE
                                          GHSectionID DELIMITED BY SIZE
                                          "  GRADE " DELIMITED BY SIZE
                                          GHScore DELIMITED BY SIZE
                                          INTO RptLine
              END-READ
       END-PERFORM.

PrintSectionStats.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "CLASS STATISTICS BY SECTION" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "   SECTION  COURSE                  STUDENTS  AVG   A  AT RISK"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM VARYING SecIdx FROM 1 BY 1 UNTIL SecIdx > SecCount
              MOVE SecID(SecIdx) TO GHSectionID
              PERFORM GetSectionTitle
              MOVE SPACES TO RptLine
              STRING "   " DELIMITED BY SIZE
                     SecID(SecIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WorkTitle(1:22) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SecStudents(SecIdx) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     SecAverage(SecIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SecHonor(SecIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SecRisk(SecIdx) DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-PERFORM.

PrintHonorAndRisk.
       MOVE 0 TO HonorCount.
       MOVE 0 TO RiskCount.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "AT RISK (GRADE D OR BELOW, OR CHRONIC ABSENCE)" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM ListByGrade-Risk.
       PERFORM ListChronicAbsence.
       DISPLAY "Honor roll : " HonorCount
              "   At risk : " RiskCount.

ListByGrade-Honor.
       MOVE "N" TO HistEOF.
       PERFORM StartTerm.
       PERFORM UNTIL HistEOF = "Y"
              READ GradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO HistEOF
                     NOT AT END
                            IF GHTerm = WantedTerm
                                   IF GHScore = "A" AND
                                      (WantedSection = SPACES
                                      OR GHSectionID = WantedSection)
                                          ADD 1 TO HonorCount
                                          MOVE GHStudentID TO WorkStudentID
                                          PERFORM GetStudentName
                                          MOVE SPACES TO RptLine
                                          STRING "   " DELIMITED BY SIZE
                                                 GHStudentID DELIMITED
                                                 BY SIZE
                                                 " " DELIMITED BY SIZE
                                                 WorkName DELIMITED
                                                 BY SIZE
                                                 " " DELIMITED BY SIZE
                                                 GHSectionID DELIMITED
                                                 BY SIZE
                                                 INTO RptLine
                                          CALL "coboltut64report" USING

ListByGrade-Risk.
       MOVE "N" TO HistEOF.
       PERFORM StartTerm.
       PERFORM UNTIL HistEOF = "Y"
              READ GradeHistFile NEXT RECORD
                     AT END MOVE "Y" TO HistEOF
                     NOT AT END
                            IF GHTerm = WantedTerm
                                   IF GHPoints <= 1 AND
                                      (WantedSection = SPACES
                                      OR GHSectionID = WantedSection)
                                          ADD 1 TO RiskCount
                                          MOVE GHStudentID TO WorkStudentID
                                          PERFORM GetStudentName
                                          MOVE SPACES TO RptLine
                                          STRING "   " DELIMITED BY SIZE
                                                 GHStudentID DELIMITED
                                                 BY SIZE
                                                 " " DELIMITED BY SIZE
                                                 WorkName DELIMITED
                                                 BY SIZE
                                                 " " DELIMITED BY SIZE
                                                 GHSectionID DELIMITED
                                                 BY SIZE
                                                 "  GRADE " DELIMITED
                                                 BY SIZE
                            END-IF
              END-READ
       END-PERFORM.

ListChronicAbsence.
       PERFORM VARYING StuIdx FROM 1 BY 1 UNTIL StuIdx > StuCount
              MOVE SLStudentID(StuIdx) TO WorkStudentID
              CALL "coboltut147tot" USING WantedTerm, WorkStudentID,
                     AttTotals
              IF AttChronic = "Y"
                     ADD 1 TO RiskCount
                     PERFORM GetStudentName
                     MOVE SPACES TO RptLine
                     STRING "   " DELIMITED BY SIZE
                            WorkStudentID DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WorkName DELIMITED BY SIZE
                            " CHRONIC ABSENCE " DELIMITED BY SIZE
                            AttMissedPct DELIMITED BY SIZE
                            "%" DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
              END-IF
       END-PERFORM.
