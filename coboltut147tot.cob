       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut147tot.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AttendFile ASSIGN TO "Attend.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ATKey
              FILE STATUS IS WSAttendStatus.
       SELECT AttendControlFile ASSIGN TO "AttendCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAttCtlStatus.
DATA DIVISION.
FILE SECTION.
FD AttendFile.
       COPY ATTEND.
FD AttendControlFile.
       COPY ATTCTL.
WORKING-STORAGE SECTION.
       01 WSAttendStatus PIC XX.
       01 WSAttCtlStatus PIC XX.
       01 AttEOF PIC X.
       01 ChronicPct PIC 99.
       01 MissedCount PIC 9(5).
LINKAGE SECTION.
       01 ATotTerm PIC X(6).
       01 ATotStudentID PIC 9(6).
       01 ATotals.
              02 ATotSessions PIC 9(5).
              02 ATotPresent PIC 9(5).
              02 ATotAbsent PIC 9(5).
              02 ATotTardy PIC 9(5).
              02 ATotExcused PIC 9(5).
              02 ATotMissedPct PIC 9(3).
              02 ATotChronic PIC X.
PROCEDURE DIVISION USING ATotTerm ATotStudentID ATotals.
StartPara.
       MOVE 0 TO ATotSessions ATotPresent ATotAbsent ATotTardy
              ATotExcused ATotMissedPct.
       MOVE "N" TO ATotChronic.
       PERFORM ReadChronicPct.
       OPEN INPUT AttendFile.
       IF WSAttendStatus = "00"
              MOVE "N" TO AttEOF
              MOVE ATotTerm TO ATTerm
              MOVE ATotStudentID TO ATStudentID
              MOVE 0 TO ATDate
              MOVE LOW-VALUES TO ATSectionID
              START AttendFile KEY IS NOT LESS THAN ATKey
                     INVALID KEY MOVE "Y" TO AttEOF
              END-START
              PERFORM UNTIL AttEOF = "Y"
                     READ AttendFile NEXT RECORD
                            AT END MOVE "Y" TO AttEOF
                            NOT AT END
                                   IF ATTerm = ATotTerm
                                      AND ATStudentID = ATotStudentID
                                          PERFORM CountOneSession
                                   ELSE
                                          MOVE "Y" TO AttEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE AttendFile
       END-IF.
       IF ATotSessions > 0
              COMPUTE MissedCount = ATotAbsent + ATotExcused
              COMPUTE ATotMissedPct ROUNDED =
                     MissedCount * 100 / ATotSessions
              IF ATotMissedPct >= ChronicPct
                     MOVE "Y" TO ATotChronic
              END-IF
       END-IF.
       GOBACK.

CountOneSession.
       ADD 1 TO ATotSessions.
       EVALUATE TRUE
              WHEN ATPresent ADD 1 TO ATotPresent
              WHEN ATAbsent ADD 1 TO ATotAbsent
              WHEN ATTardy ADD 1 TO ATotTardy
              WHEN ATExcused ADD 1 TO ATotExcused
       END-EVALUATE.

ReadChronicPct.
       MOVE 10 TO ChronicPct.
       OPEN INPUT AttendControlFile.
       IF WSAttCtlStatus = "00"
              READ AttendControlFile
                     AT END CONTINUE
                     NOT AT END
                            IF ACChronicPct NUMERIC AND ACChronicPct > 0
                                   MOVE ACChronicPct TO ChronicPct
                            END-IF
              END-READ
              CLOSE AttendControlFile
       END-IF.
