       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut141trk.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TrackingFile ASSIGN TO "Tracking.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKKey
              FILE STATUS IS WSTrackStatus.
DATA DIVISION.
FILE SECTION.
FD TrackingFile.
       COPY TRACKNO.
WORKING-STORAGE SECTION.
       01 WSTrackStatus PIC XX.
       01 TrackEOF PIC X.
LINKAGE SECTION.
       01 TOrderNum PIC 9(6).
       01 TCount PIC 99.
       01 TTrackList.
              02 TTrackNum PIC X(30) OCCURS 10 TIMES.
PROCEDURE DIVISION USING TOrderNum TCount TTrackList.
StartPara.
       MOVE 0 TO TCount.
       MOVE SPACES TO TTrackList.
       OPEN INPUT TrackingFile.
       IF WSTrackStatus = "00"
              MOVE "N" TO TrackEOF
              MOVE TOrderNum TO TKOrderNum
              MOVE 0 TO TKSeq
              START TrackingFile KEY IS GREATER THAN TKKey
                     INVALID KEY MOVE "Y" TO TrackEOF
              END-START
              PERFORM UNTIL TrackEOF = "Y"
                     READ TrackingFile NEXT RECORD
                            AT END MOVE "Y" TO TrackEOF
                            NOT AT END
                                   IF TKOrderNum NOT = TOrderNum
                                      OR TCount = 10
                                          MOVE "Y" TO TrackEOF
                                   ELSE
                                          ADD 1 TO TCount
                                          MOVE TKTrackNum TO TTrackNum(TCount)
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE TrackingFile
       END-IF.
       GOBACK.
