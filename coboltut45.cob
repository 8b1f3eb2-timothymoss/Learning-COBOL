                     03 OTOrderDate PIC 9(8).
                     03 OTStatus PIC X.
                     03 OTLineCount PIC 9(3).
       01 TrackCount PIC 99.
       01 TrackIdx PIC 99.
       01 TrackList.
              02 TTrackNum PIC X(30) OCCURS 10 TIMES.

PROCEDURE DIVISION.
StartPara.
                            END-IF
              END-READ
       END-PERFORM.
       CALL "coboltut141trk" USING DrillOrderNum, TrackCount, TrackList.
       PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackCount
              DISPLAY "  Tracking : " TTrackNum(TrackIdx)
       END-PERFORM.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
