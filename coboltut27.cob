              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLGKey
              FILE STATUS IS WSContactStatus.
       SELECT ARHistFile ASSIGN TO "ARHistory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AHKey
              FILE STATUS IS WSARHistStatus.
       SELECT AuditFile ASSIGN TO "AuditFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
       COPY ORDHDR.
FD ContactLogFile.
       COPY CNTLOG.
FD ARHistFile.
       COPY ARHIST.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
       01 AuditCount PIC 99.
       01 AuditIdx PIC 99.
       01 WSContactStatus PIC XX.
       01 WSARHistStatus PIC XX.
       01 HistAns PIC X.
       01 HistCount PIC 9(5).
       01 HistMode PIC X.
       01 LastArchDate PIC 9(8).
       01 ContactCount PIC 99.
       01 ContactIdx PIC 99.
       01 ContactTable.
                     03 ATTimestamp PIC X(14).
                     03 ATOperation PIC X(10).
                     03 ATOperator PIC X(4).
       01 TrackCount PIC 99.
       01 TrackIdx PIC 99.
       01 TrackList.
              02 TTrackNum PIC X(30) OCCURS 10 TIMES.

PROCEDURE DIVISION.
StartPara.
       ELSE
              DISPLAY "No AR balance on file."
       END-IF.
       PERFORM ShowARHistory.

ShowARHistory.
       MOVE 0 TO HistCount.
       MOVE 0 TO LastArchDate.
       OPEN INPUT ARHistFile.
       IF WSARHistStatus = "00"
              MOVE "C" TO HistMode
              PERFORM ReadARHistory
              IF HistCount > 0
                     DISPLAY "Archived : " HistCount " settled item(s),"
                            " last archived " LastArchDate
                     DISPLAY "Show archived AR history (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT HistAns
                     IF FUNCTION UPPER-CASE(HistAns) = "Y"
                            DISPLAY "DATE      TYPE  REFERENCE   AMOUNT"
                            MOVE "L" TO HistMode
                            PERFORM ReadARHistory
                     END-IF
              END-IF
              CLOSE ARHistFile
       END-IF.

ReadARHistory.
       MOVE IDNum TO AHIDNum.
       MOVE 0 TO AHSeq.
       MOVE "N" TO WSEOF.
       START ARHistFile KEY IS GREATER THAN AHKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ARHistFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF AHIDNum NOT = IDNum
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   IF HistMode = "C"
                                          ADD 1 TO HistCount
                                          IF AHArchDate > LastArchDate
                                                 MOVE AHArchDate
                                                        TO LastArchDate
                                          END-IF
                                   ELSE
                                          MOVE AHAmount TO Dollar
                                          DISPLAY AHDate "  " AHType "     "
                                                 AHRef "  " Dollar
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

ShowOrderBlock.
       DISPLAY "---- ORDERS ----------------------------------------".
                                                 OHOrderDate(7:2)
                                                 "  Status " OHStatus
                                                 "  Lines " OHLineCount
                                          PERFORM ShowOrderTracking
                                   END-IF
                     END-READ
              END-PERFORM
              DISPLAY "No orders on file."
       END-IF.

ShowOrderTracking.
       CALL "coboltut141trk" USING OHOrderNum, TrackCount, TrackList.
       PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackCount
              DISPLAY "       Tracking " TTrackNum(TrackIdx)
       END-PERFORM.

ShowContactBlock.
       DISPLAY "---- RECENT CONTACTS (last 5) ----------------------".
       MOVE 0 TO ContactCount.
