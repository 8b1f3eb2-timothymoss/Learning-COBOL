       01 PageCount PIC 9(3).
       01 LineCount PIC 99.
       01 LinesPerPage PIC 99 VALUE 50.
       01 CompanyMode PIC X.
LINKAGE SECTION.
       01 LAction PIC X.
       01 LFileName PIC X(30).
       CALL "coboltut25getdate" USING BizDate.
       MOVE BizDate TO RunDateDisp.
       MOVE 0 TO PageCount.
       CALL "coboltut144co" USING CompanyMode.
       PERFORM AssignSpoolSeq.
       MOVE SPACES TO WSSpoolName.
       STRING "Spool" DELIMITED BY SIZE
              PERFORM WriteBothRecords
       END-IF.
       MOVE "MOSS CLOTHING SUPPLY" TO PrintRecord.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO PrintRecord(25:46)
       END-IF.
       PERFORM WriteBothRecords.
       MOVE SPACES TO PrintRecord.
       STRING WSTitle DELIMITED BY SIZE
