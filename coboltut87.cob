              RECORD KEY IS DRIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSDunRegStatus.
       SELECT PayPlanFile ASSIGN TO "PayPlan.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PPIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPayPlanStatus.
       SELECT NSFLogFile ASSIGN TO "NSFLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              02 DRIDNum PIC 9(6).
              02 DRLastLevel PIC 9.
              02 DRLastDate PIC 9(8).
FD PayPlanFile.
       COPY PAYPLAN.
FD NSFLogFile.
       01 NSFLogRecord.
              02 NLDate PIC 9(8).
       01 WSARTFileStatus PIC XX.
       01 WSDunRegStatus PIC XX.
       01 WSNSFLogStatus PIC XX.
       01 WSPayPlanStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       END-IF.
       PERFORM RestartDunning.
       PERFORM LogNSFEvent.
       IF OrigRef(1:2) = "DR"
              PERFORM StopPlanDraft
       END-IF.
       DISPLAY "Payment reversed - the balance is reopened and the"
              " aging and dunning runs will pick it up tonight.".

              CLOSE DunningRegFile
       END-IF.

StopPlanDraft.
       OPEN I-O PayPlanFile.
       IF WSPayPlanStatus = "00"
              MOVE EntryIDNum TO PPIDNum
              READ PayPlanFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE "N" TO PPDraftFlag
                            MOVE "B" TO PPStatus
                            REWRITE PayPlanRecord
                                   INVALID KEY DISPLAY "Payment plan"
                                          " wasn't updated."
                                   NOT INVALID KEY DISPLAY "Returned"
                                          " draft - plan marked broken"
                                          " and drafting stopped."
                            END-REWRITE
              END-READ
              CLOSE PayPlanFile
       END-IF.

LogNSFEvent.
       OPEN EXTEND NSFLogFile.
       IF WSNSFLogStatus NOT = "00"
