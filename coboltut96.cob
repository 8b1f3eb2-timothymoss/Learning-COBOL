                            NOT INVALID KEY ADD 1 TO AppliedCount
                     END-DELETE
              ELSE
                     MOVE UJAfter(1:188) TO CustomerData
                     WRITE CustomerData
                            INVALID KEY
                                   REWRITE CustomerData
       IF WSARTFileStatus NOT = "00"
              ADD 1 TO SkippedCount
       ELSE
              MOVE UJAfter(1:65) TO ARTransRecord
              WRITE ARTransRecord
                     INVALID KEY
                            REWRITE ARTransRecord
       IF WSDtlFileStatus NOT = "00"
              ADD 1 TO SkippedCount
       ELSE
              MOVE UJAfter(1:64) TO OrderDetail
              WRITE OrderDetail
                     INVALID KEY
                            REWRITE OrderDetail
