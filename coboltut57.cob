              02 NewIDNum PIC 9(6).
              02 NewFirstName PIC X(15).
              02 NewLastName PIC X(15).
              02 NewCustRest PIC X(152).
FD NewProdFile.
       01 NewProductRecord.
              02 NewPFProdName PIC X(10).
              02 NewARTKey.
                     03 NewARTIDNum PIC 9(6).
                     03 NewARTSeq PIC 9(6).
              02 NewARTRest PIC X(53).
WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
              READ BackupFile
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE BackupRecord(1:188) TO NewCustomerData
                            WRITE NewCustomerData
                                   INVALID KEY DISPLAY "Duplicate key on reload."
                                   NOT INVALID KEY
              READ BackupFile
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE BackupRecord(1:65) TO NewARTransRecord
                            WRITE NewARTransRecord
                                   INVALID KEY DISPLAY "Duplicate key on reload."
                                   NOT INVALID KEY
