       01 PriceBatchRecord.
              02 PBBatchNum PIC 9(6).
              02 PBEffDate PIC 9(8).
              02 PBStatus PIC X.
                     88 PBOpen VALUE "O".
                     88 PBReleased VALUE "R".
                     88 PBApplied VALUE "A".
                     88 PBCancelled VALUE "X".
              02 PBDesc PIC X(30).
              02 PBCreatedBy PIC X(4).
              02 PBCreatedDate PIC 9(8).
              02 PBReleasedBy PIC X(4).
              02 PBAppliedDate PIC 9(8).
              02 PBLineCount PIC 9(5).
