       01 TrackingRecord.
              02 TKKey.
                     03 TKOrderNum PIC 9(6).
                     03 TKSeq PIC 9(3).
              02 TKVia PIC X(4).
              02 TKTrackNum PIC X(30).
              02 TKLoadDate PIC 9(8).
