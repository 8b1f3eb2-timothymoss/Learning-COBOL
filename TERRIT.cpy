       01 TerritoryRecord.
              02 TRKey.
                     03 TRStateCode PIC X(2).
                     03 TRPostalFrom PIC X(10).
              02 TRPostalTo PIC X(10).
              02 TRRepCode PIC X(3).
              02 TRAddedBy PIC X(4).
              02 TRAddedDate PIC 9(8).
