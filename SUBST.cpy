       01 SubstRecord.
              02 SBKey.
                     03 SBOldProd PIC X(10).
                     03 SBOldSize PIC A.
              02 SBReplProd PIC X(10).
              02 SBReplSize PIC A.
              02 SBAltTable.
                     03 SBAlt OCCURS 3 TIMES.
                            04 SBAltProd PIC X(10).
                            04 SBAltSize PIC A.
              02 SBEffDate PIC 9(8).
              02 SBAddedBy PIC X(4).
