       01 PromiseRecord.
              02 PMKey.
                     03 PMIDNum PIC 9(6).
                     03 PMTakenDate PIC 9(8).
              02 PMPromiseDate PIC 9(8).
              02 PMAmount PIC 9(7)V99.
              02 PMCollector PIC X(4).
              02 PMStatus PIC X.
                     88 PMOpen VALUE "O".
                     88 PMKept VALUE "K".
                     88 PMBroken VALUE "B".
                     88 PMSuperseded VALUE "S".
              02 PMReceived PIC 9(7)V99.
              02 PMResolvedDate PIC 9(8).
              02 PMLetterSkip PIC X.
                     88 PMSkipPending VALUE "Y".
                     88 PMSkipUsed VALUE "U".
              02 PMNote PIC X(30).
