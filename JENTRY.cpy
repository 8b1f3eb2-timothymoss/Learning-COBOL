       01 JournalEntryRecord.
              02 JEKey.
                     03 JENum PIC 9(6).
                     03 JELine PIC 9(2).
              02 JEDate PIC 9(8).
              02 JEPeriod PIC 9(6).
              02 JEType PIC X.
                     88 JEStandard VALUE "S".
                     88 JEAccrual VALUE "A".
                     88 JERecurring VALUE "R".
                     88 JEReversal VALUE "V".
              02 JEDescr PIC X(30).
              02 JEAcctNum PIC 9(4).
              02 JEDebit PIC 9(9)V99.
              02 JECredit PIC 9(9)V99.
              02 JEOperator PIC X(4).
              02 JEReverseDate PIC 9(8).
              02 JEReversed PIC X.
                     88 JEIsReversed VALUE "Y".
              02 JEOrigNum PIC 9(6).
