       01 CommLedgerRecord.
              02 CLKey.
                     03 CLRepCode PIC X(3).
                     03 CLType PIC X.
                            88 CLEarned VALUE "E".
                            88 CLChargeback VALUE "C".
                            88 CLSettlement VALUE "P".
                     03 CLDate PIC 9(8).
                     03 CLRef PIC X(10).
              02 CLIDNum PIC 9(6).
              02 CLBase PIC 9(9)V99.
              02 CLRate PIC 9V999.
              02 CLAmount PIC 9(7)V99.
              02 CLPeriod PIC 9(6).
