       01 RecurJERecord.
              02 RJKey.
                     03 RJTemplNum PIC 9(4).
                     03 RJLineNum PIC 9(2).
              02 RJDescr PIC X(30).
              02 RJAcctNum PIC 9(4).
              02 RJDebit PIC 9(9)V99.
              02 RJCredit PIC 9(9)V99.
              02 RJLastPeriod PIC 9(6).
              02 RJStatus PIC X.
                     88 RJActive VALUE "A".
                     88 RJInactive VALUE "I".
              02 RJOperator PIC X(4).
