       01 BudgetRecord.
              02 BGKey.
                     03 BGAcctNum PIC 9(4).
                     03 BGPeriod PIC 9(6).
              02 BGAmount PIC S9(9)V99.
              02 BGOperator PIC X(4).
              02 BGDate PIC 9(8).
