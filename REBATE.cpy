       01 RebateRecord.
              02 RBIDNum PIC 9(6).
              02 RBProgYear PIC 9(4).
              02 RBPayMethod PIC X.
                     88 RBPayCredit VALUE "C".
                     88 RBPayCheck VALUE "K".
              02 RBTierTable.
                     03 RBTier OCCURS 4 TIMES.
                            04 RBTierFloor PIC 9(9)V99.
                            04 RBTierPct PIC 99V99.
              02 RBYTDPurch PIC 9(9)V99.
              02 RBEarned PIC 9(7)V99.
              02 RBAccrued PIC 9(7)V99.
              02 RBLastAccrual PIC 9(8).
              02 RBStatus PIC X.
                     88 RBActive VALUE "A".
                     88 RBInactive VALUE "I".
              02 RBLastYear PIC 9(4).
              02 RBPaidDate PIC 9(8).
              02 RBPaidAmt PIC 9(7)V99.
              02 RBPaidRef PIC X(10).
              02 RBCheckDue PIC X.
                     88 RBCheckPending VALUE "Y".
