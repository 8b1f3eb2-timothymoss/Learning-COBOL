              02 DateOfBirth PIC 9(8).
              02 CreditLimit PIC 9(7)V99.
              02 CustPriority PIC 9.
              02 CustTerms PIC X(10).
              02 ParentIDNum PIC 9(6).
              02 DeliveryPref PIC X.
                     88 DeliverByPaper VALUE "P" " ".
                     88 DeliverByEmail VALUE "E".
                     88 DeliverByBoth VALUE "B".
              02 BillCycle PIC X.
                     88 BillPerOrder VALUE "O" " ".
                     88 BillWeekly VALUE "W".
                     88 BillMonthly VALUE "M".
