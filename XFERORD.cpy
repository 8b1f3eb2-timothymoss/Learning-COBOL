       01 TransferRecord.
              02 XTNum PIC 9(6).
              02 XTProdName PIC X(10).
              02 XTSize PIC A.
              02 XTFromLoc PIC X(2).
              02 XTToLoc PIC X(2).
              02 XTStatus PIC X.
                     88 XTInTransit VALUE "T".
                     88 XTReceived VALUE "R".
              02 XTQtyShipped PIC 9(5).
              02 XTQtyReceived PIC 9(5).
              02 XTUnitCost PIC 9(5)V99.
              02 XTShipDate PIC 9(8).
              02 XTRecvDate PIC 9(8).
