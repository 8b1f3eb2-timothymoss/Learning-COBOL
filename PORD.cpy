                     88 POOpen VALUE "O".
                     88 POPartial VALUE "P".
                     88 POClosed VALUE "C".
                     88 POPendingApproval VALUE "A".
              02 PODate PIC 9(8).
              02 POLastReceipt PIC 9(8).
              02 POUnitCost PIC 9(5)V99.
              02 POQtyVouchered PIC 9(5).
              02 PODropShip PIC X.
                     88 PODropShipLine VALUE "Y".
              02 PODropOrder PIC 9(6).
              02 PODropOrdLine PIC 9(3).
              02 PORequestedBy PIC X(4).
              02 POApprovedBy PIC X(4).
              02 POApprovedDate PIC 9(8).
