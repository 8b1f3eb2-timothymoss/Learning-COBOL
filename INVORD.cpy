       01 InvOrderRecord.
              02 IOKey.
                     03 IOInvNumber PIC 9(6).
                     03 IOOrderNum PIC 9(6).
              02 IOCustPO PIC X(10).
              02 IOSalesRep PIC X(3).
              02 IOSubtotal PIC 9(9)V99.
              02 IODiscount PIC 9(7)V99.
              02 IOTax PIC 9(7)V99.
              02 IOFreight PIC 9(7)V99.
              02 IODeposit PIC 9(7)V99.
