                     88 ODIsPosted VALUE "Y".
                     88 ODBackordered VALUE "B".
                     88 ODAllocated VALUE "A".
                     88 ODDropShip VALUE "D".
                     88 ODVendorShipped VALUE "V".
              02 ODCustItem PIC X(15).
              02 ODPromoCode PIC X(8).
