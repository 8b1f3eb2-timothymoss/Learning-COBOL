                     88 OHPartial VALUE "T".
                     88 OHInvoiced VALUE "I".
                     88 OHCancelled VALUE "X".
                     88 OHPriceHold VALUE "H".
              02 OHLineCount PIC 9(3).
              02 OHSalesRep PIC X(3).
              02 OHShipVia PIC X(4).
