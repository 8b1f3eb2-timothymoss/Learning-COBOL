       01 PromoLineRecord.
              02 PLKey.
                     03 PLPromoCode PIC X(8).
                     03 PLProdKey.
                            04 PLProdName PIC X(10).
                            04 PLSize PIC A.
              02 PLPromoPrice PIC 9(5)V99.
              02 PLPctOff PIC 9(2)V99.
