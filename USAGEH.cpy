                     03 UHSize PIC A.
                     03 UHYearMonth PIC 9(6).
              02 UHQtyUsed PIC 9(7).
              02 UHQtyLost PIC 9(7).
