                     88 ARTReversal VALUE "R".
                     88 ARTNSFFee VALUE "N".
                     88 ARTWriteoff VALUE "W".
                     88 ARTDiscount VALUE "T".
              02 ARTDate PIC 9(8).
              02 ARTRef PIC X(10).
              02 ARTAmount PIC S9(7)V99.
              02 ARTDueDate PIC 9(8).
              02 ARTDiscDate PIC 9(8).
              02 ARTDiscAmount PIC 9(7)V99.
