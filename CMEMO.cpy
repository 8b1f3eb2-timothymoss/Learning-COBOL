       01 CMemoRecord.
              02 CMNumber PIC 9(6).
              02 CMOrderNum PIC 9(6).
              02 CMLineNum PIC 9(3).
              02 CMIDNum PIC 9(6).
              02 CMDate PIC 9(8).
              02 CMProdName PIC X(10).
              02 CMSize PIC A.
              02 CMQty PIC 9(3).
              02 CMAmount PIC 9(8)V99.
              02 CMTaxState PIC X(2).
              02 CMTaxable PIC 9(8)V99.
              02 CMExempt PIC 9(8)V99.
              02 CMTax PIC 9(7)V99.
