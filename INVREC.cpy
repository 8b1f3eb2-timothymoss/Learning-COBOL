              02 InvDeposit PIC 9(7)V99.
              02 InvTotal PIC 9(9)V99.
              02 InvSalesRep PIC X(3).
              02 InvTaxState PIC X(2).
              02 InvTaxable PIC 9(9)V99.
              02 InvExempt PIC 9(9)V99.
              02 InvExemptCert PIC X(15).
