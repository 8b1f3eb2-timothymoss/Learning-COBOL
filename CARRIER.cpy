              02 CRName PIC X(20).
              02 CRRatePerLb PIC 9(3)V99.
              02 CRMinCharge PIC 9(5)V99.
              02 CRVendor PIC X(10).
