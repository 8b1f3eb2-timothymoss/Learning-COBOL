              02 SRName PIC X(20).
              02 SRRate PIC 9V999.
              02 SRQuota PIC 9(7)V99.
              02 SRVendor PIC X(10).
              02 SRChargeBal PIC 9(7)V99.
              02 SRLastCommMonth PIC 9(6).
