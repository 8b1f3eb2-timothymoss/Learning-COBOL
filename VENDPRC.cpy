       01 VendorPriceRecord.
              02 VPKey.
                     03 VPVendor PIC X(10).
                     03 VPProdName PIC X(10).
                     03 VPSize PIC A.
              02 VPCost PIC 9(5)V99.
              02 VPPrevCost PIC 9(5)V99.
              02 VPEffDate PIC 9(8).
              02 VPImportedBy PIC X(4).
