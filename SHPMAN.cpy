       01 ShipManifestRecord.
              02 MFOrderNum PIC 9(6).
              02 MFShipDate PIC 9(8).
              02 MFVia PIC X(4).
              02 MFIDNum PIC 9(6).
              02 MFWeight PIC 9(7)V99.
              02 MFExpected PIC 9(7)V99.
              02 MFFrtInvoice PIC X(12).
              02 MFBillDate PIC 9(8).
              02 MFBilledWeight PIC 9(7)V99.
              02 MFBilledCharge PIC 9(7)V99.
              02 MFApproved PIC 9(7)V99.
              02 MFVoucherNum PIC 9(6).
