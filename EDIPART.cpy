       01 TradingPartnerRecord.
              02 TPIDNum PIC 9(6).
              02 TPShipNotice PIC X.
                     88 TPWantsShipNotice VALUE "Y".
              02 TPInvoice PIC X.
                     88 TPWantsInvoice VALUE "Y".
              02 TPStartDate PIC 9(8).
              02 TPAddedBy PIC X(4).
