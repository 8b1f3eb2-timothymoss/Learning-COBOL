       01 PriceOverrideRecord.
              02 OVTimestamp PIC X(14).
              02 OVDate PIC 9(8).
              02 OVOrderNum PIC 9(6).
              02 OVLineNum PIC 9(3).
              02 OVIDNum PIC 9(6).
              02 OVSalesRep PIC X(3).
              02 OVProdName PIC X(10).
              02 OVSize PIC A.
              02 OVQty PIC 9(3).
              02 OVListPrice PIC 9(5)V99.
              02 OVPrice PIC 9(5)V99.
              02 OVUnitCost PIC 9(5)V99.
              02 OVReason PIC X(4).
                     88 OVValidReason VALUE "COMP" "VOLM" "DAMG" "GOOD"
                            "QUOT" "OTHR".
              02 OVHeld PIC X.
                     88 OVWasHeld VALUE "Y".
              02 OVSource PIC X.
                     88 OVFromEntry VALUE "E".
                     88 OVFromAmend VALUE "A".
              02 OVOper PIC X(4).
