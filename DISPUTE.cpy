       01 DisputeRecord.
              02 DSKey.
                     03 DSIDNum PIC 9(6).
                     03 DSSeq PIC 9(6).
              02 DSRef PIC X(10).
              02 DSAmount PIC 9(7)V99.
              02 DSReason PIC X(2).
                     88 DSPricing VALUE "PR".
                     88 DSShortShip VALUE "SS".
                     88 DSDamaged VALUE "DM".
                     88 DSNotOrdered VALUE "NO".
                     88 DSOtherReason VALUE "OT".
                     88 DSValidReason VALUE "PR" "SS" "DM" "NO" "OT".
              02 DSNote PIC X(30).
              02 DSOwner PIC X(4).
              02 DSOpenedBy PIC X(4).
              02 DSOpenDate PIC 9(8).
              02 DSFollowUp PIC 9(8).
              02 DSStatus PIC X.
                     88 DSOpen VALUE "O".
                     88 DSResolved VALUE "R".
              02 DSResolvedDate PIC 9(8).
              02 DSResolution PIC X(30).
