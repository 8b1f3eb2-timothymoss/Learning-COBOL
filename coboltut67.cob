       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO CRCode.
       DISPLAY " ".
       DISPLAY "CODE  NAME                  RATE/LB   MINIMUM  AP VENDOR".
       START CarrierFile KEY IS NOT LESS THAN CRCode
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
                            MOVE CRRatePerLb TO RateDollar
                            MOVE CRMinCharge TO MinDollar
                            DISPLAY CRCode "  " CRName "  " RateDollar
                                   "  " MinDollar "  " CRVendor
              END-READ
       END-PERFORM.

              ACCEPT CRRatePerLb
              DISPLAY "Minimum charge (e.g. 8.50) : " WITH NO ADVANCING
              ACCEPT CRMinCharge
              MOVE SPACES TO CRVendor
              DISPLAY "AP vendor code for its freight bills"
                     " (Enter = carrier code) : " WITH NO ADVANCING
              ACCEPT CRVendor
              MOVE FUNCTION UPPER-CASE(CRVendor) TO CRVendor
              IF CRVendor = SPACES
                     MOVE EntryCode TO CRVendor
              END-IF
              IF CarrierExists = "Y"
                     REWRITE CarrierRecord
                            INVALID KEY DISPLAY "Carrier wasn't updated."
