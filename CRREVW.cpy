       01 CreditReviewRecord.
              02 CRVIDNum PIC 9(6).
              02 CRVRunDate PIC 9(8).
              02 CRVAvgDays PIC 9(3).
              02 CRVNSFCount PIC 99.
              02 CRVHold PIC X.
                     88 CRVOnHold VALUE "H".
                     88 CRVPastHold VALUE "P".
              02 CRVRefused PIC X.
              02 CRVPeak PIC S9(9)V99.
              02 CRVUtilPct PIC 9(3).
              02 CRVScore PIC S99.
              02 CRVOldLimit PIC 9(7)V99.
              02 CRVNewLimit PIC 9(7)V99.
              02 CRVAction PIC X.
                     88 CRVRaise VALUE "R".
                     88 CRVKeep VALUE "H".
                     88 CRVCut VALUE "C".
              02 CRVStatus PIC X.
                     88 CRVPending VALUE "P".
                     88 CRVAccepted VALUE "A".
                     88 CRVDeclined VALUE "D".
                     88 CRVNoChange VALUE "N".
              02 CRVOper PIC X(4).
              02 CRVDecDate PIC 9(8).
