       01 TermsRecord.
              02 TMCode PIC X(10).
              02 TMDescr PIC X(30).
              02 TMDiscPct PIC 99V99.
              02 TMDiscDays PIC 9(3).
              02 TMNetDays PIC 9(3).
