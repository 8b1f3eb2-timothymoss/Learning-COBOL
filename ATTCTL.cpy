       01 AttendControlRecord.
              02 ACTerm PIC X(6).
              02 ACLetterLimit PIC 9(3).
              02 ACChronicPct PIC 99.
