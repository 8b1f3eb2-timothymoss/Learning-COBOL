       01 EmailOutRecord.
              02 EORecType PIC X.
                     88 EOHeader VALUE "H".
                     88 EOBodyLine VALUE "L".
                     88 EOEndOfDoc VALUE "E".
              02 EOIDNum PIC 9(6).
              02 EODocType PIC X(4).
              02 EODocRef PIC X(10).
              02 EOAddress PIC X(30).
              02 EOSubject PIC X(50).
              02 EOText PIC X(80).
