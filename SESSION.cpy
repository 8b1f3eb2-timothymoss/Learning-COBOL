       01 SessionRecord.
              02 SSOperID PIC X(4).
              02 SSTerminal PIC X(20).
              02 SSLevel PIC X.
              02 SSStartTS PIC X(14).
              02 SSLastTS PIC X(14).
