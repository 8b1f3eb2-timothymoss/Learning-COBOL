       01 SessControlRecord.
              02 SCIdleMinutes PIC 9(3).
