              02 RPKey.
                     03 RPRole PIC X(4).
                     03 RPFunction PIC X(10).
              02 RPLimit PIC 9(7)V99.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
