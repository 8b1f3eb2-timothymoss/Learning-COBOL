       01 DutyLogRecord.
              02 DLTimestamp PIC X(14).
              02 DLFunction PIC X(10).
              02 DLRecKey PIC X(10).
              02 DLOperator PIC X(4).
