       01 RefundRegRecord.
              02 RRDate PIC 9(8).
              02 RRCheckNum PIC 9(6).
              02 RRIDNum PIC 9(6).
              02 RRAmount PIC 9(7)V99.
              02 RROperator PIC X(4).
