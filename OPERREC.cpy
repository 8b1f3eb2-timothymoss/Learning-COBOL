       01 OperRecord.
              02 OperID PIC X(4).
              02 OperPwdHash PIC X(20).
              02 OperName PIC X(20).
              02 OperLevel PIC X.
                     88 OperSupervisor VALUE "S".
              02 OperFailCount PIC 9.
              02 OperLocked PIC X.
                     88 OperIsLocked VALUE "L".
                     88 OperIsDisabled VALUE "D".
              02 OperForceChange PIC X.
                     88 OperMustChange VALUE "Y".
              02 OperDefault PIC X.
                     88 OperIsDefault VALUE "Y".
              02 OperPwdHistory.
                     03 OperPrevHash PIC X(20) OCCURS 5 TIMES.
