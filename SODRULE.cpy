       01 SoDRuleRecord.
              02 SDKey.
                     03 SDFunction1 PIC X(10).
                     03 SDFunction2 PIC X(10).
              02 SDDescription PIC X(40).
