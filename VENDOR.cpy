              02 VMPostalCode PIC X(10).
              02 VMTerms PIC X(10).
              02 VMLeadDays PIC 9(3).
              02 VMPayMethod PIC X.
                     88 VMPayByCheck VALUE "C" " ".
                     88 VMPayByACH VALUE "E".
              02 VMRouting PIC 9(9).
              02 VMBankAcct PIC X(17).
              02 VMBankAcctType PIC X.
                     88 VMChecking VALUE "C".
                     88 VMSavings VALUE "S".
              02 VMBankApprovedBy PIC X(4).
              02 VMBankPending PIC X.
                     88 VMBankChangePending VALUE "Y".
              02 VMPendMethod PIC X.
              02 VMPendRouting PIC 9(9).
              02 VMPendAcct PIC X(17).
              02 VMPendAcctType PIC X.
              02 VMPendBy PIC X(4).
              02 VMPendDate PIC 9(8).
              02 VM1099Flag PIC X.
                     88 VMIs1099 VALUE "Y".
              02 VM1099Form PIC X(4).
              02 VM1099Box PIC 99.
              02 VMTINType PIC X.
                     88 VMTINIsEIN VALUE "E".
                     88 VMTINIsSSN VALUE "S".
              02 VMTIN PIC X(11).
