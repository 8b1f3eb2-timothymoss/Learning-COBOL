                     88 PPActive VALUE "A".
                     88 PPBroken VALUE "B".
                     88 PPComplete VALUE "C".
              02 PPDraftFlag PIC X.
                     88 PPDraftAuth VALUE "Y".
              02 PPRouting PIC 9(9).
              02 PPBankAcct PIC X(17).
              02 PPBankAcctType PIC X.
                     88 PPChecking VALUE "C".
                     88 PPSavings VALUE "S".
              02 PPAuthDate PIC 9(8).
              02 PPLastDraft PIC 9(8).
