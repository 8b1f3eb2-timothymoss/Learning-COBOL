       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 TermsCode PIC X(10).
LINKAGE SECTION.
       01 LIDNum PIC 9(6).
       01 LType PIC X.
       MOVE LDate TO ARTDate.
       MOVE LRef TO ARTRef.
       MOVE LAmount TO ARTAmount.
       MOVE LDate TO ARTDueDate.
       MOVE 0 TO ARTDiscDate.
       MOVE 0 TO ARTDiscAmount.
       IF ARTInvoice AND LAmount > 0
              CALL "coboltut8terms" USING LIDNum, LDate, LAmount, TermsCode,
                     ARTDueDate, ARTDiscDate, ARTDiscAmount
       END-IF.
       WRITE ARTransRecord
              INVALID KEY DISPLAY "coboltut8arpost: AR transaction "
                     ARTIDNum "/" ARTSeq " already exists."
