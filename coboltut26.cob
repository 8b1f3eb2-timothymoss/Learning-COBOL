       MOVE SPACES TO Street City StateCode PostalCode Phone Email.
       MOVE ZEROES TO DateOfBirth.
       MOVE ZEROES TO CreditLimit.
       MOVE SPACES TO CustTerms.
       MOVE ZEROES TO ParentIDNum.
       MOVE "P" TO DeliveryPref.
       MOVE "O" TO BillCycle.
       WRITE CustomerData
              INVALID KEY DISPLAY "Duplicate ID " IDNum " - not written."
              NOT INVALID KEY ADD 1 TO WrittenCount
