       MOVE SPACES TO Street City StateCode PostalCode Phone Email.
       MOVE ZEROES TO DateOfBirth.
       MOVE ZEROES TO CreditLimit.
       MOVE SPACES TO CustTerms.
       MOVE ZEROES TO ParentIDNum.
       MOVE "P" TO DeliveryPref.
       MOVE "O" TO BillCycle.
       MOVE BizDate TO DateAdded.
       MOVE DateAdded TO LastUpdated.
       WRITE CustomerData
