FD RegisterFile.
       01 RegisterLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSEOF PIC X VALUE "N".
       01 FirstLine PIC X VALUE "Y".
       01 WSIDNum PIC X(6).
                     MOVE SPACES TO Street City StateCode PostalCode Phone Email
                     MOVE ZEROES TO DateOfBirth
                     MOVE ZEROES TO CreditLimit
                     MOVE SPACES TO CustTerms
                     MOVE ZEROES TO ParentIDNum
                     MOVE "P" TO DeliveryPref
                     MOVE "O" TO BillCycle
                     MOVE BizDate TO DateAdded
                     MOVE DateAdded TO LastUpdated
                     WRITE CustomerData

PrintRejectRegister.
       OPEN OUTPUT RegisterFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO RegisterLine
              WRITE RegisterLine
       END-IF.
       MOVE "CSV IMPORT REJECT REGISTER" TO RegisterLine.
       WRITE RegisterLine.
       MOVE SPACES TO RegisterLine.
