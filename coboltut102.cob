       01 ReasonInput PIC X(4).
       01 NewRmaNum PIC 9(6).
       01 ExpiryInt PIC 9(8).
       01 IsSerialized PIC X.
       01 SerialsOK PIC X.
       01 SerIdx PIC 9(3).
       01 SerTaken PIC 9(3).
       01 SerDup PIC X.
       01 SerialTable.
              02 SerialEntry PIC X(20) OCCURS 99 TIMES.
       01 SerAction PIC X.
       01 SerNumInput PIC X(20).
       01 SerRef PIC X(10).
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
                                   DISPLAY "A reason is required."
                            END-IF
                     END-PERFORM
                     PERFORM CollectRmaSerials
                     IF SerialsOK = "Y"
                            PERFORM WriteRma
                     ELSE
                            DISPLAY "Serial numbers not supplied - RMA not"
                                   " issued."
                     END-IF
              END-IF
       END-IF.

                            RMAProdName " (" RMASize ")."
                     DISPLAY "Tell the customer to mark the box RMA "
                            RMANum " - it expires " RMAExpiry "."
                     IF IsSerialized = "Y"
                            PERFORM AuthorizeRmaSerials
                     END-IF
       END-WRITE.

CollectRmaSerials.
       MOVE "Y" TO SerialsOK.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       MOVE SerResult TO IsSerialized.
       IF IsSerialized = "Y" AND AuthQty > 99
              DISPLAY "Serialized returns are limited to 99 units per RMA."
              MOVE "N" TO SerialsOK
       END-IF.
       IF IsSerialized = "Y" AND SerialsOK = "Y"
              DISPLAY "Enter the serial number of each unit being returned"
                     " (Enter = abandon)."
              MOVE 0 TO SerTaken
              PERFORM UNTIL SerTaken >= AuthQty OR SerialsOK = "N"
                     MOVE SPACES TO SerNumInput
                     DISPLAY "Serial number : " WITH NO ADVANCING
                     ACCEPT SerNumInput
                     IF SerNumInput = SPACES
                            MOVE "N" TO SerialsOK
                     ELSE
                            PERFORM TakeRmaSerial
                     END-IF
              END-PERFORM
       END-IF.

TakeRmaSerial.
       MOVE FUNCTION UPPER-CASE(SerNumInput) TO SerNumInput.
       MOVE "N" TO SerDup.
       PERFORM VARYING SerIdx FROM 1 BY 1 UNTIL SerIdx > SerTaken
              IF SerialEntry(SerIdx) = SerNumInput
                     MOVE "Y" TO SerDup
              END-IF
       END-PERFORM.
       IF SerDup = "Y"
              DISPLAY "That serial has already been entered."
       ELSE
              MOVE "K" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
              IF SerResult = "Y"
                     ADD 1 TO SerTaken
                     MOVE SerNumInput TO SerialEntry(SerTaken)
              ELSE
                     DISPLAY SerMessage
              END-IF
       END-IF.

AuthorizeRmaSerials.
       MOVE SPACES TO SerRef.
       STRING "RMA" DELIMITED BY SIZE
              RMANum DELIMITED BY SIZE
              INTO SerRef.
       MOVE "A" TO SerAction.
       PERFORM VARYING SerIdx FROM 1 BY 1 UNTIL SerIdx > SerTaken
              MOVE SerialEntry(SerIdx) TO SerNumInput
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, ODOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
       END-PERFORM.

AssignRmaNumber.
       MOVE 1 TO NewRmaNum.
       OPEN INPUT RmaControlFile.
