       01 HoldProdName PIC X(10).
       01 HoldSize PIC A.
       01 HoldUnitPrice PIC 9(5)V99.
       01 SerAction PIC X.
       01 SerNumInput PIC X(20).
       01 SerRef PIC X(10).
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).
       01 SerStop PIC X.
       01 SerShort PIC 9(5).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
                     MOVE "Y" TO QtyOK
              END-IF
       END-PERFORM.
       IF PickedQty > 0
              PERFORM CaptureSerialsShipped
       END-IF.
       EVALUATE TRUE
              WHEN PickedQty = ODQty
                     CONTINUE
                     PERFORM SplitShortLine
       END-EVALUATE.

CaptureSerialsShipped.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              SerNumInput, OHIDNum, OHOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult = "Y"
              MOVE "N" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, OHOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
              IF SerCount < PickedQty
                     MOVE SPACES TO SerRef
                     STRING "OR" DELIMITED BY SIZE
                            OHOrderNum DELIMITED BY SIZE
                            INTO SerRef
                     DISPLAY "Enter the serial number of each unit picked"
                            " (Enter = stop)."
                     MOVE "N" TO SerStop
                     PERFORM UNTIL SerCount >= PickedQty OR SerStop = "Y"
                            PERFORM TakeOneSerial
                     END-PERFORM
                     IF SerCount < PickedQty
                            COMPUTE SerShort = PickedQty - SerCount
                            DISPLAY SerShort " serial(s) outstanding - line"
                                   " is held until they are entered"
                            DISPLAY "(Serial Numbers, option 7)."
                     END-IF
              END-IF
       END-IF.

TakeOneSerial.
       MOVE SPACES TO SerNumInput.
       DISPLAY "Serial number : " WITH NO ADVANCING.
       ACCEPT SerNumInput.
       IF SerNumInput = SPACES
              MOVE "Y" TO SerStop
       ELSE
              MOVE FUNCTION UPPER-CASE(SerNumInput) TO SerNumInput
              MOVE "S" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, OHOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
              IF SerResult = "Y"
                     ADD 1 TO SerCount
              ELSE
                     DISPLAY SerMessage
              END-IF
       END-IF.

BackorderWholeLine.
       MOVE ODQty TO ShortQty.
       PERFORM WriteBackorderRow.
