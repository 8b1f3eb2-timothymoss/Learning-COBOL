              RECORD KEY IS BOKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSBOFileStatus.
       SELECT LotBalFile ASSIGN TO "LotBal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LBKey
              FILE STATUS IS WSLotBalStatus.
DATA DIVISION.
FILE SECTION.
FD OrdHeaderFile.
       COPY PRODREC.
FD BackorderFile.
       COPY BORD.
FD LotBalFile.
       COPY LOTBAL.
WORKING-STORAGE SECTION.
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSBOFileStatus PIC XX.
       01 WSLotBalStatus PIC XX.
       01 LotBalOpen PIC X VALUE "N".
       01 LotEOF PIC X.
       01 WSEOF PIC X VALUE "N".
       01 DtlEOF PIC X.
       01 LineCount PIC 9(3).
              CLOSE BackorderFile
              OPEN I-O BackorderFile
       END-IF.
       OPEN INPUT LotBalFile.
       IF WSLotBalStatus = "00"
              MOVE "Y" TO LotBalOpen
       ELSE
              MOVE "N" TO LotBalOpen
       END-IF.
       MOVE 0 TO LineCount.
       PERFORM UNTIL WSEOF = "Y"
              READ OrdHeaderFile NEXT RECORD
       END-IF.
       CLOSE ProductFile.
       CLOSE BackorderFile.
       IF LotBalOpen = "Y"
              CLOSE LotBalFile
              MOVE "N" TO LotBalOpen
       END-IF.
       DISPLAY "ALLOCATION COMPLETE".
       DISPLAY "Lines allocated : " AllocCount
              "   backordered : " ShortCount.
                     END-PERFORM
       END-READ.
       PERFORM SubtractPriorAllocations.
       IF LotBalOpen = "Y"
              PERFORM SubtractQuarantine
       END-IF.

SubtractPriorAllocations.
       MOVE "N" TO DtlEOF.
              END-READ
       END-PERFORM.

SubtractQuarantine.
       MOVE "N" TO LotEOF.
       MOVE CurrentProd TO LBProdName.
       MOVE CurrentSize TO LBSize.
       MOVE LOW-VALUES TO LBLotNum.
       START LotBalFile KEY IS GREATER THAN LBKey
              INVALID KEY MOVE "Y" TO LotEOF
       END-START.
       PERFORM UNTIL LotEOF = "Y"
              READ LotBalFile NEXT RECORD
                     AT END MOVE "Y" TO LotEOF
                     NOT AT END
                            IF LBProdName = CurrentProd AND
                               LBSize = CurrentSize
                                   IF LBQuarantined
                                          SUBTRACT LBQtyOnHand FROM AvailQty
                                   END-IF
                            ELSE
                                   MOVE "Y" TO LotEOF
                            END-IF
              END-READ
       END-PERFORM.

MarkAllocated.
       MOVE OLOrderNum(LineIdx) TO ODOrderNum.
       MOVE OLLineNum(LineIdx) TO ODLineNum.
