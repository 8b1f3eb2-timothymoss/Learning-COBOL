              ACCESS MODE IS RANDOM
              RECORD KEY IS CPKey
              FILE STATUS IS WSContractStatus.
       SELECT PriceBatchFile ASSIGN TO "PriceBatch.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PBBatchNum
              FILE STATUS IS WSBatchStatus.
       SELECT PriceChangeFile ASSIGN TO "PriceChange.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PCKey
              ALTERNATE RECORD KEY IS PCProdKey WITH DUPLICATES
              FILE STATUS IS WSChangeStatus.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY CUSTRECWIDE.
FD ContractFile.
       COPY CONTRP.
FD PriceBatchFile.
       COPY PRCBAT.
FD PriceChangeFile.
       COPY PRCCHG.
WORKING-STORAGE SECTION.
       01 WSProdFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSContractStatus PIC XX.
       01 WSBatchStatus PIC XX.
       01 BatchOpen PIC X VALUE "N".
       01 WSChangeStatus PIC XX.
       01 ChangeOpen PIC X VALUE "N".
       01 ChgEOF PIC X.
       01 NextPrice PIC 9(5)V99.
       01 NextEffDate PIC 9(8).
       01 NextDollar PIC $$$,$$9.99.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
              IF BookMode = "C"
                     OPEN INPUT ContractFile
              END-IF
              OPEN INPUT PriceBatchFile
              IF WSBatchStatus = "00"
                     MOVE "Y" TO BatchOpen
              ELSE
                     MOVE "N" TO BatchOpen
              END-IF
              OPEN INPUT PriceChangeFile
              IF WSChangeStatus = "00"
                     MOVE "Y" TO ChangeOpen
              ELSE
                     MOVE "N" TO ChangeOpen
              END-IF
              MOVE "O" TO RptAction
              MOVE "PriceBook.prt" TO RptFileName
              MOVE SPACES TO RptLine
              IF BookMode = "C" AND WSContractStatus = "00"
                     CLOSE ContractFile
              END-IF
              IF BatchOpen = "Y"
                     CLOSE PriceBatchFile
                     MOVE "N" TO BatchOpen
              END-IF
              IF ChangeOpen = "Y"
                     CLOSE PriceChangeFile
                     MOVE "N" TO ChangeOpen
              END-IF
              CLOSE ProductFile
              DISPLAY "Price book written to PriceBook.prt"
       END-IF.
                     " " DELIMITED BY SIZE
                     ContractFlag DELIMITED BY SIZE
                     INTO RptLine
              IF ContractFlag = SPACE
                     PERFORM FindNextPrice
                     IF NextEffDate > 0
                            MOVE NextPrice TO NextDollar
                            MOVE SPACES TO RptLine(34:)
                            STRING "NEXT " DELIMITED BY SIZE
                                   NextDollar DELIMITED BY SIZE
                                   " FROM " DELIMITED BY SIZE
                                   NextEffDate DELIMITED BY SIZE
                                   INTO RptLine(34:)
                     END-IF
              END-IF
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-PERFORM.

FindNextPrice.
       MOVE 0 TO NextEffDate.
       MOVE 0 TO NextPrice.
       IF BatchOpen = "Y" AND ChangeOpen = "Y"
              MOVE "N" TO ChgEOF
              MOVE PFProdName TO PCProdName
              MOVE PFSizeType(SizeIdx) TO PCSize
              START PriceChangeFile KEY IS EQUAL TO PCProdKey
                     INVALID KEY MOVE "Y" TO ChgEOF
              END-START
              PERFORM UNTIL ChgEOF = "Y"
                     READ PriceChangeFile NEXT RECORD
                            AT END MOVE "Y" TO ChgEOF
                            NOT AT END
                                   IF PCProdName = PFProdName AND
                                      PCSize = PFSizeType(SizeIdx)
                                          PERFORM CheckNextPrice
                                   ELSE
                                          MOVE "Y" TO ChgEOF
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.

CheckNextPrice.
       MOVE PCBatchNum TO PBBatchNum.
       READ PriceBatchFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF PBReleased AND PBEffDate > BizDate AND
                        (NextEffDate = 0 OR PBEffDate < NextEffDate)
                            IF BookType = "W"
                                   IF PCNewWhsl > 0
                                          MOVE PCNewWhsl TO NextPrice
                                          MOVE PBEffDate TO NextEffDate
                                   END-IF
                            ELSE
                                   IF PCNewRetail > 0
                                          MOVE PCNewRetail TO NextPrice
                                          MOVE PBEffDate TO NextEffDate
                                   END-IF
                            END-IF
                     END-IF
       END-READ.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
