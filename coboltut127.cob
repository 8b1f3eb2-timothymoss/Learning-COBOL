       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut127.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustXrefFile ASSIGN TO "CustXref.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CXKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSXrefStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT CsvFile ASSIGN TO "CustXref.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCsvStatus.
DATA DIVISION.
FILE SECTION.
FD CustXrefFile.
       COPY CUSTXREF.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD ProductFile.
       COPY PRODREC.
FD CsvFile.
       01 CsvRecord PIC X(80).
WORKING-STORAGE SECTION.
       01 WSXrefStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSCsvStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 XrefExists PIC X.
       01 EntryOK PIC X.
       01 SizeIdx PIC 9.
       01 ListCount PIC 9(5).
       01 EntryIDNum PIC 9(6).
       01 EntryType PIC X.
       01 EntryItem PIC X(15).
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 EntryReason PIC X(40).
       01 FirstLine PIC X.
       01 CsvRowNum PIC 9(6).
       01 CsvType PIC X(4).
       01 CsvIDNum PIC X(6).
       01 CsvItem PIC X(15).
       01 CsvProd PIC X(10).
       01 CsvSize PIC X(4).
       01 LoadedCount PIC 9(6).
       01 ReplacedCount PIC 9(6).
       01 SkippedCount PIC 9(6).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O CustXrefFile.
       IF WSXrefStatus NOT = "00"
              OPEN OUTPUT CustXrefFile
              CLOSE CustXrefFile
              OPEN I-O CustXrefFile
       END-IF.
       OPEN INPUT CustomerFile.
       OPEN INPUT ProductFile.
       IF WSCustFileStatus NOT = "00" OR WSProdFileStatus NOT = "00"
              DISPLAY "Customer or product master file missing -"
                     " cross-references can't be checked."
              CLOSE CustXrefFile
              STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CUSTOMER ITEM / UPC CROSS-REFERENCE"
              DISPLAY "1 : List Cross-References"
              DISPLAY "2 : Add / Update Cross-Reference"
              DISPLAY "3 : Delete Cross-Reference"
              DISPLAY "4 : Load From Spreadsheet (CustXref.csv)"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListCrossRefs
                     WHEN 2 PERFORM MaintainCrossRef
                     WHEN 3 PERFORM DeleteCrossRef
                     WHEN 4 PERFORM LoadCrossRefs
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE CustXrefFile.
       CLOSE CustomerFile.
       CLOSE ProductFile.
       STOP RUN.

ListCrossRefs.
       DISPLAY "Customer ID (0 = UPC codes) : " WITH NO ADVANCING.
       ACCEPT EntryIDNum.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE EntryIDNum TO CXIDNum.
       MOVE LOW-VALUES TO CXItem.
       START CustXrefFile KEY IS GREATER THAN CXKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ CustXrefFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CXIDNum = EntryIDNum
                                   ADD 1 TO ListCount
                                   PERFORM ShowCrossRef
                            ELSE
                                   MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY ListCount " cross-reference(s) on file.".

ShowCrossRef.
       IF CXUPC
              DISPLAY "UPC  " CXItem "  = " CXProdName " (" CXSize ")"
                     "  since " CXAddedDate "  by " CXAddedBy
       ELSE
              DISPLAY "ITEM " CXItem "  = " CXProdName " (" CXSize ")"
                     "  since " CXAddedDate "  by " CXAddedBy
       END-IF.

GetKeyEntry.
       MOVE "Y" TO EntryOK.
       DISPLAY "C = customer item number, U = UPC code : "
              WITH NO ADVANCING.
       ACCEPT EntryType.
       MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType.
       IF EntryType = "U"
              MOVE 0 TO EntryIDNum
       ELSE
              IF EntryType = "C"
                     DISPLAY "Customer ID : " WITH NO ADVANCING
                     ACCEPT EntryIDNum
                     MOVE EntryIDNum TO IDNum
                     READ CustomerFile
                            INVALID KEY
                                   DISPLAY "Customer not on file."
                                   MOVE "N" TO EntryOK
                     END-READ
              ELSE
                     DISPLAY "Type must be C or U."
                     MOVE "N" TO EntryOK
              END-IF
       END-IF.
       IF EntryOK = "Y"
              DISPLAY "Item number / UPC : " WITH NO ADVANCING
              ACCEPT EntryItem
              IF EntryItem = SPACES
                     DISPLAY "An item number is required."
                     MOVE "N" TO EntryOK
              END-IF
       END-IF.

MaintainCrossRef.
       PERFORM GetKeyEntry.
       IF EntryOK = "Y"
              MOVE "Y" TO XrefExists
              MOVE EntryIDNum TO CXIDNum
              MOVE EntryItem TO CXItem
              READ CustXrefFile
                     INVALID KEY MOVE "N" TO XrefExists
              END-READ
              IF XrefExists = "Y"
                     PERFORM ShowCrossRef
              END-IF
              DISPLAY "Our product name : " WITH NO ADVANCING
              ACCEPT EntryProd
              DISPLAY "Size : " WITH NO ADVANCING
              ACCEPT EntrySize
              MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
              PERFORM CheckProductSize
              IF EntryOK = "N"
                     DISPLAY EntryReason
              ELSE
                     MOVE EntryIDNum TO CXIDNum
                     MOVE EntryItem TO CXItem
                     MOVE EntryType TO CXType
                     MOVE EntryProd TO CXProdName
                     MOVE EntrySize TO CXSize
                     MOVE SignOnID TO CXAddedBy
                     MOVE BizDate TO CXAddedDate
                     IF XrefExists = "Y"
                            REWRITE CustXrefRecord
                                   INVALID KEY DISPLAY "Cross-reference"
                                          " wasn't updated."
                                   NOT INVALID KEY
                                          DISPLAY "Cross-reference updated."
                            END-REWRITE
                     ELSE
                            WRITE CustXrefRecord
                                   INVALID KEY DISPLAY "Cross-reference"
                                          " wasn't added."
                                   NOT INVALID KEY
                                          DISPLAY "Cross-reference added."
                            END-WRITE
                     END-IF
              END-IF
       END-IF.

CheckProductSize.
       MOVE "Y" TO EntryOK.
       MOVE SPACES TO EntryReason.
       MOVE EntryProd TO PFProdName.
       READ ProductFile
              INVALID KEY
                     MOVE "N" TO EntryOK
                     MOVE "Product is not on the product master."
                            TO EntryReason
       END-READ.
       IF EntryOK = "Y"
              MOVE "N" TO EntryOK
              PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                     IF PFSizeType(SizeIdx) = EntrySize AND
                        EntrySize NOT = SPACE
                            MOVE "Y" TO EntryOK
                     END-IF
              END-PERFORM
              IF EntryOK = "N"
                     MOVE "Invalid size for that product." TO EntryReason
              END-IF
       END-IF.

DeleteCrossRef.
       PERFORM GetKeyEntry.
       IF EntryOK = "Y"
              MOVE EntryIDNum TO CXIDNum
              MOVE EntryItem TO CXItem
              READ CustXrefFile
                     INVALID KEY DISPLAY "No cross-reference on file for"
                            " that item."
                     NOT INVALID KEY
                            PERFORM ShowCrossRef
                            DISPLAY "Delete it? (Y/N) : " WITH NO ADVANCING
                            ACCEPT Confirm
                            IF Confirm = "Y" OR Confirm = "y"
                                   DELETE CustXrefFile
                                          INVALID KEY DISPLAY "Cross-reference"
                                                 " wasn't deleted."
                                          NOT INVALID KEY
                                                 DISPLAY "Cross-reference"
                                                        " deleted."
                                   END-DELETE
                            END-IF
              END-READ
       END-IF.

LoadCrossRefs.
       IF SignOnLevel NOT = "S"
              DISPLAY "Loading cross-references needs a supervisor"
                     " sign-on."
       ELSE
              OPEN INPUT CsvFile
              IF WSCsvStatus NOT = "00"
                     DISPLAY "No spreadsheet (CustXref.csv) to load."
              ELSE
                     MOVE "Y" TO FirstLine
                     MOVE "N" TO WSEOF
                     MOVE 0 TO CsvRowNum
                     MOVE 0 TO LoadedCount
                     MOVE 0 TO ReplacedCount
                     MOVE 0 TO SkippedCount
                     PERFORM UNTIL WSEOF = "Y"
                            READ CsvFile
                                   AT END MOVE "Y" TO WSEOF
                                   NOT AT END PERFORM LoadOneCsvRow
                            END-READ
                     END-PERFORM
                     CLOSE CsvFile
                     DISPLAY "CROSS-REFERENCE LOAD COMPLETE"
                     DISPLAY "Added : " LoadedCount
                            "   Replaced : " ReplacedCount
                            "   Skipped : " SkippedCount
              END-IF
       END-IF.

LoadOneCsvRow.
       ADD 1 TO CsvRowNum.
       IF FirstLine = "Y"
              MOVE "N" TO FirstLine
       ELSE
              MOVE SPACES TO CsvType
              MOVE SPACES TO CsvIDNum
              MOVE SPACES TO CsvItem
              MOVE SPACES TO CsvProd
              MOVE SPACES TO CsvSize
              UNSTRING CsvRecord DELIMITED BY ","
                     INTO CsvType, CsvIDNum, CsvItem, CsvProd, CsvSize
              END-UNSTRING
              MOVE "Y" TO EntryOK
              MOVE FUNCTION UPPER-CASE(CsvType(1:1)) TO EntryType
              MOVE CsvItem TO EntryItem
              MOVE CsvProd TO EntryProd
              MOVE FUNCTION UPPER-CASE(CsvSize(1:1)) TO EntrySize
              IF EntryType = "U"
                     MOVE 0 TO EntryIDNum
              ELSE
                     IF EntryType = "C" AND
                        FUNCTION TEST-NUMVAL(CsvIDNum) = 0
                            MOVE FUNCTION NUMVAL(CsvIDNum) TO EntryIDNum
                            MOVE EntryIDNum TO IDNum
                            READ CustomerFile
                                   INVALID KEY
                                          MOVE "N" TO EntryOK
                                          MOVE "customer not on file"
                                                 TO EntryReason
                            END-READ
                     ELSE
                            MOVE "N" TO EntryOK
                            MOVE "bad type or customer ID" TO EntryReason
                     END-IF
              END-IF
              IF EntryOK = "Y" AND EntryItem = SPACES
                     MOVE "N" TO EntryOK
                     MOVE "no item number" TO EntryReason
              END-IF
              IF EntryOK = "Y"
                     PERFORM CheckProductSize
              END-IF
              IF EntryOK = "N"
                     ADD 1 TO SkippedCount
                     DISPLAY "Row " CsvRowNum " skipped - "
                            FUNCTION TRIM(EntryReason)
              ELSE
                     PERFORM StoreCsvCrossRef
              END-IF
       END-IF.

StoreCsvCrossRef.
       MOVE "Y" TO XrefExists.
       MOVE EntryIDNum TO CXIDNum.
       MOVE EntryItem TO CXItem.
       READ CustXrefFile
              INVALID KEY MOVE "N" TO XrefExists
       END-READ.
       MOVE EntryIDNum TO CXIDNum.
       MOVE EntryItem TO CXItem.
       MOVE EntryType TO CXType.
       MOVE EntryProd TO CXProdName.
       MOVE EntrySize TO CXSize.
       MOVE SignOnID TO CXAddedBy.
       MOVE BizDate TO CXAddedDate.
       IF XrefExists = "Y"
              REWRITE CustXrefRecord
                     INVALID KEY
                            ADD 1 TO SkippedCount
                     NOT INVALID KEY
                            ADD 1 TO ReplacedCount
              END-REWRITE
       ELSE
              WRITE CustXrefRecord
                     INVALID KEY
                            ADD 1 TO SkippedCount
                     NOT INVALID KEY
                            ADD 1 TO LoadedCount
              END-WRITE
       END-IF.
