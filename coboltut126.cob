       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut126.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SBKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSubstStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
DATA DIVISION.
FILE SECTION.
FD SubstFile.
       COPY SUBST.
FD ProductFile.
       COPY PRODREC.
WORKING-STORAGE SECTION.
       01 WSSubstStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 ProdFileOpen PIC X VALUE "N".
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 SubstExists PIC X.
       01 ProdExists PIC X.
       01 SizeOK PIC X.
       01 SizeIdx PIC 9.
       01 AltIdx PIC 9.
       01 ListCount PIC 9(5).
       01 EntryOldProd PIC X(10).
       01 EntryOldSize PIC A.
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 TestProd PIC X(10).
       01 TestSize PIC A.
       01 TestNewProd PIC X(10).
       01 TestNewSize PIC A.
       01 TestFound PIC X.
       01 TestAltCount PIC 9.
       01 TestAltTable.
              02 TestAlt OCCURS 3 TIMES.
                     03 TestAltProd PIC X(10).
                     03 TestAltSize PIC A.
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
       OPEN I-O SubstFile.
       IF WSSubstStatus NOT = "00"
              OPEN OUTPUT SubstFile
              CLOSE SubstFile
              OPEN I-O SubstFile
       END-IF.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus = "00"
              MOVE "Y" TO ProdFileOpen
       ELSE
              MOVE "N" TO ProdFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "PRODUCT SUBSTITUTIONS"
              DISPLAY "1 : List Substitutions"
              DISPLAY "2 : Add / Update Substitution"
              DISPLAY "3 : Delete Substitution"
              DISPLAY "4 : Test A Product"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListSubstitutions
                     WHEN 2 PERFORM MaintainSubstitution
                     WHEN 3 PERFORM DeleteSubstitution
                     WHEN 4 PERFORM TestSubstitution
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE SubstFile.
       IF ProdFileOpen = "Y"
              CLOSE ProductFile
              MOVE "N" TO ProdFileOpen
       END-IF.
       STOP RUN.

ListSubstitutions.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO SBKey.
       START SubstFile KEY IS GREATER THAN SBKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ SubstFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            PERFORM ShowSubstitution
              END-READ
       END-PERFORM.
       DISPLAY ListCount " substitution(s) on file.".

ShowSubstitution.
       IF SBReplProd = SPACES
              DISPLAY SBOldProd " (" SBOldSize ")  no replacement"
                     "  since " SBEffDate "  by " SBAddedBy
       ELSE
              DISPLAY SBOldProd " (" SBOldSize ")  replaced by "
                     SBReplProd " (" SBReplSize ")  since " SBEffDate
                     "  by " SBAddedBy
       END-IF.
       PERFORM VARYING AltIdx FROM 1 BY 1 UNTIL AltIdx > 3
              IF SBAltProd(AltIdx) NOT = SPACES
                     DISPLAY "         alternate " AltIdx " : "
                            SBAltProd(AltIdx) " (" SBAltSize(AltIdx) ")"
              END-IF
       END-PERFORM.

MaintainSubstitution.
       IF SignOnLevel NOT = "S"
              DISPLAY "Substitutions need a supervisor sign-on."
       ELSE
              DISPLAY "Old product name : " WITH NO ADVANCING
              ACCEPT EntryOldProd
              DISPLAY "Old size (blank = every size) : " WITH NO ADVANCING
              ACCEPT EntryOldSize
              MOVE FUNCTION UPPER-CASE(EntryOldSize) TO EntryOldSize
              IF EntryOldProd = SPACES
                     DISPLAY "A product name is required."
              ELSE
                     PERFORM EnterSubstitution
              END-IF
       END-IF.

EnterSubstitution.
       MOVE "Y" TO SubstExists.
       MOVE EntryOldProd TO SBOldProd.
       MOVE EntryOldSize TO SBOldSize.
       READ SubstFile
              INVALID KEY MOVE "N" TO SubstExists
       END-READ.
       IF SubstExists = "Y"
              PERFORM ShowSubstitution
       END-IF.
       MOVE EntryOldProd TO SBOldProd.
       MOVE EntryOldSize TO SBOldSize.
       MOVE SPACES TO SBReplProd.
       MOVE SPACE TO SBReplSize.
       MOVE SPACES TO SBAltTable.
       DISPLAY "Replacement product (blank = alternates only) : "
              WITH NO ADVANCING.
       ACCEPT EntryProd.
       IF EntryProd NOT = SPACES
              PERFORM GetCheckedProduct
              IF ProdExists = "Y"
                     MOVE EntryProd TO SBReplProd
                     MOVE EntrySize TO SBReplSize
              END-IF
       END-IF.
       PERFORM VARYING AltIdx FROM 1 BY 1 UNTIL AltIdx > 3
              DISPLAY "Approved alternate " AltIdx
                     " (blank = no more) : " WITH NO ADVANCING
              ACCEPT EntryProd
              IF EntryProd = SPACES
                     MOVE 4 TO AltIdx
              ELSE
                     PERFORM GetCheckedProduct
                     IF ProdExists = "Y"
                            MOVE EntryProd TO SBAltProd(AltIdx)
                            MOVE EntrySize TO SBAltSize(AltIdx)
                     ELSE
                            SUBTRACT 1 FROM AltIdx
                     END-IF
              END-IF
       END-PERFORM.
       IF SBReplProd = SPACES AND SBAltProd(1) = SPACES
              DISPLAY "No replacement or alternate given - nothing saved."
       ELSE
              IF SBReplProd = SBOldProd
                     DISPLAY "A product can't replace itself - nothing saved."
              ELSE
                     MOVE BizDate TO SBEffDate
                     MOVE SignOnID TO SBAddedBy
                     IF SubstExists = "Y"
                            REWRITE SubstRecord
                                   INVALID KEY DISPLAY "Substitution wasn't"
                                          " updated."
                                   NOT INVALID KEY
                                          DISPLAY "Substitution updated."
                            END-REWRITE
                     ELSE
                            WRITE SubstRecord
                                   INVALID KEY DISPLAY "Substitution wasn't"
                                          " added."
                                   NOT INVALID KEY
                                          DISPLAY "Substitution added."
                            END-WRITE
                     END-IF
              END-IF
       END-IF.

GetCheckedProduct.
       MOVE "Y" TO ProdExists.
       MOVE EntryProd TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
              DISPLAY EntryProd " is not on the product master - not used."
       ELSE
              MOVE "N" TO SizeOK
              PERFORM UNTIL SizeOK = "Y"
                     DISPLAY "Size (blank = same as ordered) : "
                            WITH NO ADVANCING
                     ACCEPT EntrySize
                     MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
                     IF EntrySize = SPACE
                            MOVE "Y" TO SizeOK
                     END-IF
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = EntrySize
                                   MOVE "Y" TO SizeOK
                            END-IF
                     END-PERFORM
                     IF SizeOK NOT = "Y"
                            DISPLAY "Invalid size for that product."
                     END-IF
              END-PERFORM
       END-IF.

DeleteSubstitution.
       IF SignOnLevel NOT = "S"
              DISPLAY "Substitutions need a supervisor sign-on."
       ELSE
              DISPLAY "Old product name : " WITH NO ADVANCING
              ACCEPT EntryOldProd
              DISPLAY "Old size (blank = every size) : " WITH NO ADVANCING
              ACCEPT EntryOldSize
              MOVE FUNCTION UPPER-CASE(EntryOldSize) TO EntryOldSize
              MOVE EntryOldProd TO SBOldProd
              MOVE EntryOldSize TO SBOldSize
              READ SubstFile
                     INVALID KEY DISPLAY "No substitution on file for that"
                            " product."
                     NOT INVALID KEY
                            PERFORM ShowSubstitution
                            DISPLAY "Delete it? (Y/N) : " WITH NO ADVANCING
                            ACCEPT Confirm
                            IF Confirm = "Y" OR Confirm = "y"
                                   DELETE SubstFile
                                          INVALID KEY DISPLAY "Substitution"
                                                 " wasn't deleted."
                                          NOT INVALID KEY
                                                 DISPLAY "Substitution"
                                                        " deleted."
                                   END-DELETE
                            END-IF
              END-READ
       END-IF.

TestSubstitution.
       DISPLAY "Product ordered : " WITH NO ADVANCING.
       ACCEPT TestProd.
       DISPLAY "Size ordered : " WITH NO ADVANCING.
       ACCEPT TestSize.
       MOVE FUNCTION UPPER-CASE(TestSize) TO TestSize.
       CLOSE SubstFile.
       CALL "coboltut126sub" USING TestProd, TestSize, TestNewProd,
              TestNewSize, TestFound, TestAltCount, TestAltTable.
       OPEN I-O SubstFile.
       IF TestFound = "Y"
              DISPLAY "Orders for " TestProd " (" TestSize ") will take "
                     TestNewProd " (" TestNewSize ")."
       ELSE
              DISPLAY "No replacement - " TestProd " is ordered as keyed."
       END-IF.
       PERFORM VARYING AltIdx FROM 1 BY 1 UNTIL AltIdx > TestAltCount
              DISPLAY "   approved alternate : " TestAltProd(AltIdx)
                     " (" TestAltSize(AltIdx) ")"
       END-PERFORM.
