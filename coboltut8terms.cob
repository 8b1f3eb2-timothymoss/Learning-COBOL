       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut8terms.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT TermsFile ASSIGN TO "Terms.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TMCode
              FILE STATUS IS WSTermsStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD TermsFile.
       COPY TERMS.
WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
       01 WSTermsStatus PIC XX.
       01 WorkInt PIC 9(8).
LINKAGE SECTION.
       01 LIDNum PIC 9(6).
       01 LInvDate PIC 9(8).
       01 LAmount PIC S9(7)V99.
       01 LTermsCode PIC X(10).
       01 LDueDate PIC 9(8).
       01 LDiscDate PIC 9(8).
       01 LDiscAmount PIC 9(7)V99.
PROCEDURE DIVISION USING LIDNum LInvDate LAmount LTermsCode LDueDate
       LDiscDate LDiscAmount.
StartPara.
       MOVE SPACES TO LTermsCode.
       MOVE LInvDate TO LDueDate.
       MOVE 0 TO LDiscDate.
       MOVE 0 TO LDiscAmount.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE LIDNum TO IDNum
              READ CustomerFile
                     NOT INVALID KEY MOVE CustTerms TO LTermsCode
              END-READ
              CLOSE CustomerFile
       END-IF.
       IF LTermsCode NOT = SPACES
              OPEN INPUT TermsFile
              IF WSTermsStatus = "00"
                     MOVE LTermsCode TO TMCode
                     READ TermsFile
                            INVALID KEY MOVE SPACES TO LTermsCode
                            NOT INVALID KEY PERFORM ApplyTerms
                     END-READ
                     CLOSE TermsFile
              ELSE
                     MOVE SPACES TO LTermsCode
              END-IF
       END-IF.
       GOBACK.

ApplyTerms.
       COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(LInvDate) + TMNetDays.
       COMPUTE LDueDate = FUNCTION DATE-OF-INTEGER(WorkInt).
       IF TMDiscPct > 0 AND LAmount > 0
              COMPUTE WorkInt =
                     FUNCTION INTEGER-OF-DATE(LInvDate) + TMDiscDays
              COMPUTE LDiscDate = FUNCTION DATE-OF-INTEGER(WorkInt)
              COMPUTE LDiscAmount ROUNDED = LAmount * TMDiscPct / 100
       END-IF.
