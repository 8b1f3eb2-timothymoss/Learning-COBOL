       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut85invgl.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
DATA DIVISION.
FILE SECTION.
WORKING-STORAGE SECTION.
       01 InvAcct PIC 9(4) VALUE 1200.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
LINKAGE SECTION.
       01 LContraAcct PIC 9(4).
       01 LValue PIC 9(9)V99.
       01 LDirection PIC X.
       01 LSource PIC X(10).
       01 LRef PIC X(10).
PROCEDURE DIVISION USING LContraAcct LValue LDirection LSource LRef.
StartPara.
       IF LValue = 0
              GOBACK
       END-IF.
       MOVE LSource TO GLSource.
       MOVE LRef TO GLRef.
       IF LDirection = "I"
              MOVE InvAcct TO GLAcct
              MOVE LValue TO GLDebit
              MOVE 0 TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
              MOVE LContraAcct TO GLAcct
              MOVE 0 TO GLDebit
              MOVE LValue TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
       ELSE
              MOVE LContraAcct TO GLAcct
              MOVE LValue TO GLDebit
              MOVE 0 TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
              MOVE InvAcct TO GLAcct
              MOVE 0 TO GLDebit
              MOVE LValue TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
       END-IF.
       GOBACK.
