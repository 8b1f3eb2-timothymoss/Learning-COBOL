       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut85gldate.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSGLJournalStatus PIC XX.
       01 PostDateX PIC X(8).
LINKAGE SECTION.
       01 LPostDate PIC 9(8).
       01 LAcctNum PIC 9(4).
       01 LDebit PIC 9(9)V99.
       01 LCredit PIC 9(9)V99.
       01 LSource PIC X(10).
       01 LRef PIC X(10).
PROCEDURE DIVISION USING LPostDate LAcctNum LDebit LCredit LSource LRef.
StartPara.
       OPEN EXTEND GLJournalFile.
       IF WSGLJournalStatus NOT = "00"
              OPEN OUTPUT GLJournalFile
       END-IF.
       MOVE LPostDate TO PostDateX.
       MOVE LPostDate TO GJDate.
       MOVE PostDateX(1:6) TO GJPeriod.
       MOVE LSource TO GJSource.
       MOVE LRef TO GJRef.
       MOVE LAcctNum TO GJAcctNum.
       MOVE LDebit TO GJDebit.
       MOVE LCredit TO GJCredit.
       WRITE GLJournalRecord.
       CLOSE GLJournalFile.
       GOBACK.
