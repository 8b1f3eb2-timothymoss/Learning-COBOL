       01 PostType PIC X.
       01 PostRef PIC X(10).
       01 PostAmount PIC S9(7)V99.
       01 CommRep PIC X(3).
       01 CommBase PIC 9(9)V99.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       MOVE WSARBalance TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE SPACES TO CommRep.
       MOVE WSARBalance TO CommBase.
       CALL "coboltut48chgbk" USING CommRep, EntryIDNum, CommBase,
              BizDate, PostRef.
       OPEN EXTEND WriteoffRegFile.
       IF WSWoffRegStatus NOT = "00"
              OPEN OUTPUT WriteoffRegFile
