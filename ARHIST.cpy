       01 ARHistRecord.
              02 AHTranData.
                     03 AHKey.
                            04 AHIDNum PIC 9(6).
                            04 AHSeq PIC 9(6).
                     03 AHType PIC X.
                     03 AHDate PIC 9(8).
                     03 AHRef PIC X(10).
                     03 AHAmount PIC S9(7)V99.
                     03 AHDueDate PIC 9(8).
                     03 AHDiscDate PIC 9(8).
                     03 AHDiscAmount PIC 9(7)V99.
              02 AHArchDate PIC 9(8).
