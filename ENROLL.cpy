       01 EnrollRecord.
              02 ENKey.
                     03 ENTerm PIC X(6).
                     03 ENSectionID PIC X(8).
                     03 ENStudentID PIC 9(6).
              02 ENStatus PIC X.
                     88 ENActive VALUE "E".
                     88 ENDropped VALUE "D".
              02 ENDate PIC 9(8).
