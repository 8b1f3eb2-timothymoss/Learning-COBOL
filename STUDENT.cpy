       01 StudentRecord.
              02 STStudentID PIC 9(6).
              02 STLastName PIC X(15).
              02 STFirstName PIC X(15).
              02 STGradeLevel PIC 99.
              02 STStatus PIC X.
                     88 STActive VALUE "A".
                     88 STWithdrawn VALUE "W".
              02 STGuardian.
                     03 STGuardianName PIC X(30).
                     03 STGuardianPhone PIC X(15).
                     03 STGuardianEmail PIC X(40).
                     03 STGuardianStreet PIC X(30).
                     03 STGuardianTown PIC X(30).
