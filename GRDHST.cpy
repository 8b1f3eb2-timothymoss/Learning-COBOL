       01 GradeHistRecord.
              02 GHKey.
                     03 GHTerm PIC X(6).
                     03 GHStudentID PIC 9(6).
                     03 GHSectionID PIC X(8).
              02 GHScore PIC X(1).
              02 GHPoints PIC 9.
