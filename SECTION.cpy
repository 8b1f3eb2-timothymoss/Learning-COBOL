       01 SectionRecord.
              02 CSKey.
                     03 CSTerm PIC X(6).
                     03 CSSectionID PIC X(8).
              02 CSCourseTitle PIC X(30).
              02 CSTeacher PIC X(20).
              02 CSRoom PIC X(6).
              02 CSPeriod PIC X(2).
