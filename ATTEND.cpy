       01 AttendRecord.
              02 ATKey.
                     03 ATTerm PIC X(6).
                     03 ATStudentID PIC 9(6).
                     03 ATDate PIC 9(8).
                     03 ATSectionID PIC X(8).
              02 ATCode PIC X.
                     88 ATPresent VALUE "P".
                     88 ATAbsent VALUE "A".
                     88 ATTardy VALUE "T".
                     88 ATExcused VALUE "E".
                     88 ATValidCode VALUE "P" "A" "T" "E".
              02 ATOperator PIC X(4).
