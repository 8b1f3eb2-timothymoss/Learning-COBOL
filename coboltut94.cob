              02 RPKey.
                     03 RPRole PIC X(4).
                     03 RPFunction PIC X(10).
              02 RPLimit PIC 9(7)V99.
WORKING-STORAGE SECTION.
       01 WSRolePermStatus PIC XX.
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 EntryRole PIC X(4).
       01 EntryFunction PIC X(10).
       01 EntryLimit PIC 9(7)V99.
       01 LimitEdit PIC $$,$$$,$$9.99.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       DISPLAY "Functions are the master-menu gates (MENUnn, one per"
              " coboltut56 option number) and".
       DISPLAY "MERGE, ARCHPURGE, WRITEOFF, PRICECHG.".
       DISPLAY "POLIMIT holds the role's purchase order approval limit.".
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "ROLE PERMISSION MATRIX"
       PERFORM UNTIL WSEOF = "Y"
              READ RolePermFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RPFunction = "POLIMIT"
                                   MOVE RPLimit TO LimitEdit
                                   DISPLAY RPRole "  may issue POs up to  "
                                          LimitEdit
                            ELSE
                                   DISPLAY RPRole "  may use  " RPFunction
                            END-IF
              END-READ
       END-PERFORM.

       IF EntryRole = SPACES OR EntryFunction = SPACES
              DISPLAY "Role and function are both required."
       ELSE
              MOVE 0 TO EntryLimit
              IF EntryFunction = "POLIMIT"
                     DISPLAY "PO approval limit for this role : "
                            WITH NO ADVANCING
                     ACCEPT EntryLimit
              END-IF
              MOVE EntryRole TO RPRole
              MOVE EntryFunction TO RPFunction
              MOVE EntryLimit TO RPLimit
              WRITE RolePermRecord
                     INVALID KEY
                            IF EntryFunction = "POLIMIT"
                                   PERFORM ChangePOLimit
                            ELSE
                                   DISPLAY "That permission already exists."
                            END-IF
                     NOT INVALID KEY DISPLAY "Granted."
              END-WRITE
       END-IF.

ChangePOLimit.
       READ RolePermFile
              INVALID KEY DISPLAY "PO limit wasn't changed."
              NOT INVALID KEY
                     MOVE EntryLimit TO RPLimit
                     REWRITE RolePermRecord
                            INVALID KEY DISPLAY "PO limit wasn't changed."
                            NOT INVALID KEY DISPLAY "PO limit changed."
                     END-REWRITE
       END-READ.

RevokePerm.
       DISPLAY "Role : " WITH NO ADVANCING.
       ACCEPT EntryRole.
