       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut148.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WebAccessFile ASSIGN TO "WebAccess.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WAIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSWebAccStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT AuditFile ASSIGN TO "AuditFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAuditStatus.
DATA DIVISION.
FILE SECTION.
FD WebAccessFile.
       COPY WEBACC.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
              02 AuditOperation PIC X(10).
              02 AuditIDNum PIC 9(6).
              02 AuditOperator PIC X(4).
WORKING-STORAGE SECTION.
       01 WSWebAccStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSAuditStatus PIC XX.
       01 WSEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 WorkID PIC 9(6).
       01 WorkReason PIC X(20).
       01 CustExists PIC X.
       01 FlagExists PIC X.
       01 BlockedCount PIC 9(5).
       01 DisplayName PIC X(32).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus NOT = "00"
              DISPLAY "No customer master file found."
              STOP RUN
       END-IF.
       OPEN I-O WebAccessFile.
       IF WSWebAccStatus NOT = "00"
              OPEN OUTPUT WebAccessFile
              CLOSE WebAccessFile
              OPEN I-O WebAccessFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CUSTOMER WEB SELF-SERVICE ACCESS"
              DISPLAY "1 : Block A Customer From Web Self-Service"
              DISPLAY "2 : Restore Web Self-Service"
              DISPLAY "3 : List Blocked Customers"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1
                            IF SignOnLevel NOT = "S"
                                   DISPLAY "Web access changes need a "
                                          "supervisor sign-on."
                            ELSE
                                   PERFORM BlockCustomer
                            END-IF
                     WHEN 2
                            IF SignOnLevel NOT = "S"
                                   DISPLAY "Web access changes need a "
                                          "supervisor sign-on."
                            ELSE
                                   PERFORM RestoreCustomer
                            END-IF
                     WHEN 3 PERFORM ListBlocked
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE CustomerFile.
       CLOSE WebAccessFile.
       STOP RUN.

ReadCustomer.
       MOVE 0 TO WorkID.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT WorkID.
       MOVE WorkID TO IDNum.
       MOVE "Y" TO CustExists.
       READ CustomerFile
              INVALID KEY
                     MOVE "N" TO CustExists
                     DISPLAY "Customer " WorkID " doesn't exist."
       END-READ.
       IF CustExists = "Y"
              PERFORM BuildDisplayName
              DISPLAY DisplayName
              MOVE WorkID TO WAIDNum
              MOVE "Y" TO FlagExists
              READ WebAccessFile
                     INVALID KEY MOVE "N" TO FlagExists
              END-READ
       END-IF.

BlockCustomer.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
              IF FlagExists = "Y" AND WANoAccess
                     DISPLAY "Already blocked since " WAChangedDate " - "
                            WAReason
              ELSE
                     MOVE SPACES TO WorkReason
                     DISPLAY "Reason : " WITH NO ADVANCING
                     ACCEPT WorkReason
                     MOVE FUNCTION UPPER-CASE(WorkReason) TO WorkReason
                     MOVE WorkID TO WAIDNum
                     MOVE "N" TO WAStatus
                     MOVE WorkReason TO WAReason
                     PERFORM SaveFlag
                     MOVE "WEBBLOCK" TO AuditOperation
                     PERFORM WriteAudit
                     DISPLAY "Customer left out of the self-service extract"
                            " from tonight's run."
              END-IF
       END-IF.

RestoreCustomer.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
              IF FlagExists = "N" OR NOT WANoAccess
                     DISPLAY "Customer is not blocked."
              ELSE
                     MOVE "Y" TO WAStatus
                     MOVE SPACES TO WAReason
                     PERFORM SaveFlag
                     MOVE "WEBALLOW" TO AuditOperation
                     PERFORM WriteAudit
                     DISPLAY "Web self-service restored from tonight's run."
              END-IF
       END-IF.

SaveFlag.
       MOVE BizDate TO WAChangedDate.
       MOVE SignOnID TO WAOperator.
       IF FlagExists = "Y"
              REWRITE WebAccessRecord
                     INVALID KEY DISPLAY "Web access flag wasn't updated."
              END-REWRITE
       ELSE
              WRITE WebAccessRecord
                     INVALID KEY DISPLAY "Web access flag wasn't written."
              END-WRITE
       END-IF.

WriteAudit.
       OPEN EXTEND AuditFile.
       IF WSAuditStatus NOT = "00"
              OPEN OUTPUT AuditFile
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:14) TO AuditTimestamp.
       MOVE WorkID TO AuditIDNum.
       MOVE SignOnID TO AuditOperator.
       WRITE AuditRecord.
       CLOSE AuditFile.

ListBlocked.
       MOVE 0 TO BlockedCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO WAIDNum.
       START WebAccessFile KEY IS NOT LESS THAN WAIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       DISPLAY "CUST    NAME                             SINCE     OPER"
              " REASON".
       PERFORM UNTIL WSEOF = "Y"
              READ WebAccessFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF WANoAccess
                                   ADD 1 TO BlockedCount
                                   MOVE WAIDNum TO IDNum
                                   READ CustomerFile
                                          INVALID KEY
                                                 MOVE SPACES TO FirstName
                                                 MOVE "NOT ON FILE" TO LastName
                                   END-READ
                                   PERFORM BuildDisplayName
                                   DISPLAY WAIDNum "  " DisplayName " "
                                          WAChangedDate "  " WAOperator " "
                                          WAReason
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY BlockedCount " customer(s) blocked from web self-service.".

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(LastName) DELIMITED BY SIZE
              INTO DisplayName.
