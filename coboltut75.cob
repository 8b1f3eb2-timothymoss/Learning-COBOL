              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POKey
              FILE STATUS IS WSPOFileStatus.
       SELECT TermsFile ASSIGN TO "Terms.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TMCode
              FILE STATUS IS WSTermsStatus.
DATA DIVISION.
FILE SECTION.
FD VendorFile.
       COPY VENDOR.
FD PurchOrdFile.
       COPY PORD.
FD TermsFile.
       COPY TERMS.
WORKING-STORAGE SECTION.
       01 WSVendorStatus PIC XX.
       01 WSPOFileStatus PIC XX.
       01 WSTermsStatus PIC XX.
       01 TermsExists PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 DutyFunction PIC X(10).
       01 DutyKey PIC X(10).
       01 BizDate PIC 9(8).
       01 Decision PIC X.
       01 PendSeen PIC 9(3).
       01 EntryMethod PIC X.
       01 EntryAcctType PIC X.

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       OPEN I-O VendorFile.
       IF WSVendorStatus NOT = "00"
              OPEN OUTPUT VendorFile
              CLOSE VendorFile
              OPEN I-O VendorFile
       END-IF.
       OPEN I-O TermsFile.
       IF WSTermsStatus NOT = "00"
              PERFORM BuildDefaultTerms
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "VENDOR MASTER"
              DISPLAY "2 : Add / Update Vendor"
              DISPLAY "3 : Delete Vendor"
              DISPLAY "4 : Delivery Performance Report"
              DISPLAY "5 : Change Payment Method / Bank Details"
              DISPLAY "6 : Approve Bank Detail Changes"
              DISPLAY "7 : List Payment Terms"
              DISPLAY "8 : Add / Update Payment Terms"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 2 PERFORM MaintainVendor
                     WHEN 3 PERFORM DeleteVendor
                     WHEN 4 PERFORM PerformanceReport
                     WHEN 5 PERFORM RequestBankChange
                     WHEN 6 PERFORM ApproveBankChanges
                     WHEN 7 PERFORM ListTerms
                     WHEN 8 PERFORM MaintainTerms
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE VendorFile.
       CLOSE TermsFile.
       STOP RUN.

ListVendors.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO VMCode.
       DISPLAY " ".
       DISPLAY "CODE        NAME                       TERMS       LEAD"
              "          PAY".
       START VendorFile KEY IS NOT LESS THAN VMCode
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            DISPLAY VMCode "  " VMName "  " VMTerms
                                   "  " VMLeadDays " day(s)  " VMPayMethod
              END-READ
       END-PERFORM.

              END-READ
              IF VendorExists = "Y"
                     DISPLAY VMCode " " VMName " is on file."
              ELSE
                     PERFORM ClearBankDetails
              END-IF
              MOVE EntryCode TO VMCode
              DISPLAY "Vendor name : " WITH NO ADVANCING
              MOVE FUNCTION UPPER-CASE(VMStateCode) TO VMStateCode
              DISPLAY "Postal code : " WITH NO ADVANCING
              ACCEPT VMPostalCode
              MOVE "N" TO TermsExists
              PERFORM UNTIL TermsExists = "Y"
                     DISPLAY "Terms (e.g. NET30, 2/10NET30) : "
                            WITH NO ADVANCING
                     ACCEPT VMTerms
                     MOVE FUNCTION UPPER-CASE(VMTerms) TO VMTerms
                     MOVE VMTerms TO TMCode
                     READ TermsFile
                            INVALID KEY DISPLAY "Terms code not in the"
                                   " terms table - option 7 lists them."
                            NOT INVALID KEY MOVE "Y" TO TermsExists
                     END-READ
              END-PERFORM
              DISPLAY "Standard lead time in days : " WITH NO ADVANCING
              ACCEPT VMLeadDays
              PERFORM Enter1099Details
              IF VendorExists = "Y"
                     REWRITE VendorRecord
                            INVALID KEY DISPLAY "Vendor wasn't updated."
                            NOT INVALID KEY
                                   DISPLAY VMCode " updated."
                                   PERFORM LogVendorDuty
                     END-REWRITE
              ELSE
                     WRITE VendorRecord
                            INVALID KEY DISPLAY "Vendor wasn't added."
                            NOT INVALID KEY
                                   DISPLAY VMCode " added."
                                   PERFORM LogVendorDuty
                     END-WRITE
              END-IF
       END-IF.
                     RptTitle, RptLine
              DISPLAY RptLine
       END-IF.

ClearBankDetails.
       MOVE "C" TO VMPayMethod.
       MOVE 0 TO VMRouting.
       MOVE SPACES TO VMBankAcct.
       MOVE SPACE TO VMBankAcctType.
       MOVE SPACES TO VMBankApprovedBy.
       MOVE "N" TO VMBankPending.
       MOVE SPACE TO VMPendMethod.
       MOVE 0 TO VMPendRouting.
       MOVE SPACES TO VMPendAcct.
       MOVE SPACE TO VMPendAcctType.
       MOVE SPACES TO VMPendBy.
       MOVE 0 TO VMPendDate.
       MOVE "N" TO VM1099Flag.
       MOVE SPACES TO VM1099Form.
       MOVE 0 TO VM1099Box.
       MOVE SPACE TO VMTINType.
       MOVE SPACES TO VMTIN.

Enter1099Details.
       DISPLAY "Issue a 1099 to this vendor? (Y/N) : " WITH NO ADVANCING.
       ACCEPT VM1099Flag.
       MOVE FUNCTION UPPER-CASE(VM1099Flag) TO VM1099Flag.
       IF VMIs1099
              DISPLAY "1099 form (NEC or MISC) : " WITH NO ADVANCING
              ACCEPT VM1099Form
              MOVE FUNCTION UPPER-CASE(VM1099Form) TO VM1099Form
              IF VM1099Form NOT = "MISC"
                     MOVE "NEC" TO VM1099Form
              END-IF
              DISPLAY "1099 box number : " WITH NO ADVANCING
              ACCEPT VM1099Box
              IF VM1099Box = 0
                     MOVE 1 TO VM1099Box
              END-IF
              DISPLAY "TIN type (E=EIN S=SSN) : " WITH NO ADVANCING
              ACCEPT VMTINType
              MOVE FUNCTION UPPER-CASE(VMTINType) TO VMTINType
              DISPLAY "Taxpayer ID (blank if not yet received) : "
                     WITH NO ADVANCING
              ACCEPT VMTIN
       ELSE
              MOVE "N" TO VM1099Flag
              MOVE SPACES TO VM1099Form
              MOVE 0 TO VM1099Box
       END-IF.

RequestBankChange.
       DISPLAY "Enter vendor code : " WITH NO ADVANCING.
       ACCEPT EntryCode.
       MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode.
       MOVE EntryCode TO VMCode.
       READ VendorFile
              INVALID KEY DISPLAY "Vendor doesn't exist."
              NOT INVALID KEY PERFORM EnterBankChange
       END-READ.

EnterBankChange.
       DISPLAY VMCode " " VMName "  pays by " VMPayMethod "  routing "
              VMRouting "  account " VMBankAcct.
       IF VMBankChangePending
              DISPLAY "A change keyed by " VMPendBy " on " VMPendDate
                     " is already waiting - it will be replaced."
       END-IF.
       DISPLAY "Payment method (C=Check E=Electronic ACH) : "
              WITH NO ADVANCING.
       ACCEPT EntryMethod.
       MOVE FUNCTION UPPER-CASE(EntryMethod) TO EntryMethod.
       IF EntryMethod NOT = "C" AND EntryMethod NOT = "E"
              DISPLAY "Method must be C or E - nothing changed."
       ELSE
              MOVE EntryMethod TO VMPendMethod
              MOVE VMRouting TO VMPendRouting
              MOVE VMBankAcct TO VMPendAcct
              MOVE VMBankAcctType TO VMPendAcctType
              IF EntryMethod = "E"
                     DISPLAY "Bank routing number (9 digits) : "
                            WITH NO ADVANCING
                     ACCEPT VMPendRouting
                     DISPLAY "Bank account number : " WITH NO ADVANCING
                     ACCEPT VMPendAcct
                     DISPLAY "Account type (C=Checking S=Savings) : "
                            WITH NO ADVANCING
                     ACCEPT EntryAcctType
                     MOVE FUNCTION UPPER-CASE(EntryAcctType)
                            TO VMPendAcctType
              END-IF
              IF EntryMethod = "E" AND (VMPendRouting = 0 OR
                 VMPendAcct = SPACES OR (VMPendAcctType NOT = "C" AND
                 VMPendAcctType NOT = "S"))
                     DISPLAY "Electronic payment needs a routing number,"
                            " account and type - nothing changed."
              ELSE
                     MOVE "Y" TO VMBankPending
                     MOVE SignOnID TO VMPendBy
                     MOVE BizDate TO VMPendDate
                     REWRITE VendorRecord
                            INVALID KEY DISPLAY "Change wasn't saved."
                            NOT INVALID KEY
                                   DISPLAY "Change saved - it takes effect"
                                          " once a supervisor approves it."
                                   PERFORM LogVendorDuty
                     END-REWRITE
              END-IF
       END-IF.

ApproveBankChanges.
       IF SignOnLevel NOT = "S"
              DISPLAY "Bank detail changes need a supervisor sign-on."
       ELSE
              MOVE 0 TO PendSeen
              MOVE "N" TO WSEOF
              MOVE LOW-VALUES TO VMCode
              START VendorFile KEY IS NOT LESS THAN VMCode
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ VendorFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF VMBankChangePending
                                          ADD 1 TO PendSeen
                                          PERFORM DecideBankChange
                                   END-IF
                     END-READ
              END-PERFORM
              IF PendSeen = 0
                     DISPLAY "Nothing is waiting for approval."
              END-IF
       END-IF.

DecideBankChange.
       DISPLAY " ".
       DISPLAY VMCode " " VMName "  keyed by " VMPendBy " on " VMPendDate.
       DISPLAY "   now   : method " VMPayMethod "  routing " VMRouting
              "  account " VMBankAcct " " VMBankAcctType.
       DISPLAY "   change: method " VMPendMethod "  routing "
              VMPendRouting "  account " VMPendAcct " " VMPendAcctType.
       IF VMPendBy = SignOnID
              DISPLAY "You keyed this change - another supervisor must"
                     " approve it."
       ELSE
              DISPLAY "A=Approve  R=Reject  S=Skip : " WITH NO ADVANCING
              ACCEPT Decision
              MOVE FUNCTION UPPER-CASE(Decision) TO Decision
              EVALUATE Decision
                     WHEN "A"
                            MOVE VMPendMethod TO VMPayMethod
                            MOVE VMPendRouting TO VMRouting
                            MOVE VMPendAcct TO VMBankAcct
                            MOVE VMPendAcctType TO VMBankAcctType
                            MOVE SignOnID TO VMBankApprovedBy
                            MOVE "N" TO VMBankPending
                            REWRITE VendorRecord
                                   INVALID KEY DISPLAY "Vendor wasn't"
                                          " updated."
                                   NOT INVALID KEY
                                          DISPLAY "Approved."
                                          PERFORM LogVendorDuty
                            END-REWRITE
                     WHEN "R"
                            MOVE "N" TO VMBankPending
                            REWRITE VendorRecord
                                   INVALID KEY DISPLAY "Vendor wasn't"
                                          " updated."
                                   NOT INVALID KEY DISPLAY "Rejected."
                            END-REWRITE
                     WHEN OTHER DISPLAY "Left pending."
              END-EVALUATE
       END-IF.

BuildDefaultTerms.
       OPEN OUTPUT TermsFile.
       MOVE "NET10" TO TMCode.
       MOVE "NET 10 DAYS" TO TMDescr.
       MOVE 0 TO TMDiscPct.
       MOVE 0 TO TMDiscDays.
       MOVE 10 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "NET15" TO TMCode.
       MOVE "NET 15 DAYS" TO TMDescr.
       MOVE 15 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "NET30" TO TMCode.
       MOVE "NET 30 DAYS" TO TMDescr.
       MOVE 30 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "NET45" TO TMCode.
       MOVE "NET 45 DAYS" TO TMDescr.
       MOVE 45 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "NET60" TO TMCode.
       MOVE "NET 60 DAYS" TO TMDescr.
       MOVE 60 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "1/10NET30" TO TMCode.
       MOVE "1% 10 DAYS, NET 30" TO TMDescr.
       MOVE 1 TO TMDiscPct.
       MOVE 10 TO TMDiscDays.
       MOVE 30 TO TMNetDays.
       WRITE TermsRecord.
       MOVE "2/10NET30" TO TMCode.
       MOVE "2% 10 DAYS, NET 30" TO TMDescr.
       MOVE 2 TO TMDiscPct.
       WRITE TermsRecord.
       CLOSE TermsFile.
       OPEN I-O TermsFile.
       DISPLAY "No payment terms table found - created with the"
              " standard terms.".

ListTerms.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO TMCode.
       DISPLAY " ".
       DISPLAY "CODE        DESCRIPTION                    DISC%  DAYS  NET".
       START TermsFile KEY IS NOT LESS THAN TMCode
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ TermsFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            DISPLAY TMCode "  " TMDescr " " TMDiscPct "  "
                                   TMDiscDays "   " TMNetDays
              END-READ
       END-PERFORM.

MaintainTerms.
       DISPLAY "Terms code : " WITH NO ADVANCING.
       ACCEPT EntryCode.
       MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode.
       IF EntryCode = SPACES
              DISPLAY "Terms code cannot be blank."
       ELSE
              MOVE "Y" TO TermsExists
              MOVE EntryCode TO TMCode
              READ TermsFile
                     INVALID KEY MOVE "N" TO TermsExists
              END-READ
              MOVE EntryCode TO TMCode
              DISPLAY "Description : " WITH NO ADVANCING
              ACCEPT TMDescr
              DISPLAY "Early-payment discount % (0 = none) : "
                     WITH NO ADVANCING
              ACCEPT TMDiscPct
              MOVE 0 TO TMDiscDays
              IF TMDiscPct > 0
                     DISPLAY "Discount if paid within (days) : "
                            WITH NO ADVANCING
                     ACCEPT TMDiscDays
              END-IF
              DISPLAY "Net due in (days) : " WITH NO ADVANCING
              ACCEPT TMNetDays
              IF TMNetDays < TMDiscDays
                     DISPLAY "Net days cannot be less than the discount"
                            " days - terms not saved."
              ELSE
                     IF TermsExists = "Y"
                            REWRITE TermsRecord
                                   INVALID KEY DISPLAY "Terms weren't"
                                          " updated."
                                   NOT INVALID KEY DISPLAY TMCode
                                          " updated."
                            END-REWRITE
                     ELSE
                            WRITE TermsRecord
                                   INVALID KEY DISPLAY "Terms weren't"
                                          " added."
                                   NOT INVALID KEY DISPLAY TMCode
                                          " added."
                            END-WRITE
                     END-IF
              END-IF
       END-IF.

LogVendorDuty.
       MOVE "MENU28" TO DutyFunction.
       MOVE VMCode TO DutyKey.
       CALL "coboltut145log" USING DutyFunction, DutyKey, SignOnID.
