       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut128.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PartnerFile ASSIGN TO "EdiPartner.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TPIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPartnerStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT InvoiceFile ASSIGN TO "Invoice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS InvNumber
              FILE STATUS IS WSInvFileStatus.
DATA DIVISION.
FILE SECTION.
FD PartnerFile.
       COPY EDIPART.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD OrdHeaderFile.
       COPY ORDHDR.
FD InvoiceFile.
       COPY INVREC.
WORKING-STORAGE SECTION.
       01 WSPartnerStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSInvFileStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 WSEOF PIC X.
       01 PartnerExists PIC X.
       01 ListCount PIC 9(5).
       01 EntryIDNum PIC 9(6).
       01 EntryFlag PIC X.
       01 EntryDate PIC 9(8).
       01 EntryOrderNum PIC 9(6).
       01 EntryInvNum PIC 9(6).
       01 DisplayName PIC X(32).
       01 AsnAction PIC X.
       01 AsnResend PIC X VALUE "Y".
       01 AsnCount PIC 9(5).
       01 AsnSent PIC X.
       01 EInvAction PIC X.
       01 EInvResend PIC X VALUE "Y".
       01 EInvCount PIC 9(5).
       01 EInvSent PIC X.
       01 InvCustPO PIC X(10).
       01 PostAmount PIC S9(7)V99.
       01 TermsCode PIC X(10).
       01 TermsDueDate PIC 9(8).
       01 TermsDiscDate PIC 9(8).
       01 TermsDiscAmt PIC 9(7)V99.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PartnerFile.
       IF WSPartnerStatus NOT = "00"
              OPEN OUTPUT PartnerFile
              CLOSE PartnerFile
              OPEN I-O PartnerFile
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "ELECTRONIC SHIP NOTICES AND INVOICES"
              DISPLAY "1 : List Trading Partners"
              DISPLAY "2 : Add / Update Trading Partner"
              DISPLAY "3 : Resend Ship Notices"
              DISPLAY "4 : Resend Electronic Invoices"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListPartners
                     WHEN 2 PERFORM MaintainPartner
                     WHEN 3 PERFORM ResendShipNotices
                     WHEN 4 PERFORM ResendInvoices
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE PartnerFile.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       STOP RUN.

ListPartners.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO TPIDNum.
       START PartnerFile KEY IS NOT LESS THAN TPIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PartnerFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            PERFORM GetPartnerName
                            DISPLAY TPIDNum "  " DisplayName
                                   "  ASN " TPShipNotice "  INV " TPInvoice
                                   "  since " TPStartDate
              END-READ
       END-PERFORM.
       DISPLAY ListCount " trading partner(s) on file.".

GetPartnerName.
       MOVE SPACES TO DisplayName.
       MOVE TPIDNum TO IDNum.
       IF CustFileOpen = "Y"
              READ CustomerFile
                     INVALID KEY MOVE "CUSTOMER NOT ON FILE" TO DisplayName
                     NOT INVALID KEY
                            STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
                                   ", " DELIMITED BY SIZE
                                   FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                                   INTO DisplayName
              END-READ
       END-IF.

MaintainPartner.
       IF SignOnLevel NOT = "S"
              DISPLAY "Trading partner changes need a supervisor sign-on."
       ELSE
              DISPLAY "Customer ID : " WITH NO ADVANCING
              ACCEPT EntryIDNum
              MOVE EntryIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY DISPLAY "Customer not on file."
                     NOT INVALID KEY PERFORM EnterPartner
              END-READ
       END-IF.

EnterPartner.
       MOVE "Y" TO PartnerExists.
       MOVE EntryIDNum TO TPIDNum.
       READ PartnerFile
              INVALID KEY MOVE "N" TO PartnerExists
       END-READ.
       IF PartnerExists = "Y"
              DISPLAY "Currently  ASN " TPShipNotice "  INV " TPInvoice
                     "  since " TPStartDate "  by " TPAddedBy
       ELSE
              MOVE EntryIDNum TO TPIDNum
              MOVE BizDate TO TPStartDate
              MOVE SignOnID TO TPAddedBy
       END-IF.
       DISPLAY "Send ship notices? (Y/N) : " WITH NO ADVANCING.
       ACCEPT EntryFlag.
       MOVE FUNCTION UPPER-CASE(EntryFlag) TO EntryFlag.
       IF EntryFlag = "Y"
              MOVE "Y" TO TPShipNotice
       ELSE
              MOVE "N" TO TPShipNotice
       END-IF.
       DISPLAY "Send electronic invoices? (Y/N) : " WITH NO ADVANCING.
       ACCEPT EntryFlag.
       MOVE FUNCTION UPPER-CASE(EntryFlag) TO EntryFlag.
       IF EntryFlag = "Y"
              MOVE "Y" TO TPInvoice
       ELSE
              MOVE "N" TO TPInvoice
       END-IF.
       IF PartnerExists = "Y"
              REWRITE TradingPartnerRecord
                     INVALID KEY DISPLAY "Trading partner wasn't updated."
                     NOT INVALID KEY DISPLAY "Trading partner updated."
              END-REWRITE
       ELSE
              WRITE TradingPartnerRecord
                     INVALID KEY DISPLAY "Trading partner wasn't added."
                     NOT INVALID KEY DISPLAY "Trading partner added."
              END-WRITE
       END-IF.

ResendShipNotices.
       DISPLAY "Ship date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryDate.
       DISPLAY "Order number (0 = every order shipped that day) : "
              WITH NO ADVANCING.
       ACCEPT EntryOrderNum.
       OPEN INPUT OrdHeaderFile.
       IF WSHdrFileStatus = "00"
              MOVE "Y" TO HdrFileOpen
       ELSE
              MOVE "N" TO HdrFileOpen
       END-IF.
       IF WSHdrFileStatus NOT = "00"
              DISPLAY "No order header file - nothing to resend."
       ELSE
              CLOSE PartnerFile
              MOVE "O" TO AsnAction
              CALL "coboltut128asn" USING AsnAction, OrderHeader,
                     AsnResend, AsnCount, AsnSent
              IF EntryOrderNum > 0
                     MOVE EntryOrderNum TO OHOrderNum
                     READ OrdHeaderFile
                            INVALID KEY DISPLAY "Order not on file."
                            NOT INVALID KEY PERFORM ResendOneNotice
                     END-READ
              ELSE
                     MOVE "N" TO WSEOF
                     PERFORM UNTIL WSEOF = "Y"
                            READ OrdHeaderFile NEXT RECORD
                                   AT END MOVE "Y" TO WSEOF
                                   NOT AT END
                                          IF OHShipDate = EntryDate
                                                 PERFORM ResendOneNotice
                                          END-IF
                            END-READ
                     END-PERFORM
              END-IF
              MOVE "C" TO AsnAction
              CALL "coboltut128asn" USING AsnAction, OrderHeader,
                     AsnResend, AsnCount, AsnSent
              CLOSE OrdHeaderFile
              MOVE "N" TO HdrFileOpen
              OPEN I-O PartnerFile
              DISPLAY AsnCount " ship notice(s) resent to ShipNotice.dat"
       END-IF.

ResendOneNotice.
       IF OHShipDate = 0
              DISPLAY "Order " OHOrderNum " hasn't shipped - no notice."
       ELSE
              MOVE "N" TO AsnAction
              CALL "coboltut128asn" USING AsnAction, OrderHeader,
                     AsnResend, AsnCount, AsnSent
              IF AsnSent NOT = "Y" AND EntryOrderNum > 0
                     DISPLAY "Customer " OHIDNum " doesn't take ship"
                            " notices, or nothing has shipped."
              END-IF
       END-IF.

ResendInvoices.
       DISPLAY "Invoice number (0 = every invoice for a date) : "
              WITH NO ADVANCING.
       ACCEPT EntryInvNum.
       IF EntryInvNum = 0
              DISPLAY "Invoice date (YYYYMMDD) : " WITH NO ADVANCING
              ACCEPT EntryDate
       END-IF.
       OPEN INPUT InvoiceFile.
       OPEN INPUT OrdHeaderFile.
       IF WSHdrFileStatus = "00"
              MOVE "Y" TO HdrFileOpen
       ELSE
              MOVE "N" TO HdrFileOpen
       END-IF.
       IF WSInvFileStatus NOT = "00"
              DISPLAY "No invoice file - nothing to resend."
       ELSE
              CLOSE PartnerFile
              MOVE "O" TO EInvAction
              CALL "coboltut128inv" USING EInvAction, InvoiceRecord,
                     InvCustPO, TermsCode, TermsDueDate, EInvResend,
                     EInvCount, EInvSent
              IF EntryInvNum > 0
                     MOVE EntryInvNum TO InvNumber
                     READ InvoiceFile
                            INVALID KEY DISPLAY "Invoice not on file."
                            NOT INVALID KEY PERFORM ResendOneInvoice
                     END-READ
              ELSE
                     MOVE "N" TO WSEOF
                     PERFORM UNTIL WSEOF = "Y"
                            READ InvoiceFile NEXT RECORD
                                   AT END MOVE "Y" TO WSEOF
                                   NOT AT END
                                          IF InvDate = EntryDate
                                                 PERFORM ResendOneInvoice
                                          END-IF
                            END-READ
                     END-PERFORM
              END-IF
              MOVE "C" TO EInvAction
              CALL "coboltut128inv" USING EInvAction, InvoiceRecord,
                     InvCustPO, TermsCode, TermsDueDate, EInvResend,
                     EInvCount, EInvSent
              CLOSE InvoiceFile
              OPEN I-O PartnerFile
              DISPLAY EInvCount " electronic invoice(s) resent to"
                     " EInvoice.dat"
       END-IF.
       IF HdrFileOpen = "Y"
              CLOSE OrdHeaderFile
              MOVE "N" TO HdrFileOpen
       END-IF.

ResendOneInvoice.
       MOVE SPACES TO InvCustPO.
       IF HdrFileOpen = "Y"
              MOVE InvOrderNum TO OHOrderNum
              READ OrdHeaderFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE OHCustPO TO InvCustPO
              END-READ
       END-IF.
       MOVE InvTotal TO PostAmount.
       CALL "coboltut8terms" USING InvIDNum, InvDate, PostAmount,
              TermsCode, TermsDueDate, TermsDiscDate, TermsDiscAmt.
       MOVE "I" TO EInvAction.
       CALL "coboltut128inv" USING EInvAction, InvoiceRecord,
              InvCustPO, TermsCode, TermsDueDate, EInvResend,
              EInvCount, EInvSent.
       IF EInvSent NOT = "Y" AND EntryInvNum > 0
              DISPLAY "Customer " InvIDNum " doesn't take electronic"
                     " invoices."
       END-IF.
