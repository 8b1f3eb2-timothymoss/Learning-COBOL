       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut128inv.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT EInvoiceFile ASSIGN TO "EInvoice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSEInvStatus.
       SELECT PartnerFile ASSIGN TO "EdiPartner.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TPIDNum
              FILE STATUS IS WSPartnerStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
       SELECT InvOrderFile ASSIGN TO "InvOrder.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IOKey
              ALTERNATE RECORD KEY IS IOOrderNum
              FILE STATUS IS WSInvOrdStatus.
DATA DIVISION.
FILE SECTION.
FD EInvoiceFile.
       COPY EINVOICE.
FD PartnerFile.
       COPY EDIPART.
FD OrdDetailFile.
       COPY ORDDTL.
FD InvOrderFile.
       COPY INVORD.
WORKING-STORAGE SECTION.
       01 WSEInvStatus PIC XX.
       01 WSPartnerStatus PIC XX.
       01 PartnerOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 DtlFileOpen PIC X VALUE "N".
       01 WSInvOrdStatus PIC XX.
       01 DtlEOF PIC X.
       01 LinkEOF PIC X.
       01 EInvOrderNum PIC 9(6).
       01 PartnerWants PIC X.
       01 BatchInvoices PIC 9(5).
       01 BatchLines PIC 9(7).
       01 BatchAmount PIC 9(11)V99.
       01 BizDate PIC 9(8).
LINKAGE SECTION.
       01 LAction PIC X.
       COPY INVREC.
       01 LCustPO PIC X(10).
       01 LTermsCode PIC X(10).
       01 LDueDate PIC 9(8).
       01 LResend PIC X.
       01 LInvCount PIC 9(5).
       01 LSent PIC X.
PROCEDURE DIVISION USING LAction InvoiceRecord LCustPO LTermsCode LDueDate
       LResend LInvCount LSent.
StartPara.
       EVALUATE LAction
              WHEN "O" PERFORM OpenEInvoices
              WHEN "I" PERFORM WriteOneEInvoice
              WHEN "C" PERFORM CloseEInvoices
       END-EVALUATE.
       MOVE BatchInvoices TO LInvCount.
       GOBACK.

OpenEInvoices.
       CALL "coboltut25getdate" USING BizDate.
       MOVE 0 TO BatchInvoices.
       MOVE 0 TO BatchLines.
       MOVE 0 TO BatchAmount.
       OPEN INPUT PartnerFile.
       IF WSPartnerStatus = "00"
              MOVE "Y" TO PartnerOpen
       ELSE
              MOVE "N" TO PartnerOpen
       END-IF.
       OPEN INPUT OrdDetailFile.
       IF WSDtlFileStatus = "00"
              MOVE "Y" TO DtlFileOpen
       ELSE
              MOVE "N" TO DtlFileOpen
       END-IF.
       OPEN EXTEND EInvoiceFile.
       IF WSEInvStatus NOT = "00"
              OPEN OUTPUT EInvoiceFile
       END-IF.

WriteOneEInvoice.
       MOVE "N" TO LSent.
       MOVE "N" TO PartnerWants.
       IF PartnerOpen = "Y" AND DtlFileOpen = "Y"
              MOVE InvIDNum TO TPIDNum
              READ PartnerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF TPWantsInvoice
                                   MOVE "Y" TO PartnerWants
                            END-IF
              END-READ
       END-IF.
       IF PartnerWants = "Y"
              MOVE SPACES TO EInvoiceRecord
              MOVE "H" TO EIRecType
              MOVE InvNumber TO EIInvNumber
              MOVE InvDate TO EIInvDate
              MOVE InvOrderNum TO EIOrderNum
              MOVE InvIDNum TO EIIDNum
              MOVE LCustPO TO EICustPO
              MOVE LTermsCode TO EITermsCode
              MOVE LDueDate TO EIDueDate
              WRITE EInvoiceRecord
              PERFORM WriteEInvoiceLines
              MOVE SPACES TO EInvoiceRecord
              MOVE "S" TO EIRecType
              MOVE InvNumber TO EISInvNumber
              MOVE InvSubtotal TO EISSubtotal
              MOVE InvDiscount TO EISDiscount
              MOVE InvTax TO EISTax
              MOVE InvFreight TO EISFreight
              MOVE InvDeposit TO EISDeposit
              MOVE InvTotal TO EISTotal
              WRITE EInvoiceRecord
              ADD 1 TO BatchInvoices
              ADD InvTotal TO BatchAmount
              MOVE "Y" TO LSent
       END-IF.

WriteEInvoiceLines.
       IF InvOrderNum = 0
              PERFORM WriteLinkedOrderLines
       ELSE
              MOVE InvOrderNum TO EInvOrderNum
              PERFORM WriteOrderLines
       END-IF.

WriteLinkedOrderLines.
       OPEN INPUT InvOrderFile.
       IF WSInvOrdStatus = "00"
              MOVE "N" TO LinkEOF
              MOVE InvNumber TO IOInvNumber
              MOVE 0 TO IOOrderNum
              START InvOrderFile KEY IS NOT LESS THAN IOKey
                     INVALID KEY MOVE "Y" TO LinkEOF
              END-START
              PERFORM UNTIL LinkEOF = "Y"
                     READ InvOrderFile NEXT RECORD
                            AT END MOVE "Y" TO LinkEOF
                            NOT AT END
                                   IF IOInvNumber = InvNumber
                                          MOVE IOOrderNum TO EInvOrderNum
                                          PERFORM WriteOrderLines
                                   ELSE
                                          MOVE "Y" TO LinkEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE InvOrderFile
       END-IF.

WriteOrderLines.
       MOVE "N" TO DtlEOF.
       MOVE EInvOrderNum TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = EInvOrderNum
                                   IF ODPosted NOT = "B"
                                          MOVE SPACES TO EInvoiceRecord
                                          MOVE "D" TO EIRecType
                                          MOVE InvNumber TO EIDInvNumber
                                          MOVE ODLineNum TO EIDLineNum
                                          MOVE ODProdName TO EIDProdName
                                          MOVE ODSize TO EIDSize
                                          MOVE ODQty TO EIDQty
                                          MOVE ODUnitPrice TO EIDUnitPrice
                                          MOVE ODExtAmount TO EIDExtAmount
                                          MOVE ODCustItem TO EIDCustItem
                                          MOVE ODOrderNum TO EIDOrderNum
                                          WRITE EInvoiceRecord
                                          ADD 1 TO BatchLines
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

CloseEInvoices.
       IF BatchInvoices > 0
              MOVE SPACES TO EInvoiceRecord
              MOVE "T" TO EIRecType
              MOVE BizDate TO EITRunDate
              MOVE BatchInvoices TO EITInvCount
              MOVE BatchLines TO EITLineCount
              MOVE BatchAmount TO EITAmountTotal
              MOVE LResend TO EITResend
              WRITE EInvoiceRecord
       END-IF.
       CLOSE EInvoiceFile.
       IF PartnerOpen = "Y"
              CLOSE PartnerFile
              MOVE "N" TO PartnerOpen
       END-IF.
       IF DtlFileOpen = "Y"
              CLOSE OrdDetailFile
              MOVE "N" TO DtlFileOpen
       END-IF.
