              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSPOCtlStatus.
       SELECT OperFile ASSIGN TO "OperMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OperID
              FILE STATUS IS WSOperFileStatus.
       SELECT RolePermFile ASSIGN TO "RolePerm.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RPKey
              FILE STATUS IS WSRolePermStatus.
       SELECT ReportFile ASSIGN TO "POPrint.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
FD POControlFile.
       01 POControlRecord.
              02 NextPONum PIC 9(6).
FD OperFile.
       COPY OPERREC.
FD RolePermFile.
       01 RolePermRecord.
              02 RPKey.
                     03 RPRole PIC X(4).
                     03 RPFunction PIC X(10).
              02 RPLimit PIC 9(7)V99.
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSFileStatus PIC XX.
       01 WSPOFileStatus PIC XX.
       01 WSPOCtlStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 WSOperFileStatus PIC XX.
       01 WSRolePermStatus PIC XX.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 ApprovalLimit PIC 9(7)V99.
       01 NoLimit PIC X.
       01 POTotal PIC 9(9)V99.
       01 POLineStatus PIC X.
       01 HeldCount PIC 9(3) VALUE 0.
       01 LimitEdit PIC $$,$$$,$$9.99.
       01 TotalEdit PIC $$$$,$$$,$$9.99.
       01 VendorName PIC X(25).
       01 WSEOF PIC X VALUE "N".
       01 SizeIdx PIC 9.

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
       PERFORM GetApprovalLimit.
       PERFORM CollectShortages.
       IF SuggCount = 0
              DISPLAY "Nothing is below its reorder point - no POs generated."
       PERFORM WritePOControl.
       DISPLAY "PURCHASE ORDER GENERATION COMPLETE".
       DISPLAY "Purchase orders created : " POCount.
       IF HeldCount > 0
              MOVE ApprovalLimit TO LimitEdit
              DISPLAY HeldCount " PO(s) over your approval limit of "
                     FUNCTION TRIM(LimitEdit)
                     " are held for supervisor approval."
       END-IF.
       DISPLAY "Printed to POPrint.prt".
       STOP RUN.

GetApprovalLimit.
       MOVE "N" TO NoLimit.
       MOVE 0 TO ApprovalLimit.
       IF SignOnLevel = "S"
              MOVE "Y" TO NoLimit
       ELSE
              MOVE SPACES TO OperRole
              OPEN INPUT OperFile
              IF WSOperFileStatus = "00"
                     MOVE SignOnID TO OperID
                     READ OperFile
                            INVALID KEY MOVE SPACES TO OperRole
                     END-READ
                     CLOSE OperFile
              END-IF
              OPEN INPUT RolePermFile
              IF WSRolePermStatus = "00"
                     MOVE OperRole TO RPRole
                     MOVE "POLIMIT" TO RPFunction
                     READ RolePermFile
                            NOT INVALID KEY MOVE RPLimit TO ApprovalLimit
                     END-READ
                     CLOSE RolePermFile
              END-IF
       END-IF.

CollectShortages.
       OPEN INPUT ProductFile.
       IF WSFileStatus NOT = "00"
       END-IF.
       OPEN INPUT VendorFile.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "PURCHASE ORDERS" TO ReportLine.
       WRITE ReportLine.
       MOVE HIGH-VALUES TO CurrentVendor.
              MOVE SPACES TO ReportLine
              WRITE ReportLine
              PERFORM LookUpVendorName
              PERFORM TotalVendorPO
              MOVE SPACES TO ReportLine
              STRING "PO " DELIMITED BY SIZE
                     PONum DELIMITED BY SIZE
                     WSToday DELIMITED BY SIZE
                     INTO ReportLine
              WRITE ReportLine
              IF POLineStatus = "A"
                     MOVE SPACES TO ReportLine
                     STRING "  ** HELD - TOTAL " DELIMITED BY SIZE
                            FUNCTION TRIM(TotalEdit) DELIMITED BY SIZE
                            " AWAITS SUPERVISOR APPROVAL - DO NOT SEND **"
                                   DELIMITED BY SIZE
                            INTO ReportLine
                     WRITE ReportLine
              END-IF
              MOVE "  LN   PRODUCT     SZ  QTY" TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE SGSize(SuggIdx) TO POSize.
       MOVE SGQty(SuggIdx) TO POQtySuggested.
       MOVE 0 TO POQtyReceived.
       MOVE POLineStatus TO POStatus.
       MOVE WSToday TO PODate.
       MOVE 0 TO POLastReceipt.
       MOVE SGCost(SuggIdx) TO POUnitCost.
       MOVE 0 TO POQtyVouchered.
       MOVE "N" TO PODropShip.
       MOVE 0 TO PODropOrder.
       MOVE 0 TO PODropOrdLine.
       MOVE SignOnID TO PORequestedBy.
       IF POLineStatus = "A"
              MOVE SPACES TO POApprovedBy
              MOVE 0 TO POApprovedDate
       ELSE
              MOVE SignOnID TO POApprovedBy
              MOVE WSToday TO POApprovedDate
       END-IF.
       WRITE PORecord
              INVALID KEY DISPLAY "PO " PONum " line " POLine " already exists."
       END-WRITE.
              POQtySuggested DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.

TotalVendorPO.
       MOVE 0 TO POTotal.
       PERFORM VARYING SwapIdx FROM SuggIdx BY 1
              UNTIL SwapIdx > SuggCount
              IF SGVendor(SwapIdx) = CurrentVendor
                     COMPUTE POTotal = POTotal
                            + (SGQty(SwapIdx) * SGCost(SwapIdx))
              END-IF
       END-PERFORM.
       MOVE POTotal TO TotalEdit.
       IF NoLimit = "N" AND POTotal > ApprovalLimit
              MOVE "A" TO POLineStatus
              ADD 1 TO HeldCount
       ELSE
              MOVE "O" TO POLineStatus
       END-IF.
