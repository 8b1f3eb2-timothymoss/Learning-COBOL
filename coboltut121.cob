       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut121.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSDisputeStatus.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
DATA DIVISION.
FILE SECTION.
FD DisputeFile.
       COPY DISPUTE.
FD ARTransFile.
       COPY ARTRAN.
FD CustomerFile.
       COPY CUSTRECWIDE.
WORKING-STORAGE SECTION.
       01 WSDisputeStatus PIC XX.
       01 WSARTFileStatus PIC XX.
       01 ARTFileOpen PIC X VALUE "N".
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 Choice PIC 9.
       01 SubChoice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 TranEOF PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 TodayInt PIC 9(8).
       01 WorkInt PIC 9(8).
       01 EntryIDNum PIC 9(6).
       01 EntrySeq PIC 9(6).
       01 CustExists PIC X.
       01 TranExists PIC X.
       01 DisputeExists PIC X.
       01 ItemCount PIC 9(4).
       01 EntryOwner PIC X(4).
       01 FollowDate PIC 9(8).
       01 FollowDateParts REDEFINES FollowDate.
              02 FDYear PIC 9(4).
              02 FDMonth PIC 99.
              02 FDDay PIC 99.
       01 DateOK PIC X.
       01 DaysOpen PIC S9(5).
       01 DaysEdit PIC ZZZ9.
       01 OpenCount PIC 9(5).
       01 OpenTotal PIC 9(9)V99.
       01 FollowDueCount PIC 9(5).
       01 AgeBucketTable.
              02 AgeBucket OCCURS 4 TIMES.
                     03 ABCount PIC 9(5).
                     03 ABAmount PIC 9(9)V99.
       01 BucketIdx PIC 9.
       01 ResolvedCount PIC 9(5).
       01 ResolveDaysTotal PIC 9(9).
       01 AvgResolveDays PIC 9(5)V9.
       01 AvgEdit PIC ZZZZ9.9.
       01 ContactType PIC X(4).
       01 ContactNote PIC X(40).
       01 DisplayName PIC X(32).
       01 DisputeFlag PIC X(10).
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BizDate).
       OPEN I-O DisputeFile.
       IF WSDisputeStatus NOT = "00"
              OPEN OUTPUT DisputeFile
              CLOSE DisputeFile
              OPEN I-O DisputeFile
       END-IF.
       OPEN INPUT ARTransFile.
       IF WSARTFileStatus = "00"
              MOVE "Y" TO ARTFileOpen
       ELSE
              MOVE "N" TO ARTFileOpen
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "DISPUTED ITEMS"
              DISPLAY "1 : Open A Dispute"
              DISPLAY "2 : Update / Resolve A Dispute"
              DISPLAY "3 : List Open Disputes"
              DISPLAY "4 : Dispute Aging Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM OpenDispute
                     WHEN 2 PERFORM UpdateDispute
                     WHEN 3 PERFORM ListDisputes
                     WHEN 4 PERFORM DisputeAgingReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE DisputeFile.
       IF ARTFileOpen = "Y"
              CLOSE ARTransFile
              MOVE "N" TO ARTFileOpen
       END-IF.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       STOP RUN.

OpenDispute.
       IF ARTFileOpen = "N"
              DISPLAY "No AR transaction file found - nothing to dispute."
       ELSE
              DISPLAY "Customer ID : " WITH NO ADVANCING
              ACCEPT EntryIDNum
              MOVE "Y" TO CustExists
              MOVE EntryIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY MOVE "N" TO CustExists
              END-READ
              IF CustExists = "N"
                     DISPLAY "Customer doesn't exist."
              ELSE
                     PERFORM BuildDisplayName
                     DISPLAY "Customer : " DisplayName
                     PERFORM ListOpenItems
                     IF ItemCount = 0
                            DISPLAY "No charges on file for this customer."
                     ELSE
                            DISPLAY "Sequence number of the disputed item : "
                                   WITH NO ADVANCING
                            ACCEPT EntrySeq
                            PERFORM RecordDispute
                     END-IF
              END-IF
       END-IF.

ListOpenItems.
       MOVE 0 TO ItemCount.
       MOVE "N" TO TranEOF.
       MOVE EntryIDNum TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO TranEOF
       END-START.
       PERFORM UNTIL TranEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO TranEOF
                     NOT AT END
                            IF ARTIDNum NOT = EntryIDNum
                                   MOVE "Y" TO TranEOF
                            ELSE
                                   IF ARTAmount > 0
                                          PERFORM ShowOneItem
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

ShowOneItem.
       ADD 1 TO ItemCount.
       MOVE SPACES TO DisputeFlag.
       MOVE ARTIDNum TO DSIDNum.
       MOVE ARTSeq TO DSSeq.
       READ DisputeFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF DSOpen
                            MOVE "DISPUTED" TO DisputeFlag
                     END-IF
       END-READ.
       MOVE ARTAmount TO AmtDollar.
       DISPLAY "Seq " ARTSeq "  " ARTDate "  " ARTType "  " ARTRef
              "  " AmtDollar "  " DisputeFlag.

RecordDispute.
       MOVE "Y" TO TranExists.
       MOVE EntryIDNum TO ARTIDNum.
       MOVE EntrySeq TO ARTSeq.
       READ ARTransFile
              INVALID KEY MOVE "N" TO TranExists
       END-READ.
       IF TranExists = "N" OR ARTAmount NOT > 0
              DISPLAY "Item " EntrySeq " is not a charge on this account."
       ELSE
              MOVE "Y" TO DisputeExists
              MOVE EntryIDNum TO DSIDNum
              MOVE EntrySeq TO DSSeq
              READ DisputeFile
                     INVALID KEY MOVE "N" TO DisputeExists
              END-READ
              IF DisputeExists = "Y" AND DSOpen
                     DISPLAY "Item " EntrySeq " is already under dispute"
                            " - owner " DSOwner ", follow up " DSFollowUp
              ELSE
                     MOVE EntryIDNum TO DSIDNum
                     MOVE EntrySeq TO DSSeq
                     MOVE ARTRef TO DSRef
                     MOVE ARTAmount TO DSAmount
                     PERFORM GetDisputeReason
                     DISPLAY "Note : " WITH NO ADVANCING
                     MOVE SPACES TO DSNote
                     ACCEPT DSNote
                     PERFORM GetOwnerAndFollowUp
                     MOVE SignOnID TO DSOpenedBy
                     MOVE BizDate TO DSOpenDate
                     MOVE "O" TO DSStatus
                     MOVE 0 TO DSResolvedDate
                     MOVE SPACES TO DSResolution
                     IF DisputeExists = "Y"
                            REWRITE DisputeRecord
                                   INVALID KEY DISPLAY "Dispute wasn't"
                                          " reopened."
                                   NOT INVALID KEY PERFORM LogDisputeOpened
                            END-REWRITE
                     ELSE
                            WRITE DisputeRecord
                                   INVALID KEY DISPLAY "Dispute wasn't"
                                          " recorded."
                                   NOT INVALID KEY PERFORM LogDisputeOpened
                            END-WRITE
                     END-IF
              END-IF
       END-IF.

GetDisputeReason.
       MOVE SPACES TO DSReason.
       PERFORM UNTIL DSValidReason
              DISPLAY "Reason (PR=pricing, SS=short ship, DM=damaged,"
                     " NO=not ordered, OT=other) : " WITH NO ADVANCING
              ACCEPT DSReason
              MOVE FUNCTION UPPER-CASE(DSReason) TO DSReason
              IF NOT DSValidReason
                     DISPLAY "Reason must be PR, SS, DM, NO or OT."
              END-IF
       END-PERFORM.

GetOwnerAndFollowUp.
       MOVE SPACES TO EntryOwner.
       DISPLAY "Owner operator ID (blank = " SignOnID ") : "
              WITH NO ADVANCING.
       ACCEPT EntryOwner.
       MOVE FUNCTION UPPER-CASE(EntryOwner) TO EntryOwner.
       IF EntryOwner = SPACES
              MOVE SignOnID TO DSOwner
       ELSE
              MOVE EntryOwner TO DSOwner
       END-IF.
       MOVE "N" TO DateOK.
       PERFORM UNTIL DateOK = "Y"
              MOVE 0 TO FollowDate
              DISPLAY "Follow-up date YYYYMMDD (0 = two weeks) : "
                     WITH NO ADVANCING
              ACCEPT FollowDate
              IF FollowDate = 0
                     COMPUTE WorkInt = TodayInt + 14
                     COMPUTE FollowDate = FUNCTION DATE-OF-INTEGER(WorkInt)
              END-IF
              IF FDMonth < 1 OR FDMonth > 12 OR FDDay < 1 OR FDDay > 31
                     DISPLAY "Not a valid date."
              ELSE
                     IF FollowDate < BizDate
                            DISPLAY "Follow-up can't be in the past."
                     ELSE
                            MOVE "Y" TO DateOK
                     END-IF
              END-IF
       END-PERFORM.
       MOVE FollowDate TO DSFollowUp.

LogDisputeOpened.
       DISPLAY "Item " DSSeq " is under dispute - it is held out of"
              " finance charges, dunning and credit holds.".
       MOVE "DISP" TO ContactType.
       MOVE SPACES TO ContactNote.
       STRING "DISPUTE OPENED " DELIMITED BY SIZE
              DSReason DELIMITED BY SIZE
              " ON " DELIMITED BY SIZE
              DSRef DELIMITED BY SIZE
              INTO ContactNote.
       CALL "coboltut98ctlog" USING DSIDNum, ContactType, ContactNote,
              SignOnID.

UpdateDispute.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryIDNum.
       DISPLAY "Item sequence number : " WITH NO ADVANCING.
       ACCEPT EntrySeq.
       MOVE EntryIDNum TO DSIDNum.
       MOVE EntrySeq TO DSSeq.
       READ DisputeFile
              INVALID KEY DISPLAY "No dispute on file for that item."
              NOT INVALID KEY PERFORM MaintainOneDispute
       END-READ.

MaintainOneDispute.
       MOVE DSAmount TO AmtDollar.
       DISPLAY "Item " DSRef "  " AmtDollar "  reason " DSReason
              "  " DSNote.
       DISPLAY "Opened " DSOpenDate " by " DSOpenedBy "  owner " DSOwner
              "  follow up " DSFollowUp.
       IF DSResolved
              DISPLAY "Resolved " DSResolvedDate " - " DSResolution
       ELSE
              DISPLAY "1 : Change Owner / Follow-Up   2 : Resolve"
                     "   0 : Leave : " WITH NO ADVANCING
              ACCEPT SubChoice
              EVALUATE SubChoice
                     WHEN 1
                            PERFORM GetOwnerAndFollowUp
                            REWRITE DisputeRecord
                                   INVALID KEY DISPLAY "Dispute wasn't"
                                          " updated."
                                   NOT INVALID KEY DISPLAY "Dispute updated."
                            END-REWRITE
                     WHEN 2 PERFORM ResolveDispute
                     WHEN OTHER CONTINUE
              END-EVALUATE
       END-IF.

ResolveDispute.
       MOVE SPACES TO DSResolution.
       PERFORM UNTIL DSResolution NOT = SPACES
              DISPLAY "Resolution : " WITH NO ADVANCING
              ACCEPT DSResolution
              IF DSResolution = SPACES
                     DISPLAY "Say how the dispute was settled."
              END-IF
       END-PERFORM.
       MOVE "R" TO DSStatus.
       MOVE BizDate TO DSResolvedDate.
       REWRITE DisputeRecord
              INVALID KEY DISPLAY "Dispute wasn't resolved."
              NOT INVALID KEY
                     DISPLAY "Dispute resolved - any credit due is issued"
                            " as a credit memo."
                     MOVE "DISP" TO ContactType
                     MOVE SPACES TO ContactNote
                     STRING "DISPUTE RESOLVED ON " DELIMITED BY SIZE
                            DSRef DELIMITED BY SIZE
                            INTO ContactNote
                     CALL "coboltut98ctlog" USING DSIDNum, ContactType,
                            ContactNote, SignOnID
       END-REWRITE.

ListDisputes.
       MOVE 0 TO OpenCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO DSKey.
       START DisputeFile KEY IS NOT LESS THAN DSKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ DisputeFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF DSOpen
                                   ADD 1 TO OpenCount
                                   MOVE DSAmount TO AmtDollar
                                   MOVE SPACES TO DisputeFlag
                                   IF DSFollowUp <= BizDate
                                          MOVE "FOLLOW UP" TO DisputeFlag
                                   END-IF
                                   DISPLAY DSIDNum " " DSSeq " " DSRef " "
                                          AmtDollar " " DSReason " "
                                          DSOwner " " DSFollowUp " "
                                          DisputeFlag
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY OpenCount " open dispute(s).".

DisputeAgingReport.
       MOVE 0 TO OpenCount.
       MOVE 0 TO OpenTotal.
       MOVE 0 TO FollowDueCount.
       MOVE 0 TO ResolvedCount.
       MOVE 0 TO ResolveDaysTotal.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
              MOVE 0 TO ABCount(BucketIdx)
              MOVE 0 TO ABAmount(BucketIdx)
       END-PERFORM.
       MOVE "O" TO RptAction.
       MOVE "DisputeAging.prt" TO RptFileName.
       MOVE "DISPUTED ITEM AGING" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "OPEN DISPUTES" TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "ID     REFERENCE         AMOUNT RSN OWNR OPENED   FOLLOWUP DAYS"
              TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO DSKey.
       START DisputeFile KEY IS NOT LESS THAN DSKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ DisputeFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF DSOpen
                                   PERFORM ReportOpenDispute
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "DAYS OPEN      COUNT          AMOUNT" TO RptLine.
       PERFORM WriteDisputeLine.
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
              PERFORM ReportAgeBucket
       END-PERFORM.
       MOVE OpenTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       STRING "TOTAL OPEN     " DELIMITED BY SIZE
              OpenCount DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              "   PAST FOLLOW-UP : " DELIMITED BY SIZE
              FollowDueCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteDisputeLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "RESOLVED DISPUTES" TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "ID     REFERENCE         AMOUNT RSN OWNR OPENED   RESOLVED DAYS"
              TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO DSKey.
       START DisputeFile KEY IS NOT LESS THAN DSKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ DisputeFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF DSResolved
                                   PERFORM ReportResolvedDispute
                            END-IF
              END-READ
       END-PERFORM.
       IF ResolvedCount > 0
              COMPUTE AvgResolveDays ROUNDED =
                     ResolveDaysTotal / ResolvedCount
       ELSE
              MOVE 0 TO AvgResolveDays
       END-IF.
       MOVE AvgResolveDays TO AvgEdit.
       MOVE SPACES TO RptLine.
       PERFORM WriteDisputeLine.
       MOVE SPACES TO RptLine.
       STRING "RESOLVED : " DELIMITED BY SIZE
              ResolvedCount DELIMITED BY SIZE
              "   AVERAGE DAYS TO RESOLVE : " DELIMITED BY SIZE
              AvgEdit DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteDisputeLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY OpenCount " open and " ResolvedCount " resolved dispute(s)"
              " - see DisputeAging.prt".

ReportOpenDispute.
       ADD 1 TO OpenCount.
       ADD DSAmount TO OpenTotal.
       COMPUTE DaysOpen = TodayInt - FUNCTION INTEGER-OF-DATE(DSOpenDate).
       EVALUATE TRUE
              WHEN DaysOpen > 90 MOVE 4 TO BucketIdx
              WHEN DaysOpen > 60 MOVE 3 TO BucketIdx
              WHEN DaysOpen > 30 MOVE 2 TO BucketIdx
              WHEN OTHER MOVE 1 TO BucketIdx
       END-EVALUATE.
       ADD 1 TO ABCount(BucketIdx).
       ADD DSAmount TO ABAmount(BucketIdx).
       PERFORM FormatDisputeLine.
       MOVE DSFollowUp TO RptLine(50:8).
       IF DSFollowUp <= BizDate
              ADD 1 TO FollowDueCount
              MOVE "FOLLOW UP" TO RptLine(64:9)
       END-IF.
       PERFORM WriteDisputeLine.

ReportResolvedDispute.
       ADD 1 TO ResolvedCount.
       COMPUTE DaysOpen = FUNCTION INTEGER-OF-DATE(DSResolvedDate)
              - FUNCTION INTEGER-OF-DATE(DSOpenDate).
       ADD DaysOpen TO ResolveDaysTotal.
       PERFORM FormatDisputeLine.
       MOVE DSResolvedDate TO RptLine(50:8).
       MOVE DSResolution(1:16) TO RptLine(64:16).
       PERFORM WriteDisputeLine.

FormatDisputeLine.
       MOVE DSAmount TO AmtDollar.
       MOVE DaysOpen TO DaysEdit.
       MOVE SPACES TO RptLine.
       MOVE DSIDNum TO RptLine(1:6).
       MOVE DSRef TO RptLine(8:10).
       MOVE AmtDollar TO RptLine(19:13).
       MOVE DSReason TO RptLine(33:2).
       MOVE DSOwner TO RptLine(36:4).
       MOVE DSOpenDate TO RptLine(41:8).
       MOVE DaysEdit TO RptLine(59:4).

ReportAgeBucket.
       MOVE ABAmount(BucketIdx) TO TotDollar.
       MOVE SPACES TO RptLine.
       EVALUATE BucketIdx
              WHEN 1 MOVE "0-30" TO RptLine(1:10)
              WHEN 2 MOVE "31-60" TO RptLine(1:10)
              WHEN 3 MOVE "61-90" TO RptLine(1:10)
              WHEN OTHER MOVE "OVER 90" TO RptLine(1:10)
       END-EVALUATE.
       MOVE ABCount(BucketIdx) TO RptLine(16:5).
       MOVE TotDollar TO RptLine(22:14).
       PERFORM WriteDisputeLine.

WriteDisputeLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
