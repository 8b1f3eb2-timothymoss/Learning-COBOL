FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSCustFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSRepFileStatus PIC XX.
       01 NewQuoteNum PIC 9(6).
       01 NewOrderNum PIC 9(6).
       01 QuoteRepCode PIC X(3).
       01 DefaultRep PIC X(3).
       01 DefaultRepSource PIC X.
       01 WSToday PIC 9(8).
       01 BizDate PIC 9(8).
       01 WSTodayInt PIC 9(8).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 CreditOK PIC X.
       01 GroupLimit PIC 9(7)V99.
       01 GroupExposure PIC S9(9)V99.
       01 GroupID PIC 9(6).
       01 WSExposure PIC S9(9)V99.
       01 ConvertTotal PIC 9(9)V99.
       01 LimitDollar PIC $$,$$$,$$9.99-.
       IF WSReportStatus NOT = "00"
              OPEN OUTPUT ReportFile
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       OPEN EXTEND CreditLogFile.
       IF WSCreditLogStatus NOT = "00"
              OPEN OUTPUT CreditLogFile
       END-IF.

GetQuoteRep.
       CALL "coboltut132rep" USING IDNum, StateCode, PostalCode, DefaultRep,
              DefaultRepSource.
       MOVE SPACES TO QuoteRepCode.
       MOVE "N" TO RepExists.
       PERFORM UNTIL RepExists = "Y"
              IF DefaultRep = SPACES
                     DISPLAY "Enter salesperson code : " WITH NO ADVANCING
              ELSE
                     IF DefaultRepSource = "H"
                            DISPLAY "House account rep is " DefaultRep
                     ELSE
                            DISPLAY "Territory rep is " DefaultRep
                     END-IF
                     DISPLAY "Enter salesperson code (Enter = " DefaultRep
                            ") : " WITH NO ADVANCING
              END-IF
              MOVE SPACES TO QuoteRepCode
              ACCEPT QuoteRepCode
              MOVE FUNCTION UPPER-CASE(QuoteRepCode) TO QuoteRepCode
              IF QuoteRepCode = SPACES
                     MOVE DefaultRep TO QuoteRepCode
              END-IF
              IF WSRepFileStatus NOT = "00"
                     MOVE "Y" TO RepExists
              ELSE
       READ CustomerFile
              INVALID KEY MOVE ZEROES TO CreditLimit
       END-READ.
       CALL "coboltut15grpexp" USING QHIDNum, GroupLimit, GroupExposure,
              GroupID.
       IF GroupLimit > 0
              PERFORM SumQuoteTotal
              COMPUTE WSExposure = GroupExposure + ConvertTotal
              IF WSExposure > GroupLimit
                     MOVE GroupLimit TO LimitDollar
                     MOVE WSExposure TO ExposureDollar
                     DISPLAY "Exposure with this order is " ExposureDollar
                            " against a limit of " LimitDollar "."
                     IF GroupID NOT = 0
                            DISPLAY "Combined exposure of bill-to account "
                                   GroupID " and its branches."
                     END-IF
                     IF SignOnLevel = "S"
                            DISPLAY "Supervisor override - convert anyway? (Y/N) : "
                                   WITH NO ADVANCING
       MOVE FUNCTION CURRENT-DATE(1:14) TO CLTimestamp.
       MOVE WSToday TO CLTimestamp(1:8).
       MOVE QHIDNum TO CLIDNum.
       MOVE GroupLimit TO CLLimit.
       MOVE WSExposure TO CLExposure.
       WRITE CreditLogRecord.

                                   MOVE QDQty TO ODQty
                                   MOVE QDUnitPrice TO ODUnitPrice
                                   MOVE QDExtAmount TO ODExtAmount
                                   MOVE SPACES TO ODCustItem
                                   MOVE SPACES TO ODPromoCode
                                   MOVE "N" TO ODPosted
                                   WRITE OrderDetail
                                          INVALID KEY DISPLAY
