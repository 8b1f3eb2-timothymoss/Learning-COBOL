       01 PromotionRecord.
              02 PMPromoCode PIC X(8).
              02 PMDesc PIC X(30).
              02 PMStartDate PIC 9(8).
              02 PMEndDate PIC 9(8).
              02 PMCustType PIC X.
                     88 PMRetailOnly VALUE "R".
                     88 PMWholesaleOnly VALUE "W".
                     88 PMBothTypes VALUE "B".
                     88 PMValidType VALUE "R" "W" "B".
              02 PMAddedBy PIC X(4).
              02 PMAddedDate PIC 9(8).
