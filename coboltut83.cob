                            IF UHProdName = PFProdName AND
                               UHSize = PFSizeType(SizeIdx)
                                   IF UHYearMonth > TwelveAgo
                                          ADD UHQtyUsed UHQtyLost
                                                 TO UsageTotal
                                          ADD 1 TO MonthsSeen
                                   END-IF
                            ELSE
