       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.

       01 BusyTag PIC X(10).
       01 BusyAction PIC X.
              INTO LedgerRef.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = LedgerQty * UnitCost(I,J).
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.

RewriteTableProduct.
       MOVE ProdName(I) TO PFProdName.
