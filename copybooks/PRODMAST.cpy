      *    Same R/I/N codes as VATRATE.cpy - the catalog says which
      *    rate a product carries, the rate table says how much.
           05 PROD-CATEGORY     PIC X(01).
      *    Stock side, for products held on the shelf (flag O);
      *    services carry N and are never counted, as does every
      *    code PRODCONV brought over from before stock keeping
      *    until PRODMNT flags it. Quantity on hand moves with
      *    every invoice line TVA emits and every goods receipt
      *    RECEPMNT books; it may go negative when goods are billed
      *    before their receipt is keyed, which the nightly STKRPT
      *    shows as a rupture.
           05 PROD-STOCK-FLAG   PIC X(01).
               88 PROD-STOCKE      VALUE "O".
           05 PROD-QTY-ON-HAND  PIC S9(7)V99.
      *    Reorder when on hand falls to the point; the quantity
      *    is what the reorder list suggests buying.
           05 PROD-REORDER-POINT PIC 9(7)V99.
           05 PROD-REORDER-QTY  PIC 9(7)V99.
      *    Weighted average unit cost HT, recomputed at each
      *    receipt: the month-end stock valuation is on hand times
      *    this.
           05 PROD-AVG-COST     PIC S9(5)V9999.
