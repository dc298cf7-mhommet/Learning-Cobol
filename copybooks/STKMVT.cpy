      *    STKMVT.cpy
      *    Stock movement journal, one line per quantity that
      *    entered or left the shelf: goods receipts booked by
      *    RECEPMNT, invoice lines and avoir returns emitted by TVA.
      *    PRODMAST carries only the running balance; this is the
      *    trail that explains it, the same way SETTLJRN explains
      *    the register's amount paid.
       01 STOCK-MOVEMENT-RECORD.
           05 STK-DATE          PIC 9(8).
           05 STK-PROD-CODE     PIC X(08).
           05 STK-TYPE          PIC X(01).
               88 STK-RECEPTION    VALUE "R".
               88 STK-VENTE        VALUE "V".
               88 STK-RETOUR       VALUE "A".
      *    Signed: positive into stock, negative out of it.
           05 STK-QUANTITY      PIC S9(7)V99.
           05 STK-UNIT-COST     PIC S9(5)V9999.
      *    Invoice number for a sale or return, the supplier's
      *    delivery note reference for a receipt.
           05 STK-PIECE         PIC X(15).
           05 STK-QTY-AFTER     PIC S9(7)V99.
