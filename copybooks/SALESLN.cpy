      *    SALESLN.cpy
      *    Invoice lines behind the register, keyed by invoice
      *    number and line number: what was sold on each invoice -
      *    product code, quantity and amount HT in euros - where
      *    INVREG.DAT only carries the invoice totals. TVA writes a
      *    line with every invoice and avoir it emits; VTESTAT
      *    reads them for the sales statistics. An avoir's line is
      *    negative in quantity and amount, so any sum nets it.
       01 SALES-LINE-RECORD.
           05 SLN-KEY.
               10 SLN-INV-NUMBER    PIC 9(6).
               10 SLN-LINE-NO       PIC 9(3).
           05 SLN-INV-DATE          PIC 9(8).
           05 SLN-CUST-ID           PIC 9(6).
           05 SLN-CUST-NOM          PIC A(30).
           05 SLN-COMPANY           PIC 9(01).
           05 SLN-DOC-TYPE          PIC X(01).
               88 SLN-FACTURE          VALUE "F".
               88 SLN-AVOIR            VALUE "A".
      *    Blank product code: a free-keyed line, or an invoice
      *    from before the lines were kept (VTEINIT seeds those off
      *    the register with their totals only).
           05 SLN-PROD-CODE         PIC X(08).
           05 SLN-CATEGORY          PIC X(01).
           05 SLN-QUANTITY          PIC S9(4)V99.
           05 SLN-PRICEHT           PIC S9(7)V99.
           05 SLN-REMISE-HT         PIC S9(5)V99.
