      *    SUPSETL.cpy
      *    Supplier settlement journal, one line per purchase invoice
      *    SUPVALID settles: when it was paid, how much, and the
      *    invoice's HT/TVA split per category - the purchase-side
      *    twin of SETTLJRN.DAT. GLPOST posts 401000 against 512000
      *    off it, FECEXP exports it, and CA3DECL deducts the VAT of
      *    an E-regime (encaissements) category on the payment date
      *    rather than the booking date, pro-rated the same way the
      *    sales side is.
       01 SUPPLIER-SETTLEMENT-RECORD.
           05 SPS-DATE                PIC 9(8).
           05 SPS-SUP-ID              PIC 9(6).
           05 SPS-SUP-INV-NUMBER      PIC X(15).
           05 SPS-AMOUNT-PAID         PIC S9(7)V99.
           05 SPS-TOTAL-TTC           PIC S9(7)V99.
           05 SPS-VENTILATION OCCURS 4 TIMES.
               10 SPS-CAT-CODE        PIC X(01).
               10 SPS-CAT-HT          PIC S9(7)V99.
               10 SPS-CAT-TVA         PIC S9(7)V99.
           05 SPS-OPER-ID             PIC X(08).
