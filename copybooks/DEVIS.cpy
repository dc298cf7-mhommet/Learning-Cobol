               88 DEV-EMIS             VALUE "E".
               88 DEV-ACCEPTE          VALUE "A".
               88 DEV-REFUSE           VALUE "R".
      *    C = en commande: the customer said yes and acomptes are
      *    being billed against the quote before the final invoice.
               88 DEV-EN-COMMANDE      VALUE "C".
      *    The invoice number the acceptance produced, zero until
      *    converted, so the audit can walk quote to invoice.
           05 DEV-INV-NUMBER       PIC 9(6).
      *    Acomptes billed against the quote, in order: the final
      *    invoice lists every one of them and bills only the quote
      *    HT less DEV-ACOMPTES-HT, so the register and the CA3 see
      *    each euro of the order exactly once.
           05 DEV-ACOMPTE-COUNT    PIC 9(2).
           05 DEV-ACOMPTES-HT      PIC S9(5)V99.
           05 DEV-ACOMPTE-ENTRY OCCURS 10 TIMES.
               10 DEV-ACP-INV-NUMBER PIC 9(6).
               10 DEV-ACP-DATE       PIC 9(8).
               10 DEV-ACP-HT         PIC S9(5)V99.
      *    Invoicing company the quote is issued by: its letterhead
      *    heads the quote and its number series bills the acomptes
      *    and the final invoice.
           05 DEV-COMPANY          PIC 9(01).
      *    Discount off the catalog the customer's price agreement
      *    gave the coded line on the quote date; the invoice bills
      *    and prints the price quoted, not today's.
           05 DEV-REMISE-HT        PIC 9(5)V99.
