      *    PURREG.cpy
      *    Purchase-invoice register, keyed by supplier number plus
      *    the supplier's own invoice number: the pair is unique, so
      *    the same supplier invoice keyed twice is refused instead
      *    of being deducted on the CA3 and paid twice. One record
      *    per invoice received, carrying its HT/TVA split per
      *    VATRATE category (a supplier invoice routinely mixes
      *    rates), when it falls due and how much has been paid.
      *    PUR-ENTRY-DATE is the day it was booked: GLPOST sweeps
      *    the register on it and CA3DECL deducts the VAT of the
      *    month it was booked in.
       01 PURCHASE-REGISTER-RECORD.
           05 PUR-KEY.
               10 PUR-SUP-ID          PIC 9(6).
               10 PUR-SUP-INV-NUMBER  PIC X(15).
           05 PUR-SUP-NOM             PIC X(30).
           05 PUR-INVOICE-DATE        PIC 9(8).
           05 PUR-ENTRY-DATE          PIC 9(8).
           05 PUR-TERMS-DAYS          PIC 9(3).
           05 PUR-DUE-DATE            PIC 9(8).
      *    One slot per VATRATE category, in CATEGORY-TABLE order;
      *    a credit note from the supplier carries its amounts
      *    negative, the same convention as an avoir in INVREG.
           05 PUR-VENTILATION OCCURS 4 TIMES.
               10 PUR-CAT-CODE        PIC X(01).
               10 PUR-CAT-HT          PIC S9(7)V99.
               10 PUR-CAT-TVA         PIC S9(7)V99.
           05 PUR-TOTAL-HT            PIC S9(7)V99.
           05 PUR-TOTAL-TVA           PIC S9(7)V99.
           05 PUR-TOTAL-TTC           PIC S9(7)V99.
           05 PUR-AMOUNT-PAID         PIC S9(7)V99.
           05 PUR-STATUS              PIC X(01).
               88 PUR-OPEN               VALUE "O".
               88 PUR-SETTLED            VALUE "P".
           05 PUR-GL-ACCOUNT          PIC X(06).
           05 PUR-OPER-ID             PIC X(08).
      *    Set by SUPVALID when the treasurer releases the payment.
           05 PUR-PAY-DATE            PIC 9(8).
