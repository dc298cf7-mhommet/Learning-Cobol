      *    numero de TVA intracommunautaire - maintained as data by
      *    CMPNYMNT, so the next office move changes a file instead
      *    of two programs' hardcoded literals.
      *    One record per invoicing company, keyed by the one-digit
      *    company code the invoices, quotes, contracts and register
      *    carry: each legal entity bills under its own letterhead,
      *    SIRET and TVA number. Company 0 is the original entity
      *    and the one the bank-side letters go out under.
       01 COMPANY-PROFILE-RECORD.
           05 CPR-COMPANY       PIC 9(01).
           05 CPR-NAME          PIC X(40).
           05 CPR-ADDR-1        PIC X(40).
           05 CPR-ADDR-2        PIC X(40).
