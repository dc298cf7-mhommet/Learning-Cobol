      *    SUPPMAST.cpy
      *    Supplier master, keyed by supplier number: who the shop
      *    buys from, the identifiers a deductible-VAT claim has to
      *    quote (SIRET, intracommunity VAT number), the payment
      *    terms a purchase invoice falls due on, and the BENEF.DAT
      *    beneficiary the money goes out to - so the IBAN a
      *    supplier is paid on stays under BENMAINT's supervisor
      *    rule instead of being keyed a second time here.
       01 SUPPLIER-MASTER-RECORD.
           05 SUP-ID              PIC 9(6).
           05 SUP-NOM             PIC X(30).
           05 SUP-ADDR-LINE-1     PIC X(30).
           05 SUP-POSTCODE        PIC X(05).
           05 SUP-CITY            PIC X(25).
           05 SUP-SIRET           PIC X(14).
           05 SUP-TVA-INTRA       PIC X(13).
           05 SUP-TERMS-DAYS      PIC 9(3).
           05 SUP-BENEF-NUMBER    PIC 9(5).
      *    Charge account a purchase from this supplier posts to
      *    unless the invoice says otherwise (607000 marchandises,
      *    604000/611000/626000... for services).
           05 SUP-GL-ACCOUNT      PIC X(06).
           05 SUP-STATUT          PIC X(01).
               88 SUP-ACTIF          VALUE "A".
               88 SUP-SUSPENDU       VALUE "S".
