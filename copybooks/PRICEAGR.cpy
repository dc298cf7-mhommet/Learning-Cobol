      *    PRICEAGR.cpy
      *    Customer price agreements, keyed by customer number and
      *    product code: the negotiated price a customer pays for a
      *    catalog product, so TVA, DEVIS and CTRBILL price it off
      *    the file instead of an operator typing over the catalog
      *    price on every invoice. Customer 000000 holds the general
      *    volume schedule for a product, used for any customer
      *    without an agreement of their own.
       01 PRICE-AGREEMENT-RECORD.
           05 PAG-KEY.
               10 PAG-CUST-ID       PIC 9(6).
               10 PAG-PROD-CODE     PIC X(08).
      *    P = fixed unit price HT in place of the catalog price,
      *    R = a percentage off the catalog price.
           05 PAG-TYPE              PIC X(01).
               88 PAG-PRIX-FIXE        VALUE "P".
               88 PAG-REMISE           VALUE "R".
           05 PAG-UNIT-HT           PIC S9(5)V99.
           05 PAG-DISCOUNT-PCT      PIC 9(2)V99.
      *    Valid from the start date to the end date inclusive; an
      *    end date of zero is open-ended.
           05 PAG-START-DATE        PIC 9(8).
           05 PAG-END-DATE          PIC 9(8).
      *    Quantity breaks: a line of at least the tier's quantity
      *    takes the tier's percentage off the agreed unit price,
      *    the highest tier reached winning. Unused tiers are zero.
           05 PAG-TIER OCCURS 5 TIMES.
               10 PAG-TIER-MIN-QTY  PIC 9(4)V99.
               10 PAG-TIER-PCT      PIC 9(2)V99.
