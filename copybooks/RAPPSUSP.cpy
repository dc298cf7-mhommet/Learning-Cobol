      *    RAPPSUSP.cpy
      *    Reconciliation items left open at the end of a monthly
      *    rapprochement, keyed by the month they were left open at
      *    and a sequence: BNKRAPP reloads the previous month's
      *    items at the start of the next run and tries them again,
      *    so an item carries forward until its other side turns
      *    up. Amounts are signed from the bank account's point of
      *    view: positive is money in (bank credit, 512000 debit).
       01 RECON-SUSPENSE-RECORD.
           05 RAP-KEY.
               10 RAP-MOIS         PIC 9(6).
               10 RAP-SEQ          PIC 9(5).
      *    B = on the statement, not yet booked; G = booked on
      *    512000, not yet through the bank.
           05 RAP-COTE            PIC X(01).
               88 RAP-BANQUE         VALUE "B".
               88 RAP-GRAND-LIVRE    VALUE "G".
           05 RAP-DATE            PIC 9(8).
           05 RAP-MONTANT         PIC S9(9)V99.
           05 RAP-LIBELLE         PIC X(40).
           05 RAP-MOIS-ORIGINE    PIC 9(6).
