      *    SUSPENS.cpy
      *    Unapplied cash suspense, keyed by customer number and a
      *    sequence: one item per remittance PAYAPPL could not
      *    match, or per excess left over once the quoted invoice
      *    or the customer's open items were settled. A remittance
      *    whose customer could not be resolved is filed under
      *    customer zero until SUSPMNT allocates it. SUS-SOLDE is
      *    what is still unexplained; it comes down as SUSPMNT
      *    allocates the item to invoices or refunds it, and the
      *    item closes at zero. SUSPRPT ages the open items for the
      *    accountant at month end.
       01 SUSPENSE-RECORD.
           05 SUS-KEY.
               10 SUS-CUST-ID         PIC 9(6).
               10 SUS-SEQ             PIC 9(4).
      *    N = nothing matched, E = excess over what was owed.
           05 SUS-ORIGINE             PIC X(01).
               88 SUS-NON-APPLIQUE       VALUE "N".
               88 SUS-EXCEDENT           VALUE "E".
           05 SUS-DATE                PIC 9(8).
           05 SUS-MONTANT             PIC S9(6)V99.
           05 SUS-SOLDE               PIC S9(6)V99.
      *    What the remitter quoted, as it came on the payment line.
           05 SUS-PAY-INV-NUMBER      PIC 9(6).
           05 SUS-REMETTANT-NOM       PIC A(30).
           05 SUS-REMETTANT-PRENOM    PIC A(30).
           05 SUS-CHQ-NUMBER          PIC 9(7).
           05 SUS-STATUT              PIC X(01).
               88 SUS-OUVERT             VALUE "O".
               88 SUS-SOLDE-ZERO         VALUE "S".
           05 SUS-DERNIER-MVT         PIC 9(8).
