      *    PAYPROP.cpy
      *    Supplier payment proposal, rebuilt by each SUPPROP run and
      *    worked through by the treasurer in SUPVALID. Keyed by
      *    supplier then supplier invoice number; the supplier's
      *    header record carries a blank invoice number so it reads
      *    back ahead of its own lines, with the net amount proposed
      *    and the treasurer's decision on it.
       01 PAYMENT-PROPOSAL-RECORD.
           05 PRP-KEY.
               10 PRP-SUP-ID          PIC 9(6).
               10 PRP-SUP-INV-NUMBER  PIC X(15).
           05 PRP-TYPE                PIC X(01).
               88 PRP-EN-TETE            VALUE "S".
               88 PRP-LIGNE              VALUE "L".
           05 PRP-DATE                PIC 9(8).
           05 PRP-DUE-DATE            PIC 9(8).
      *    Line: what is still owed on the item (a supplier credit
      *    note negative). Header: the net for the supplier.
           05 PRP-MONTANT             PIC S9(7)V99.
           05 PRP-SUP-NOM             PIC X(30).
           05 PRP-BENEF-NUMBER        PIC 9(5).
           05 PRP-STATUT              PIC X(01).
               88 PRP-PROPOSE            VALUE "P".
               88 PRP-VALIDE             VALUE "V".
               88 PRP-REJETE             VALUE "R".
           05 PRP-TRESORIER           PIC X(08).
