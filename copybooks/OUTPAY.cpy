           05 OUT-DEBIT-COMPTE    PIC 9(5).
           05 OUT-BENEF-NUMBER    PIC 9(5).
           05 OUT-MONTANT         PIC 9(7)V99.
      *    G = guichet (MAJCOMPTE), O = ordre permanent (STOEXEC),
      *    F = reglement fournisseur (SUPVALID), S = succession
      *    payee aux heritiers (SUCCMNT), R = remboursement
      *    client (SUSPMNT) - the shop's own money, so
      *    OUT-DEBIT-COMPTE is zero: no COMPTES account is behind
      *    it, the 512000 bank account is.
           05 OUT-ORIGINE         PIC X(01).
           05 OUT-ORIGINE-REF     PIC X(08).
