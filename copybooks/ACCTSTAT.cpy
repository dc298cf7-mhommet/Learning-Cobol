      *    ACCTSTAT.cpy
      *    Account lifecycle status, keyed by account id: opened,
      *    blocked (the court-ordered freeze support used to
      *    improvise in SQL), frozen on the holder's death, or
      *    closed. ACCTMNT is the only writer, but for SUCCMNT
      *    freezing a deceased customer's accounts and closing them
      *    once the estate is paid out; MAJCOMPTE, BULKMVT, STOEXEC
      *    and INTCRED refuse to move money on anything not active.
      *    A deceased's account is kept apart from a blocked one: its
      *    deposits stay covered by the guarantee (FGDRSCV), and only
      *    SUCCMNT lifts the freeze. An account with no record
      *    here predates the status file and is treated as active.
       01 ACCOUNT-STATUS-RECORD.
           05 AST-COMPTE        PIC 9(5).
           05 AST-STATUT        PIC X(01).
               88 AST-ACTIF        VALUE "A".
               88 AST-BLOQUE       VALUE "B".
               88 AST-DECEDE       VALUE "D".
               88 AST-CLOTURE      VALUE "C".
           05 AST-STATUT-DATE   PIC 9(8).
      *    Account type, pointing into ACCTTYP.cpy's master; space
