      *    Direct-debit mandates, keyed by customer number: the
      *    signed authorisation (RUM) under which DDCOLL may pull an
      *    overdue invoice straight from the customer's bank instead
      *    of climbing the RAPPEL.PRN dunning ladder. DDRETOUR
      *    counts the debits the bank sends back and suspends the
      *    mandate past the limit in DDRPARM.DAT, or at once on a
      *    return saying the mandate is no longer valid.
       01 DEBIT-MANDATE-RECORD.
           05 MAND-CUST-ID      PIC 9(6).
           05 MAND-IBAN         PIC X(34).
           05 MAND-STATUT       PIC X(01).
               88 MAND-ACTIF       VALUE "A".
               88 MAND-REVOQUE     VALUE "R".
               88 MAND-SUSPENDU    VALUE "S".
           05 MAND-NB-REJETS    PIC 9(2).
           05 MAND-DERNIER-REJET PIC 9(8).
