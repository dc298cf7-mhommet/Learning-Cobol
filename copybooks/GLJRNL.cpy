      *    debit or credit, the lines of one entry sharing an entry
      *    number and balancing to zero. The trial balance (GLBAL)
      *    and the FEC export are both rollups of this file.
      *    Journal codes: BQ caisse/guichet, VT ventes, HA achats, OD
      *    operations diverses (virements internes, frais, interets,
      *    and whatever ODJRNL.DAT stages - dotations, cessions, the
      *    year-end closing), AN a-nouveaux opening a new year.
      *    The ledger is company 0's books: the bank, purchases,
      *    fees, interest and staged OD all belong to it, and GLPOST
      *    posts only company 0's invoices. Another company's sales
      *    stay on the register, where FECEXP exports them from.
       01 GL-JOURNAL-RECORD.
           05 GLJ-DATE          PIC 9(8).
           05 GLJ-JOURNAL       PIC X(02).
