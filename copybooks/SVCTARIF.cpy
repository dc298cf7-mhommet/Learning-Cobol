      *    SVCTARIF.cpy
      *    Tariff of periodic service fees, keyed by account type
      *    and fee code: account keeping, card, paper statement and
      *    the like, per ACCTTYP.cpy type. TRFMAINT proposes the
      *    lines under the same dual control as the other masters;
      *    the monthly SVCFEE run debits them from every active
      *    account of the type and records each charge in the fee
      *    checkpoint FEESTMT, GLPOST and FECEXP read.
       01 SERVICE-TARIFF-RECORD.
           05 TRF-KEY.
               10 TRF-TYPE          PIC X(01).
               10 TRF-CODE          PIC X(04).
           05 TRF-LIBELLE           PIC X(30).
      *    Charged per period; zero leaves the line on file but
      *    charges nothing.
           05 TRF-MONTANT           PIC 9(5)V99.
      *    Months per period: 01 monthly, 03 quarterly (January,
      *    April, July, October), 12 yearly (January).
           05 TRF-PERIODICITE       PIC 9(2).
      *    Exemptions, zero meaning none: a holder younger than
      *    TRF-AGE-EXONERATION years on the run date, an account
      *    whose balance is below TRF-SEUIL-SOLDE.
           05 TRF-AGE-EXONERATION   PIC 9(2).
           05 TRF-SEUIL-SOLDE       PIC 9(7)V99.
