      *    ASSETMST.cpy
      *    Fixed-asset register (registre des immobilisations), keyed
      *    by asset number: what was bought, when, for how much and
      *    how it wears down. ASSETMNT keeps it and prints the plan
      *    d'amortissement; DEPRRUN posts the month's dotation and
      *    brings IMM-CUMUL-AMORT forward; a cession closes the
      *    asset with its plus- or moins-value.
       01 ASSET-MASTER-RECORD.
           05 IMM-ID              PIC 9(6).
           05 IMM-LABEL           PIC X(30).
           05 IMM-ACQ-DATE        PIC 9(8).
           05 IMM-COST            PIC 9(9)V99.
      *    L = lineaire, prorata temporis from the acquisition day;
      *    D = degressif, prorata from the first day of the
      *    acquisition month, switching to linear once that gives
      *    more.
           05 IMM-METHOD          PIC X(01).
               88 IMM-LINEAIRE       VALUE "L".
               88 IMM-DEGRESSIF      VALUE "D".
           05 IMM-LIFE-YEARS      PIC 9(02).
      *    The 2xxxxx account the cost sits on and the 28xxxx account
      *    the depreciation accumulates on.
           05 IMM-GL-ASSET        PIC X(06).
           05 IMM-GL-AMORT        PIC X(06).
           05 IMM-CUMUL-AMORT     PIC 9(9)V99.
      *    Last month (YYYYMM) a dotation was posted for.
           05 IMM-LAST-MONTH      PIC 9(6).
           05 IMM-STATUS          PIC X(01).
               88 IMM-EN-SERVICE     VALUE "A".
               88 IMM-CEDEE          VALUE "C".
           05 IMM-DISPOSAL-DATE   PIC 9(8).
           05 IMM-DISPOSAL-PRICE  PIC 9(9)V99.
           05 IMM-OPER-ID         PIC X(08).
