      *    AMLCASE.cpy
      *    Anti-money-laundering cases (dossiers LCB-FT), keyed by
      *    customer number and case sequence: what AMLCASE gathers
      *    for one customer - the watchlist hits WLREVIEW escalated
      *    and the large-movement exceptions LARGEMVT flagged - with
      *    the analyst in charge, the investigation notes, the
      *    deadline and the decision. A customer has at most one
      *    open case at a time; a closed one stays on file as the
      *    record of why the bank did or did not declare. TRACDECL
      *    extracts the cases closed with a decision to declare;
      *    AMLRPT lists the open ones past their deadline.
       01 AML-CASE-RECORD.
           05 CAS-KEY.
               10 CAS-CUST-ID          PIC 9(6).
               10 CAS-SEQ              PIC 9(3).
      *    O = ouvert (under investigation), S = clos sans suite,
      *    D = clos avec declaration de soupcon a TRACFIN.
           05 CAS-STATUT               PIC X(01).
               88 CAS-OUVERT              VALUE "O".
               88 CAS-SANS-SUITE          VALUE "S".
               88 CAS-A-DECLARER          VALUE "D".
           05 CAS-DATE-OUVERTURE       PIC 9(8).
           05 CAS-ECHEANCE             PIC 9(8).
           05 CAS-ANALYSTE             PIC X(08).
           05 CAS-DATE-CLOTURE         PIC 9(8).
      *    Supervisor who took the decision, and why.
           05 CAS-DECIDEUR             PIC X(08).
           05 CAS-MOTIF                PIC X(60).
      *    Day TRACDECL put the case in a declaration extract; zero
      *    until then, so no case is declared twice.
           05 CAS-DATE-DECLARATION     PIC 9(8).
           05 CAS-NB-ALERTES           PIC 9(2).
      *    W = watchlist hit (reference = hit number), U = single
      *    large movement and C = window cumul (reference = the
      *    account number).
           05 CAS-ALERTE OCCURS 20 TIMES.
               10 CAS-ALR-SOURCE       PIC X(01).
               10 CAS-ALR-REFERENCE    PIC X(10).
               10 CAS-ALR-DATE         PIC 9(8).
               10 CAS-ALR-MONTANT      PIC S9(11)V99.
           05 CAS-NB-NOTES             PIC 9(2).
           05 CAS-NOTE OCCURS 10 TIMES.
               10 CAS-NOTE-DATE        PIC 9(8).
               10 CAS-NOTE-AUTEUR      PIC X(08).
               10 CAS-NOTE-TEXTE       PIC X(60).
