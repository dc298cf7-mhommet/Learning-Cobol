               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPWORK-STATUS.

      *    The credit pass works in account order, so the account
      *    book needs no table: ACCOUNTS.DAT is sorted into
      *    ACCTSRT.DAT, the postings to credit are sorted by account
      *    and matched against it, and every account goes out to
      *    ACCTWORK.DAT carrying its new balance.
           SELECT ACCOUNT-SORT-FILE ASSIGN TO "INTCRWK1.DAT".

           SELECT POSTING-SORT-FILE ASSIGN TO "INTCRWK2.DAT".

           SELECT ACCOUNT-SORTED-FILE ASSIGN TO "ACCTSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTSRT-STATUS.

           SELECT ACCOUNT-WORK-FILE ASSIGN TO "ACCTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTWORK-STATUS.

      *    Ordinal in INTPOST.DAT of each posting credited, written
      *    in account order and sorted back into file order for the
      *    marking pass.
           SELECT APPLIED-FILE ASSIGN TO "INTPAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPAPPL-STATUS.

           SELECT ORDINAL-SORT-FILE ASSIGN TO "INTCRWK3.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD POSTING-WORK-FILE.
       01 POSTING-WORK-RECORD   PIC X(48).

       SD ACCOUNT-SORT-FILE.
       01 ACCOUNT-SORT-RECORD.
           05 SRA-ID            PIC 9(5).
           05 SRA-MONTANT       PIC 9(5)V99.
           05 SRA-LAST-ACCRUAL  PIC 9(8).

       FD ACCOUNT-SORTED-FILE.
       01 ACCOUNT-SORTED-RECORD.
           05 ACS-ID            PIC 9(5).
           05 ACS-MONTANT       PIC 9(5)V99.
           05 ACS-LAST-ACCRUAL  PIC 9(8).

      *    Whole-record image, the ACCOUNTS.DAT layout's length.
       FD ACCOUNT-WORK-FILE.
       01 ACCOUNT-WORK-RECORD   PIC X(20).

       SD POSTING-SORT-FILE.
       01 POSTING-SORT-RECORD.
           05 SRT-COMPTE        PIC 9(5).
           05 SRT-ORDINAL       PIC 9(7).
           05 SRT-INTEREST      PIC 9(7)V99.

       FD APPLIED-FILE.
       01 APPLIED-RECORD.
           05 APL-ORDINAL       PIC 9(7).

       SD ORDINAL-SORT-FILE.
       01 ORDINAL-SORT-RECORD.
           05 SRO-ORDINAL       PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-FILE-STATUS   PIC X(02).
       01 INTPOST-STATUS        PIC X(02).
       01 PFU-PARM-STATUS       PIC X(02).
       01 PFUREM-STATUS         PIC X(02).
       01 INTPWORK-STATUS       PIC X(02).
       01 ACCTSRT-STATUS        PIC X(02).
       01 ACCTWORK-STATUS       PIC X(02).
       01 INTPAPPL-STATUS       PIC X(02).
       01 COMPTES-DISPO-SWITCH  PIC X(01) VALUE "N".
           88 COMPTES-DISPO        VALUE "Y".
       01 SOLDES-REPORTES-SW    PIC X(01) VALUE "Y".
           88 SOLDES-REPORTES      VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".
       01 INTERET-BRUT          PIC 9(7)V99.
       01 MARQUAGE-ABANDONNE-SW PIC X(01) VALUE "N".
           88 MARQUAGE-ABANDONNE   VALUE "Y".
       01 TAUX-PFU              PIC 9(2)V99 VALUE 30.00.
       01 POSTING-EOF-SWITCH    PIC X(01) VALUE "N".
           88 POSTING-EOF          VALUE "Y".

       01 ACCOUNT-TROUVE-SWITCH PIC X(01).
           88 ACCOUNT-TROUVE       VALUE "Y".

       01 SOLDE-OUVERTURE       PIC 9(5)V99.
       01 SOLDE-FERMETURE       PIC 9(5)V99.

      *    Which posting ordinals this run credited, kept in
      *    INTPAPPL.DAT so their flags are only flipped AFTER the
      *    balances are safely on disk: a crash before the balance
      *    pass must leave the postings unflagged (rerun re-credits,
      *    money never lost), never the other way round.
       01 POSTING-ORDINAL       PIC 9(7) VALUE ZERO.
       01 MARQUE-ORDINAL        PIC 9(7).

       01 REPORT-LINE           PIC X(80).
       01 APPLIED-COUNT         PIC 9(5) VALUE ZERO.
       01 DISPLAY-TOTAL         PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-PFU FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-PFU
           PERFORM TRIER-COMPTES
           OPEN OUTPUT CREDIT-REPORT-FILE
           OPEN OUTPUT APPLIED-FILE

           SORT POSTING-SORT-FILE
               ON ASCENDING KEY SRT-COMPTE SRT-ORDINAL
               INPUT PROCEDURE IS APPLIQUER-POSTINGS
               OUTPUT PROCEDURE IS CREDITER-LES-COMPTES
           CLOSE APPLIED-FILE

           PERFORM REECRIRE-COMPTES
           IF SOLDES-REPORTES
               PERFORM MARQUER-POSTINGS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ECRIRE-TOTAUX
           CLOSE CREDIT-REPORT-FILE
           GOBACK.

      *    A missing account book is reported and the run goes on,
      *    every posting then coming out as on an unknown account.
       TRIER-COMPTES.
           MOVE "N" TO COMPTES-DISPO-SWITCH
           OPEN INPUT ACCOUNT-FILE
           IF ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.DAT indisponible ("
                       ACCOUNT-FILE-STATUS ")."
           ELSE
               CLOSE ACCOUNT-FILE
               SORT ACCOUNT-SORT-FILE
                   ON ASCENDING KEY SRA-ID
                   USING ACCOUNT-FILE
                   GIVING ACCOUNT-SORTED-FILE
               SET COMPTES-DISPO TO TRUE
           END-IF.

      *    First pass reads only: a posting already flagged is
      *    skipped (the double-credit protection), an unflagged one
      *    goes to the sort with its ordinal, to be credited in
      *    account order and noted for the marking pass that runs
      *    once the balances are on disk.
       APPLIQUER-POSTINGS.
           MOVE "N" TO POSTING-EOF-SWITCH
           MOVE ZERO TO POSTING-ORDINAL
           END-READ
           IF NOT POSTING-EOF
               ADD 1 TO POSTING-ORDINAL
      *    Only a posting explicitly written "N" by HelloCobol is
      *    credited: a posting that predates the flag reads back as
      *    spaces and its history is unknowable here - it may have
      *    been keyed by hand through MAJCOMPTE - so it is surfaced
      *    for the INTARCH cutover rather than double-paid.
               EVALUATE TRUE
                   WHEN POST-APPLIED
                       ADD 1 TO SKIPPED-COUNT
                   WHEN POST-APPLIED-FLAG = "N"
                       PERFORM CREDITER-UN-POSTING
                   WHEN OTHER
                       ADD 1 TO UNFLAGGED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "POSTING COMPTE " DELIMITED BY SIZE
                              POST-ACCOUNT-ID DELIMITED BY SIZE
                              " DU " DELIMITED BY SIZE
                              POST-DATE DELIMITED BY SIZE
                              " SANS ETAT - A ARCHIVER VIA "
                              "INTARCH" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       MOVE REPORT-LINE TO CREDIT-REPORT-RECORD
                       WRITE CREDIT-REPORT-RECORD
               END-EVALUATE
           END-IF.

       CREDITER-UN-POSTING.
                   MOVE REPORT-LINE TO CREDIT-REPORT-RECORD
                   WRITE CREDIT-REPORT-RECORD
               ELSE
                   MOVE POST-ACCOUNT-ID TO SRT-COMPTE
                   MOVE POSTING-ORDINAL TO SRT-ORDINAL
                   MOVE POST-INTEREST TO SRT-INTEREST
                   RELEASE POSTING-SORT-RECORD
               END-IF
           END-IF.

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
               CLOSE ACCOUNT-STATUS-FILE
           END-IF.

      *    Output side of the credit sort: the postings come back in
      *    account order and ACCTSRT.DAT is advanced alongside, each
      *    account passing to ACCTWORK.DAT once its postings are on
      *    it.
       CREDITER-LES-COMPTES.
           MOVE "N" TO ACCOUNT-EOF-SWITCH
           IF COMPTES-DISPO
               OPEN INPUT ACCOUNT-SORTED-FILE
               OPEN OUTPUT ACCOUNT-WORK-FILE
               PERFORM LIRE-COMPTE-TRIE
           ELSE
               SET ACCOUNT-EOF TO TRUE
           END-IF

           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-POSTING-TRIE
           PERFORM CREDITER-POSTING-TRIE UNTIL SORT-EOF
           PERFORM AVANCER-COMPTE UNTIL ACCOUNT-EOF

           IF COMPTES-DISPO
               CLOSE ACCOUNT-SORTED-FILE
               CLOSE ACCOUNT-WORK-FILE
           END-IF.

       LIRE-COMPTE-TRIE.
           READ ACCOUNT-SORTED-FILE
               AT END
                   SET ACCOUNT-EOF TO TRUE
           END-READ.

       LIRE-POSTING-TRIE.
           RETURN POSTING-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       AVANCER-COMPTE.
           MOVE ACCOUNT-SORTED-RECORD TO ACCOUNT-WORK-RECORD
           WRITE ACCOUNT-WORK-RECORD
           PERFORM LIRE-COMPTE-TRIE.

      *    Accounts below the posting's pass through as they stand;
      *    the posting then lands on its account, or on nothing.
      *    The next posting of the same account finds it still
      *    current.
       CREDITER-POSTING-TRIE.
           PERFORM AVANCER-COMPTE
               UNTIL ACCOUNT-EOF OR ACS-ID NOT < SRT-COMPTE
           MOVE "N" TO ACCOUNT-TROUVE-SWITCH
           IF NOT ACCOUNT-EOF
               IF ACS-ID = SRT-COMPTE
                   SET ACCOUNT-TROUVE TO TRUE
               END-IF
           END-IF
           PERFORM CREDITER-POSTING-LIBRE
           PERFORM LIRE-POSTING-TRIE.

       CREDITER-POSTING-LIBRE.
           MOVE SRT-INTEREST TO INTERET-BRUT
           IF NOT ACCOUNT-TROUVE
               ADD 1 TO UNKNOWN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "POSTING COMPTE " DELIMITED BY SIZE
                      SRT-COMPTE DELIMITED BY SIZE
                      " INCONNU D'ACCOUNTS.DAT - NON CREDITE"
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE CREDIT-REPORT-RECORD
           ELSE
               PERFORM CALCULER-RETENUE-PFU
               MOVE ACS-MONTANT TO SOLDE-OUVERTURE
               ADD NET-PFU TO ACS-MONTANT
               MOVE ACS-MONTANT TO SOLDE-FERMETURE
               ADD NET-PFU TO TOTAL-CREDITED
               ADD RETENUE-PFU TO TOTAL-WITHHELD
               ADD 1 TO APPLIED-COUNT

               MOVE SRT-ORDINAL TO APL-ORDINAL
               WRITE APPLIED-RECORD

               PERFORM ENREGISTRER-REMISE-PFU

               MOVE SOLDE-OUVERTURE TO DISPLAY-OUVERTURE
               MOVE INTERET-BRUT TO DISPLAY-INTERET
               MOVE RETENUE-PFU TO DISPLAY-RETENUE
               MOVE SOLDE-FERMETURE TO DISPLAY-FERMETURE
               MOVE SPACES TO REPORT-LINE
               STRING "COMPTE " DELIMITED BY SIZE
                      SRT-COMPTE DELIMITED BY SIZE
                      " OUVERTURE=" DELIMITED BY SIZE
                      DISPLAY-OUVERTURE DELIMITED BY SIZE
                      " BRUT=" DELIMITED BY SIZE

       CALCULER-RETENUE-PFU.
           COMPUTE RETENUE-PFU ROUNDED
               = INTERET-BRUT * TAUX-PFU / 100
           COMPUTE NET-PFU = INTERET-BRUT - RETENUE-PFU.

      *    PFUREM.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the journals.
               OPEN EXTEND PFU-REMIT-FILE
           END-IF
           MOVE RUN-DATE-PFU TO PFU-DATE
           MOVE SRT-COMPTE TO PFU-COMPTE
           MOVE INTERET-BRUT TO PFU-BRUT
           MOVE RETENUE-PFU TO PFU-RETENU
           MOVE NET-PFU TO PFU-NET
           WRITE PFU-REMIT-RECORD
           CLOSE PFU-REMIT-FILE.

      *    ACCTWORK.DAT, complete once the credit sort is over, is
      *    copied back over ACCOUNTS.DAT, which comes out in account
      *    order. Should ACCTWORK.DAT not open, nothing is copied and
      *    the postings are left unflagged, so a rerun credits them
      *    afresh onto the untouched book; if the copy itself dies,
      *    ACCTWORK.DAT holds the complete credited state to restore
      *    from.
       REECRIRE-COMPTES.
           MOVE "N" TO ACCOUNT-EOF-SWITCH
           MOVE "Y" TO SOLDES-REPORTES-SW
           IF NOT COMPTES-DISPO
               SET ACCOUNT-EOF TO TRUE
           ELSE
               OPEN INPUT ACCOUNT-WORK-FILE
               IF ACCTWORK-STATUS NOT = "00"
                   DISPLAY "ACCTWORK.DAT indisponible ("
                           ACCTWORK-STATUS ") : soldes non reportes, "
                           "postings laisses a crediter."
                   MOVE "N" TO SOLDES-REPORTES-SW
                   SET ACCOUNT-EOF TO TRUE
               ELSE
                   OPEN OUTPUT ACCOUNT-FILE
               END-IF
           END-IF

           PERFORM REECRIRE-UN-COMPTE UNTIL ACCOUNT-EOF

           IF COMPTES-DISPO AND SOLDES-REPORTES
               CLOSE ACCOUNT-WORK-FILE
               CLOSE ACCOUNT-FILE
           END-IF.

       REECRIRE-UN-COMPTE.
           READ ACCOUNT-WORK-FILE
               AT END
                   SET ACCOUNT-EOF TO TRUE
           END-READ
           IF NOT ACCOUNT-EOF
               MOVE ACCOUNT-WORK-RECORD TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
           END-IF.

      *    Marking pass, only reached once REECRIRE-COMPTES has put
           MOVE REPORT-LINE TO CREDIT-REPORT-RECORD
           WRITE CREDIT-REPORT-RECORD

           SORT ORDINAL-SORT-FILE
               ON ASCENDING KEY SRO-ORDINAL
               USING APPLIED-FILE
               OUTPUT PROCEDURE IS MARQUER-LES-POSTINGS

           IF NOT MARQUAGE-ABANDONNE
               PERFORM RECOPIER-POSTINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "MARQUAGE TERMINE" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CREDIT-REPORT-RECORD
           WRITE CREDIT-REPORT-RECORD.

      *    The credited ordinals come back from the sort in file
      *    order and are matched against INTPOST.DAT as it is read.
       MARQUER-LES-POSTINGS.
           MOVE "N" TO MARQUAGE-ABANDONNE-SW
           MOVE "N" TO POSTING-EOF-SWITCH
           MOVE ZERO TO MARQUE-ORDINAL
           END-IF
           OPEN OUTPUT POSTING-WORK-FILE

           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-ORDINAL-TRIE
           PERFORM MARQUER-UN-POSTING UNTIL POSTING-EOF

           IF INTPOST-STATUS NOT = "35"
               CLOSE INTEREST-POSTING-FILE
           END-IF
           CLOSE POSTING-WORK-FILE.

       LIRE-ORDINAL-TRIE.
           RETURN ORDINAL-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       MARQUER-UN-POSTING.
           READ INTEREST-POSTING-FILE
               AT END
           END-READ
           IF NOT POSTING-EOF
               ADD 1 TO MARQUE-ORDINAL
               PERFORM LIRE-ORDINAL-TRIE
                   UNTIL SORT-EOF OR SRO-ORDINAL NOT < MARQUE-ORDINAL
               IF NOT SORT-EOF
                   IF SRO-ORDINAL = MARQUE-ORDINAL
                       SET POST-APPLIED TO TRUE
                       MOVE POST-INTEREST TO INTERET-BRUT
                       PERFORM CALCULER-RETENUE-PFU
                       MOVE RETENUE-PFU TO POST-WITHHELD
                   END-IF
