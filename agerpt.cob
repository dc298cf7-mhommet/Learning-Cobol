               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.

      *    Each open invoice's outstanding amount, already put in
      *    its bucket, sorted by customer name so the customer's
      *    invoices arrive together: no table of customers to fill
      *    up however long the register grows.
           SELECT AGING-SORT-FILE ASSIGN TO "AGERPTWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD   PIC X(80).

       SD AGING-SORT-FILE.
       01 AGING-SORT-RECORD.
           05 SRT-CUST-NOM          PIC A(30).
           05 SRT-CUST-PRENOM       PIC A(30).
      *    C = current, then 1, 2, 3 and 4 for the four past-due
      *    buckets.
           05 SRT-TRANCHE           PIC X(01).
               88 SRT-COURANT          VALUE "C".
               88 SRT-TRANCHE-30       VALUE "1".
               88 SRT-TRANCHE-60       VALUE "2".
               88 SRT-TRANCHE-90       VALUE "3".
               88 SRT-TRANCHE-PLUS     VALUE "4".
           05 SRT-MONTANT           PIC S9(6)V99.

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 AGING-REPORT-STATUS   PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

      *    Serial day counts for the run date and each invoice's due
      *    date, so "how many days overdue" is a plain subtraction.
      *    Leap years follow the full Gregorian rule.
       01 SERIE-DATE            PIC 9(8).
       01 SERIE-DATE-WS.
           05 SERIE-YEAR         PIC 9(4).

       01 MONTANT-OUVERT        PIC S9(6)V99.

      *    The customer being aged between two control breaks; the
      *    buckets are current (not yet due), then 1-30, 31-60,
      *    61-90 and over 90 days past due - the standard aging
      *    columns.
       01 CLIENT-AGE.
           05 AGE-CUST-NOM       PIC A(30).
           05 AGE-CUST-PRENOM    PIC A(30).
           05 AGE-COURANT        PIC S9(7)V99.
           05 AGE-TRANCHE-30     PIC S9(7)V99.
           05 AGE-TRANCHE-60     PIC S9(7)V99.
           05 AGE-TRANCHE-90     PIC S9(7)V99.
           05 AGE-TRANCHE-PLUS   PIC S9(7)V99.

       01 TOTAL-COURANT         PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-TRANCHE-30      PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE ZERO TO INVOICE-OPEN-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

               END-START
           END-IF

           SORT AGING-SORT-FILE
               ON ASCENDING KEY SRT-CUST-NOM SRT-CUST-PRENOM
               INPUT PROCEDURE IS CLASSER-FACTURES
               OUTPUT PROCEDURE IS EMETTRE-LIGNES-CLIENT

           PERFORM EMETTRE-TOTAUX


           GOBACK.

       CLASSER-FACTURES.
           PERFORM CLASSER-FACTURE-SUIVANTE UNTIL SCAN-EOF.

      *    Same forward-scan-by-key idiom the customer-file reports
      *    use to walk every record of an indexed master.
       CLASSER-FACTURE-SUIVANTE.
               IF MONTANT-OUVERT > 0
                   ADD 1 TO INVOICE-OPEN-COUNT
                   PERFORM CALCULER-RETARD
                   PERFORM VENTILER-MONTANT
               END-IF
           END-IF.
                               + SERIE-DAY
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 4
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 100
           SUBTRACT SERIE-BISSEXTILE FROM SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 400
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           IF SERIE-MONTH > 2
               DIVIDE SERIE-YEAR BY 4 GIVING SERIE-QUOTIENT
                   REMAINDER SERIE-BISSEXTILE
               IF SERIE-BISSEXTILE = 0
                   ADD 1 TO SERIE-JOURS
                   DIVIDE SERIE-YEAR BY 100 GIVING SERIE-QUOTIENT
                       REMAINDER SERIE-BISSEXTILE
                   IF SERIE-BISSEXTILE = 0
                       DIVIDE SERIE-YEAR BY 400 GIVING SERIE-QUOTIENT
                           REMAINDER SERIE-BISSEXTILE
                       IF SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The grand totals are taken here, the customer's own in
      *    the output procedure once the sort has brought their
      *    invoices together.
       VENTILER-MONTANT.
           MOVE REG-CUST-NOM TO SRT-CUST-NOM
           MOVE REG-CUST-PRENOM TO SRT-CUST-PRENOM
           MOVE MONTANT-OUVERT TO SRT-MONTANT
           EVALUATE TRUE
               WHEN JOURS-RETARD <= 0
                   SET SRT-COURANT TO TRUE
                   ADD MONTANT-OUVERT TO TOTAL-COURANT
               WHEN JOURS-RETARD <= 30
                   SET SRT-TRANCHE-30 TO TRUE
                   ADD MONTANT-OUVERT TO TOTAL-TRANCHE-30
               WHEN JOURS-RETARD <= 60
                   SET SRT-TRANCHE-60 TO TRUE
                   ADD MONTANT-OUVERT TO TOTAL-TRANCHE-60
               WHEN JOURS-RETARD <= 90
                   SET SRT-TRANCHE-90 TO TRUE
                   ADD MONTANT-OUVERT TO TOTAL-TRANCHE-90
               WHEN OTHER
                   SET SRT-TRANCHE-PLUS TO TRUE
                   ADD MONTANT-OUVERT TO TOTAL-TRANCHE-PLUS
           END-EVALUATE
           RELEASE AGING-SORT-RECORD.

       EMETTRE-LIGNES-CLIENT.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-FACTURE-TRIEE
           PERFORM CUMULER-CLIENT-TRIE UNTIL SORT-EOF.

       LIRE-FACTURE-TRIEE.
           RETURN AGING-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      *    Control break on the customer's name, the same grouping
      *    the report has always made.
       CUMULER-CLIENT-TRIE.
           MOVE SRT-CUST-NOM TO AGE-CUST-NOM
           MOVE SRT-CUST-PRENOM TO AGE-CUST-PRENOM
           MOVE ZERO TO AGE-COURANT
           MOVE ZERO TO AGE-TRANCHE-30
           MOVE ZERO TO AGE-TRANCHE-60
           MOVE ZERO TO AGE-TRANCHE-90
           MOVE ZERO TO AGE-TRANCHE-PLUS
           PERFORM CUMULER-FACTURE-TRIEE
               UNTIL SORT-EOF
                  OR SRT-CUST-NOM NOT = AGE-CUST-NOM
                  OR SRT-CUST-PRENOM NOT = AGE-CUST-PRENOM
           PERFORM EMETTRE-LIGNE-CLIENT.

       CUMULER-FACTURE-TRIEE.
           EVALUATE TRUE
               WHEN SRT-COURANT
                   ADD SRT-MONTANT TO AGE-COURANT
               WHEN SRT-TRANCHE-30
                   ADD SRT-MONTANT TO AGE-TRANCHE-30
               WHEN SRT-TRANCHE-60
                   ADD SRT-MONTANT TO AGE-TRANCHE-60
               WHEN SRT-TRANCHE-90
                   ADD SRT-MONTANT TO AGE-TRANCHE-90
               WHEN OTHER
                   ADD SRT-MONTANT TO AGE-TRANCHE-PLUS
           END-EVALUATE
           PERFORM LIRE-FACTURE-TRIEE.

      *    Two report lines per customer so the five buckets fit an
      *    80-column page: the name, then the aged amounts.
      *    the same reasoning as MAILLIST's export lines.
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENT : " DELIMITED BY SIZE
                  FUNCTION TRIM(AGE-CUST-PRENOM)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AGE-CUST-NOM)
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE AGE-COURANT TO DISPLAY-MONTANT
           MOVE AGE-TRANCHE-30 TO DISPLAY-MONTANT-2
           MOVE AGE-TRANCHE-60 TO DISPLAY-MONTANT-3
           MOVE SPACES TO REPORT-LINE
           STRING "  COURANT=" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
           MOVE REPORT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE AGE-TRANCHE-90 TO DISPLAY-MONTANT
           MOVE AGE-TRANCHE-PLUS TO DISPLAY-MONTANT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  61-90=" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
