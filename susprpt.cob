       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.

      *    Month-end aged suspense report for the accountant: every
      *    open item of SUSPENS.DAT, customer by customer, aged on
      *    the day the money came in - 0-30, 31-60, 61-90 and over
      *    90 days - with a subtotal per customer and the grand
      *    totals per bucket. Unexplained credits on 411000 are an
      *    audit finding; this is the list that explains them, or
      *    shows which ones are still unexplained. The items arrive
      *    in customer order off the key, so the subtotals are a
      *    plain control break.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUSPENS-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-FILE.
       COPY "SUSPENS.cpy".

       FD SUSPENSE-REPORT-FILE.
       01 SUSPENSE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUSPENS-STATUS        PIC X(02).
       01 SUSPENSE-REPORT-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

      *    Serial day counts, same arithmetic as AGERPT.
       01 SERIE-DATE            PIC 9(8).
       01 SERIE-DATE-WS.
           05 SERIE-YEAR         PIC 9(4).
           05 SERIE-MONTH        PIC 9(2).
           05 SERIE-DAY          PIC 9(2).
       01 SERIE-JOURS           PIC 9(7).
       01 SERIE-BISSEXTILE      PIC 9(4).
       01 SERIE-QUOTIENT        PIC 9(4).
       01 CUMUL-TABLE-VALUES.
           05 FILLER            PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CUMUL-TABLE REDEFINES CUMUL-TABLE-VALUES.
           05 CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).

       01 JOURS-RUN             PIC 9(7).
       01 JOURS-ENCAISSEMENT    PIC 9(7).
       01 JOURS-ANCIENNETE      PIC S9(5).

       01 CLIENT-COURANT        PIC 9(6).
       01 CLIENT-EN-COURS-SWITCH PIC X(01) VALUE "N".
           88 CLIENT-EN-COURS      VALUE "Y".

       01 CLIENT-TRANCHE-30     PIC S9(9)V99.
       01 CLIENT-TRANCHE-60     PIC S9(9)V99.
       01 CLIENT-TRANCHE-90     PIC S9(9)V99.
       01 CLIENT-TRANCHE-PLUS   PIC S9(9)V99.
       01 CLIENT-TOTAL          PIC S9(9)V99.

       01 TOTAL-TRANCHE-30      PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-TRANCHE-60      PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-TRANCHE-90      PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-TRANCHE-PLUS    PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-GENERAL         PIC S9(9)V99 VALUE ZERO.
       01 ITEM-COUNT            PIC 9(5) VALUE ZERO.
       01 CLIENT-COUNT          PIC 9(5) VALUE ZERO.

       01 DISPLAY-MONTANT       PIC +ZZZZZ9.99.
       01 DISPLAY-MONTANT-2     PIC +ZZZZZ9.99.
       01 DISPLAY-MONTANT-3     PIC +ZZZZZ9.99.
       01 DISPLAY-TOTAL         PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-JOURS         PIC ZZZZ9.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           OPEN OUTPUT SUSPENSE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ENCAISSEMENTS EN SUSPENS AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

      *    No suspense file yet is an empty report, not a failure:
      *    nothing has ever gone unapplied.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO SUS-KEY
               START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF

           PERFORM CLASSER-ELEMENT-SUIVANT UNTIL SCAN-EOF
           PERFORM CLORE-CLIENT
           PERFORM EMETTRE-TOTAUX

           IF SUSPENS-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSPENSE-REPORT-FILE
           GOBACK.

       CLASSER-ELEMENT-SUIVANT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF SUSPENS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF SUS-OUVERT AND SUS-SOLDE NOT = ZERO
                   IF NOT CLIENT-EN-COURS
                           OR SUS-CUST-ID NOT = CLIENT-COURANT
                       PERFORM CLORE-CLIENT
                       PERFORM OUVRIR-CLIENT
                   END-IF
                   PERFORM CLASSER-UN-ELEMENT
               END-IF
           END-IF.

       OUVRIR-CLIENT.
           MOVE SUS-CUST-ID TO CLIENT-COURANT
           SET CLIENT-EN-COURS TO TRUE
           ADD 1 TO CLIENT-COUNT
           MOVE ZERO TO CLIENT-TRANCHE-30
           MOVE ZERO TO CLIENT-TRANCHE-60
           MOVE ZERO TO CLIENT-TRANCHE-90
           MOVE ZERO TO CLIENT-TRANCHE-PLUS
           MOVE ZERO TO CLIENT-TOTAL
           MOVE SPACES TO REPORT-LINE
           IF SUS-CUST-ID = ZERO
               STRING "CLIENT NON IDENTIFIE" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "CLIENT " DELIMITED BY SIZE
                      SUS-CUST-ID DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CLASSER-UN-ELEMENT.
           ADD 1 TO ITEM-COUNT
           MOVE SUS-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-ENCAISSEMENT
           COMPUTE JOURS-ANCIENNETE = JOURS-RUN - JOURS-ENCAISSEMENT
           IF JOURS-ANCIENNETE < 0
               MOVE ZERO TO JOURS-ANCIENNETE
           END-IF

           EVALUATE TRUE
               WHEN JOURS-ANCIENNETE <= 30
                   ADD SUS-SOLDE TO CLIENT-TRANCHE-30
                   ADD SUS-SOLDE TO TOTAL-TRANCHE-30
               WHEN JOURS-ANCIENNETE <= 60
                   ADD SUS-SOLDE TO CLIENT-TRANCHE-60
                   ADD SUS-SOLDE TO TOTAL-TRANCHE-60
               WHEN JOURS-ANCIENNETE <= 90
                   ADD SUS-SOLDE TO CLIENT-TRANCHE-90
                   ADD SUS-SOLDE TO TOTAL-TRANCHE-90
               WHEN OTHER
                   ADD SUS-SOLDE TO CLIENT-TRANCHE-PLUS
                   ADD SUS-SOLDE TO TOTAL-TRANCHE-PLUS
           END-EVALUATE
           ADD SUS-SOLDE TO CLIENT-TOTAL
           ADD SUS-SOLDE TO TOTAL-GENERAL

           MOVE SUS-SOLDE TO DISPLAY-MONTANT
           MOVE JOURS-ANCIENNETE TO DISPLAY-JOURS
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  SUS-SEQ DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  SUS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-ORIGINE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  DISPLAY-JOURS DELIMITED BY SIZE
                  " J " DELIMITED BY SIZE
                  SUS-REMETTANT-NOM DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Subtotal of the customer just finished, on two lines so
      *    the four buckets fit an 80-column page.
       CLORE-CLIENT.
           IF CLIENT-EN-COURS
               MOVE CLIENT-TRANCHE-30 TO DISPLAY-MONTANT
               MOVE CLIENT-TRANCHE-60 TO DISPLAY-MONTANT-2
               MOVE CLIENT-TRANCHE-90 TO DISPLAY-MONTANT-3
               MOVE SPACES TO REPORT-LINE
               STRING "  0-30=" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " 31-60=" DELIMITED BY SIZE
                      DISPLAY-MONTANT-2 DELIMITED BY SIZE
                      " 61-90=" DELIMITED BY SIZE
                      DISPLAY-MONTANT-3 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE CLIENT-TRANCHE-PLUS TO DISPLAY-MONTANT
               MOVE CLIENT-TOTAL TO DISPLAY-MONTANT-2
               MOVE SPACES TO REPORT-LINE
               STRING "  90+=" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " TOTAL CLIENT=" DELIMITED BY SIZE
                      DISPLAY-MONTANT-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF
           MOVE "N" TO CLIENT-EN-COURS-SWITCH.

       EMETTRE-TOTAUX.
           MOVE ITEM-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ELEMENT(S) OUVERT(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE CLIENT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENT(S) CONCERNE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-TRANCHE-30 TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL 0-30 JOURS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-TRANCHE-60 TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL 31-60 JOURS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-TRANCHE-90 TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL 61-90 JOURS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-TRANCHE-PLUS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PLUS DE 90 JOURS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-GENERAL TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EN SUSPENS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO SUSPENSE-REPORT-RECORD
           WRITE SUSPENSE-REPORT-RECORD.

       CALCULER-JOURS-SERIE.
           MOVE SERIE-DATE TO SERIE-DATE-WS
           COMPUTE SERIE-JOURS = SERIE-YEAR * 365
                               + CUMUL-JOURS(SERIE-MONTH)
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
