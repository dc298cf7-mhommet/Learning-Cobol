       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCASE.

      *    Anti-money-laundering case management (dossiers LCB-FT).
      *    Mode I files every watchlist hit WLREVIEW escalated and
      *    every exception the last LARGEMVT run flagged in the
      *    customer's open case, opening one with its deadline when
      *    there is none; C shows a customer's cases; M records the
      *    analyst, a new deadline and investigation notes; F closes
      *    the case - supervisor only - with the decision to declare
      *    to TRACFIN or to close without action, and its reason.
      *    TRACDECL extracts the declarations, AMLRPT chases the
      *    overdue cases.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS AMLCASE-STATUS.

           SELECT WATCHLIST-HIT-FILE ASSIGN TO "WLHITS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIT-NUMBER
               FILE STATUS IS WLHITS-STATUS.

           SELECT EXCEPTION-DATA-FILE ASSIGN TO "LMVTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-DATA-STATUS.

      *    An exception names an account and a bulk-movement hit
      *    may too: the cross-reference gives the holder's number.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    Last resort for a hit with no usable reference: the
      *    name pair it matched on.
           SELECT CUSTOMER-NAME-INDEX ASSIGN TO "CUSTNIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIDX-KEY
               FILE STATUS IS CUSTNIDX-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    Days an analyst has to conclude a new case, same SYSIN
      *    idea as the other parameter files.
           SELECT AML-PARM-FILE ASSIGN TO "AMLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-PARM-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AML-CASE-FILE.
       COPY "AMLCASE.cpy".

       FD WATCHLIST-HIT-FILE.
       COPY "WLHITS.cpy".

       FD EXCEPTION-DATA-FILE.
       COPY "LMVTEXC.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD CUSTOMER-NAME-INDEX.
       COPY "CUSTNIDX.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD AML-PARM-FILE.
       01 AML-PARM-RECORD.
           05 AMP-DELAI-JOURS       PIC 9(3).

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 AMLCASE-STATUS        PIC X(02).
       01 WLHITS-STATUS         PIC X(02).
       01 EXCEPTION-DATA-STATUS PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 CUSTNIDX-STATUS       PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 AML-PARM-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-INTEGRER        VALUE "I".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-METTRE-A-JOUR   VALUE "M".
           88 MODE-FERMER          VALUE "F".

      *    Compliance's default when AMLPARM.DAT is absent: a month
      *    to conclude.
       01 DELAI-JOURS           PIC 9(3) VALUE 030.

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 CASE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 CASE-EOF             VALUE "Y".
       01 CLIENT-TROUVE-SWITCH  PIC X(01) VALUE "N".
           88 CLIENT-TROUVE        VALUE "Y".
       01 DOSSIER-TROUVE-SWITCH PIC X(01) VALUE "N".
           88 DOSSIER-TROUVE       VALUE "Y".
       01 DOSSIER-NOUVEAU-SWITCH PIC X(01) VALUE "N".
           88 DOSSIER-NOUVEAU      VALUE "Y".
       01 ALERTE-CONNUE-SWITCH  PIC X(01) VALUE "N".
           88 ALERTE-CONNUE        VALUE "Y".
       01 ALERTE-VERSEE-SWITCH  PIC X(01) VALUE "N".
           88 ALERTE-VERSEE        VALUE "Y".

      *    The alert being filed and the customer it belongs to.
       01 CLIENT-DOSSIER        PIC 9(6).
       01 DERNIER-SEQ           PIC 9(3).
       01 ALERTE-SOURCE         PIC X(01).
       01 ALERTE-REFERENCE      PIC X(10).
       01 ALERTE-DATE           PIC 9(8).
       01 ALERTE-MONTANT        PIC S9(11)V99.
       01 ALR-IDX               PIC 9(2).
       01 NOTE-IDX              PIC 9(2).

       01 SAISIE-CLIENT         PIC X(06).
       01 SAISIE-ANALYSTE       PIC X(08).
       01 SAISIE-ECHEANCE       PIC X(08).
       01 SAISIE-NOTE           PIC X(60).
       01 SAISIE-DECISION       PIC X(01).
           88 DECISION-DECLARER    VALUE "D".
           88 DECISION-SANS-SUITE  VALUE "S".
       01 SAISIE-MOTIF          PIC X(60).

       01 OPENED-COUNT          PIC 9(5) VALUE ZERO.
       01 FILED-COUNT           PIC 9(5) VALUE ZERO.
       01 UNLINKED-COUNT        PIC 9(5) VALUE ZERO.
       01 SETTLED-COUNT         PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC +ZZZ,ZZZ,ZZ9.99.

      *    Next-calendar-day roll, same as CALCUL's settlement date
      *    without the business-day check: a deadline is a date.
       01 DATE-A-DECALER        PIC 9(8).
       01 LEND-DATE-WS.
           05 LEND-YEAR          PIC 9(4).
           05 LEND-MONTH         PIC 9(2).
           05 LEND-DAY           PIC 9(2).
       01 LEND-MOIS-LONGUEUR    PIC 9(2).
       01 LEND-ANNEE-QUOT       PIC 9(4).
       01 LEND-ANNEE-RESTE      PIC 9(4).
       01 LEND-MOIS-TABLE-VALUES.
           05 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 LEND-MOIS-TABLE REDEFINES LEND-MOIS-TABLE-VALUES.
           05 LEND-MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).
       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).
       01 RUN-DATE              PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF
           PERFORM LIRE-PARM-DELAI

           DISPLAY "Mode (I = integrer les alertes, C = consulter,"
                   " M = mettre a jour, F = fermer) ?"
           ACCEPT RUN-MODE

           PERFORM OUVRIR-FICHIER-DOSSIERS

           EVALUATE TRUE
               WHEN MODE-INTEGRER
                   PERFORM INTEGRER-ALERTES
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-DOSSIERS
               WHEN MODE-METTRE-A-JOUR
                   PERFORM METTRE-A-JOUR-DOSSIER
               WHEN MODE-FERMER
                   PERFORM FERMER-DOSSIER
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE AML-CASE-FILE
           GOBACK.

       LIRE-PARM-DELAI.
           OPEN INPUT AML-PARM-FILE
           IF AML-PARM-STATUS = "00"
               READ AML-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AMP-DELAI-JOURS NUMERIC
                               AND AMP-DELAI-JOURS > 0
                           MOVE AMP-DELAI-JOURS TO DELAI-JOURS
                       END-IF
               END-READ
               CLOSE AML-PARM-FILE
           END-IF.

      *    AMLCASE.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files in this repo.
       OUVRIR-FICHIER-DOSSIERS.
           OPEN I-O AML-CASE-FILE
           IF AMLCASE-STATUS = "35"
               OPEN OUTPUT AML-CASE-FILE
               CLOSE AML-CASE-FILE
               OPEN I-O AML-CASE-FILE
           END-IF.

      *    Mode I: escalated hits, then the last LARGEMVT exceptions.
       INTEGRER-ALERTES.
           OPEN INPUT ACCOUNT-XREF-FILE
           OPEN INPUT CUSTOMER-NAME-INDEX
           PERFORM VERSER-HITS-ESCALADES
           PERFORM VERSER-EXCEPTIONS-MOUVEMENTS
           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           IF CUSTNIDX-STATUS NOT = "35"
               CLOSE CUSTOMER-NAME-INDEX
           END-IF

           MOVE FILED-COUNT TO DISPLAY-COUNT
           DISPLAY "Alerte(s) versee(s)      : " DISPLAY-COUNT
           MOVE OPENED-COUNT TO DISPLAY-COUNT
           DISPLAY "Dossier(s) ouvert(s)     : " DISPLAY-COUNT
           MOVE UNLINKED-COUNT TO DISPLAY-COUNT
           DISPLAY "Alerte(s) sans client    : " DISPLAY-COUNT
           MOVE SETTLED-COUNT TO DISPLAY-COUNT
           DISPLAY "Alerte(s) deja jugee(s)  : " DISPLAY-COUNT.

       VERSER-HITS-ESCALADES.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN I-O WATCHLIST-HIT-FILE
           IF WLHITS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO HIT-NUMBER
               START WATCHLIST-HIT-FILE
                       KEY IS NOT LESS THAN HIT-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF

           PERFORM VERSER-HIT-SUIVANT UNTIL SCAN-EOF

           IF WLHITS-STATUS NOT = "35"
               CLOSE WATCHLIST-HIT-FILE
           END-IF.

      *    A filed hit is marked D so the next run does not file it
      *    again; one no customer can be found for stays escalated
      *    and is counted, for compliance to attach by hand.
       VERSER-HIT-SUIVANT.
           READ WATCHLIST-HIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF WLHITS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF HIT-ESCALADE
                   PERFORM RATTACHER-HIT-CLIENT
                   IF CLIENT-TROUVE
                       MOVE "W" TO ALERTE-SOURCE
                       MOVE SPACES TO ALERTE-REFERENCE
                       MOVE HIT-NUMBER TO ALERTE-REFERENCE
                       MOVE HIT-DATE TO ALERTE-DATE
                       MOVE ZERO TO ALERTE-MONTANT
                       PERFORM VERSER-ALERTE
                       IF ALERTE-VERSEE
                           SET HIT-EN-DOSSIER TO TRUE
                           REWRITE WATCHLIST-HIT-RECORD
                               INVALID KEY
                                   DISPLAY "Erreur mise a jour du hit "
                                           HIT-NUMBER
                           END-REWRITE
                       END-IF
                   ELSE
                       ADD 1 TO UNLINKED-COUNT
                       DISPLAY "Hit " HIT-NUMBER " sans client "
                               "identifiable : a rattacher."
                   END-IF
               END-IF
           END-IF.

      *    The reference WLSCAN and the customer entry write: ID
      *    and the customer number, or CPT and the bulk-movement
      *    account; failing both, the matched name pair.
       RATTACHER-HIT-CLIENT.
           MOVE "N" TO CLIENT-TROUVE-SWITCH
           EVALUATE TRUE
               WHEN HIT-REFERENCE(1:2) = "ID"
                       AND HIT-REFERENCE(3:6) IS NUMERIC
                   MOVE HIT-REFERENCE(3:6) TO CLIENT-DOSSIER
                   SET CLIENT-TROUVE TO TRUE
               WHEN HIT-REFERENCE(1:3) = "CPT"
                       AND HIT-REFERENCE(4:5) IS NUMERIC
                   MOVE HIT-REFERENCE(4:5) TO XREF-ACCOUNT-ID
                   PERFORM LIRE-TITULAIRE-COMPTE
               WHEN OTHER
                   IF CUSTNIDX-STATUS NOT = "35"
                       MOVE HIT-NOM TO NIDX-NOM
                       MOVE HIT-PRENOM TO NIDX-PRENOM
                       READ CUSTOMER-NAME-INDEX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE NIDX-CUST-ID TO CLIENT-DOSSIER
                               SET CLIENT-TROUVE TO TRUE
                       END-READ
                   END-IF
           END-EVALUATE.

       LIRE-TITULAIRE-COMPTE.
           IF ACCTXREF-STATUS NOT = "35"
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO CLIENT-DOSSIER
                       SET CLIENT-TROUVE TO TRUE
               END-READ
           END-IF.

       VERSER-EXCEPTIONS-MOUVEMENTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT EXCEPTION-DATA-FILE
           IF EXCEPTION-DATA-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF

           PERFORM VERSER-EXCEPTION-SUIVANTE UNTIL SCAN-EOF

           IF EXCEPTION-DATA-STATUS NOT = "35"
               CLOSE EXCEPTION-DATA-FILE
           END-IF.

      *    The exception file is rewritten by every LARGEMVT run: a
      *    single movement is reported once, but an account's window
      *    cumul comes back every run while it stays over the bar.
      *    VERSER-ALERTE files each alert once across all the
      *    customer's cases.
       VERSER-EXCEPTION-SUIVANTE.
           READ EXCEPTION-DATA-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               MOVE "N" TO CLIENT-TROUVE-SWITCH
               MOVE LMX-COMPTE TO XREF-ACCOUNT-ID
               PERFORM LIRE-TITULAIRE-COMPTE
               IF CLIENT-TROUVE
                   MOVE LMX-TYPE TO ALERTE-SOURCE
                   MOVE SPACES TO ALERTE-REFERENCE
                   MOVE LMX-COMPTE TO ALERTE-REFERENCE
                   MOVE LMX-DATE TO ALERTE-DATE
                   MOVE LMX-MONTANT TO ALERTE-MONTANT
                   PERFORM VERSER-ALERTE
               ELSE
                   ADD 1 TO UNLINKED-COUNT
                   DISPLAY "Compte " LMX-COMPTE " sans titulaire "
                           "au referentiel : exception non versee."
               END-IF
           END-IF.

      *    Files one alert in the customer's open case, opening one
      *    if needed. An alert a closed case already settled is not
      *    filed again - the decision on it stands; an alert already
      *    in the open case is not doubled, and a window cumul
      *    already there is brought up to date instead, the account
      *    having one running cumul.
       VERSER-ALERTE.
           MOVE "N" TO ALERTE-CONNUE-SWITCH
           PERFORM CHERCHER-ALERTE-CLASSEE
           IF ALERTE-CONNUE
               ADD 1 TO SETTLED-COUNT
           ELSE
               PERFORM VERSER-ALERTE-DOSSIER
           END-IF.

       VERSER-ALERTE-DOSSIER.
           MOVE "N" TO ALERTE-VERSEE-SWITCH
           MOVE "N" TO DOSSIER-NOUVEAU-SWITCH
           PERFORM TROUVER-DOSSIER-OUVERT
           IF NOT DOSSIER-TROUVE
               PERFORM PREPARER-NOUVEAU-DOSSIER
           END-IF

           MOVE "N" TO ALERTE-CONNUE-SWITCH
           PERFORM COMPARER-ALERTE
               VARYING ALR-IDX FROM 1 BY 1
                   UNTIL ALR-IDX > CAS-NB-ALERTES OR ALERTE-CONNUE

           EVALUATE TRUE
               WHEN ALERTE-CONNUE
                   SET ALERTE-VERSEE TO TRUE
               WHEN CAS-NB-ALERTES >= 20
                   DISPLAY "Table des alertes pleine : dossier "
                           CAS-CUST-ID "/" CAS-SEQ " alerte "
                           ALERTE-SOURCE " " ALERTE-REFERENCE
                           " ignoree."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO CAS-NB-ALERTES
                   MOVE ALERTE-SOURCE
                       TO CAS-ALR-SOURCE(CAS-NB-ALERTES)
                   MOVE ALERTE-REFERENCE
                       TO CAS-ALR-REFERENCE(CAS-NB-ALERTES)
                   MOVE ALERTE-DATE TO CAS-ALR-DATE(CAS-NB-ALERTES)
                   MOVE ALERTE-MONTANT
                       TO CAS-ALR-MONTANT(CAS-NB-ALERTES)
                   SET ALERTE-VERSEE TO TRUE
                   ADD 1 TO FILED-COUNT
           END-EVALUATE

           IF DOSSIER-NOUVEAU
               IF ALERTE-VERSEE
                   WRITE AML-CASE-RECORD
                       INVALID KEY
                           DISPLAY "Erreur creation du dossier "
                                   CAS-CUST-ID "/" CAS-SEQ
                       NOT INVALID KEY
                           ADD 1 TO OPENED-COUNT
                           PERFORM JOURNALISER-OUVERTURE
                   END-WRITE
               END-IF
           ELSE
               REWRITE AML-CASE-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du dossier "
                               CAS-CUST-ID "/" CAS-SEQ
               END-REWRITE
           END-IF.

       COMPARER-ALERTE.
           IF CAS-ALR-SOURCE(ALR-IDX) = ALERTE-SOURCE
                   AND CAS-ALR-REFERENCE(ALR-IDX) = ALERTE-REFERENCE
               EVALUATE TRUE
                   WHEN ALERTE-SOURCE = "C"
                       MOVE ALERTE-DATE TO CAS-ALR-DATE(ALR-IDX)
                       MOVE ALERTE-MONTANT TO CAS-ALR-MONTANT(ALR-IDX)
                       SET ALERTE-CONNUE TO TRUE
                   WHEN ALERTE-SOURCE = "U"
                       IF CAS-ALR-DATE(ALR-IDX) = ALERTE-DATE
                               AND CAS-ALR-MONTANT(ALR-IDX)
                                   = ALERTE-MONTANT
                           SET ALERTE-CONNUE TO TRUE
                       END-IF
                   WHEN OTHER
                       SET ALERTE-CONNUE TO TRUE
               END-EVALUATE
           END-IF.

      *    Every closed case of the customer, oldest first, looking
      *    for the alert. A watchlist hit or a single movement found
      *    there was judged already. A window cumul was judged at
      *    the amount the case last recorded: it is filed again
      *    only once it has grown past that, new money having moved
      *    through the account since the decision.
       CHERCHER-ALERTE-CLASSEE.
           MOVE "N" TO CASE-EOF-SWITCH
           MOVE CLIENT-DOSSIER TO CAS-CUST-ID
           MOVE ZERO TO CAS-SEQ
           START AML-CASE-FILE
                   KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START
           PERFORM LIRE-DOSSIER-CLASSE
               UNTIL CASE-EOF OR ALERTE-CONNUE.

       LIRE-DOSSIER-CLASSE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ
           IF AMLCASE-STATUS NOT = "00"
               SET CASE-EOF TO TRUE
           END-IF
           IF NOT CASE-EOF
               IF CAS-CUST-ID NOT = CLIENT-DOSSIER
                   SET CASE-EOF TO TRUE
               ELSE
                   IF NOT CAS-OUVERT
                       PERFORM COMPARER-ALERTE-CLASSEE
                           VARYING ALR-IDX FROM 1 BY 1
                               UNTIL ALR-IDX > CAS-NB-ALERTES
                                  OR ALERTE-CONNUE
                   END-IF
               END-IF
           END-IF.

       COMPARER-ALERTE-CLASSEE.
           IF CAS-ALR-SOURCE(ALR-IDX) = ALERTE-SOURCE
                   AND CAS-ALR-REFERENCE(ALR-IDX) = ALERTE-REFERENCE
               EVALUATE TRUE
                   WHEN ALERTE-SOURCE = "C"
                       IF ALERTE-MONTANT
                               NOT > CAS-ALR-MONTANT(ALR-IDX)
                           SET ALERTE-CONNUE TO TRUE
                       END-IF
                   WHEN ALERTE-SOURCE = "U"
                       IF CAS-ALR-DATE(ALR-IDX) = ALERTE-DATE
                               AND CAS-ALR-MONTANT(ALR-IDX)
                                   = ALERTE-MONTANT
                           SET ALERTE-CONNUE TO TRUE
                       END-IF
                   WHEN OTHER
                       SET ALERTE-CONNUE TO TRUE
               END-EVALUATE
           END-IF.

      *    A customer has at most one open case; the scan also
      *    notes the last sequence used, for the next case number.
       TROUVER-DOSSIER-OUVERT.
           MOVE "N" TO DOSSIER-TROUVE-SWITCH
           MOVE "N" TO CASE-EOF-SWITCH
           MOVE ZERO TO DERNIER-SEQ
           MOVE CLIENT-DOSSIER TO CAS-CUST-ID
           MOVE ZERO TO CAS-SEQ
           START AML-CASE-FILE
                   KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START
           PERFORM LIRE-DOSSIER-CLIENT
               UNTIL CASE-EOF OR DOSSIER-TROUVE.

       LIRE-DOSSIER-CLIENT.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ
           IF AMLCASE-STATUS NOT = "00"
               SET CASE-EOF TO TRUE
           END-IF
           IF NOT CASE-EOF
               IF CAS-CUST-ID NOT = CLIENT-DOSSIER
                   SET CASE-EOF TO TRUE
               ELSE
                   MOVE CAS-SEQ TO DERNIER-SEQ
                   IF CAS-OUVERT
                       SET DOSSIER-TROUVE TO TRUE
                   END-IF
               END-IF
           END-IF.

       PREPARER-NOUVEAU-DOSSIER.
           SET DOSSIER-NOUVEAU TO TRUE
           MOVE SPACES TO AML-CASE-RECORD
           MOVE CLIENT-DOSSIER TO CAS-CUST-ID
           COMPUTE CAS-SEQ = DERNIER-SEQ + 1
           MOVE "O" TO CAS-STATUT
           MOVE RUN-DATE TO CAS-DATE-OUVERTURE
           MOVE RUN-DATE TO DATE-A-DECALER
           PERFORM PASSER-AU-LENDEMAIN DELAI-JOURS TIMES
           MOVE DATE-A-DECALER TO CAS-ECHEANCE
           MOVE SPACES TO CAS-ANALYSTE
           MOVE ZERO TO CAS-DATE-CLOTURE
           MOVE SPACES TO CAS-DECIDEUR
           MOVE SPACES TO CAS-MOTIF
           MOVE ZERO TO CAS-DATE-DECLARATION
           MOVE ZERO TO CAS-NB-ALERTES
           MOVE ZERO TO CAS-NB-NOTES
           PERFORM INITIALISER-ALERTE
               VARYING ALR-IDX FROM 1 BY 1 UNTIL ALR-IDX > 20
           PERFORM INITIALISER-NOTE
               VARYING NOTE-IDX FROM 1 BY 1 UNTIL NOTE-IDX > 10.

       INITIALISER-ALERTE.
           MOVE SPACE TO CAS-ALR-SOURCE(ALR-IDX)
           MOVE SPACES TO CAS-ALR-REFERENCE(ALR-IDX)
           MOVE ZERO TO CAS-ALR-DATE(ALR-IDX)
           MOVE ZERO TO CAS-ALR-MONTANT(ALR-IDX).

       INITIALISER-NOTE.
           MOVE ZERO TO CAS-NOTE-DATE(NOTE-IDX)
           MOVE SPACES TO CAS-NOTE-AUTEUR(NOTE-IDX)
           MOVE SPACES TO CAS-NOTE-TEXTE(NOTE-IDX).

       JOURNALISER-OUVERTURE.
           MOVE SPACES TO LOG-LINE
           STRING "DOSSIER LCB OUVERT " DELIMITED BY SIZE
                  CAS-CUST-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CAS-SEQ DELIMITED BY SIZE
                  " ECHEANCE " DELIMITED BY SIZE
                  CAS-ECHEANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    Mode C: every case the customer has had, newest last.
       CONSULTER-DOSSIERS.
           PERFORM SAISIR-CLIENT
           IF CLIENT-TROUVE
               MOVE "N" TO CASE-EOF-SWITCH
               MOVE CLIENT-DOSSIER TO CAS-CUST-ID
               MOVE ZERO TO CAS-SEQ
               START AML-CASE-FILE
                       KEY IS NOT LESS THAN CAS-KEY
                   INVALID KEY
                       SET CASE-EOF TO TRUE
               END-START
               MOVE ZERO TO DERNIER-SEQ
               PERFORM AFFICHER-DOSSIER-SUIVANT UNTIL CASE-EOF
               IF DERNIER-SEQ = ZERO
                   DISPLAY "Aucun dossier LCB-FT pour ce client."
               END-IF
           END-IF.

       AFFICHER-DOSSIER-SUIVANT.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ
           IF AMLCASE-STATUS NOT = "00"
               SET CASE-EOF TO TRUE
           END-IF
           IF NOT CASE-EOF
               IF CAS-CUST-ID NOT = CLIENT-DOSSIER
                   SET CASE-EOF TO TRUE
               ELSE
                   MOVE CAS-SEQ TO DERNIER-SEQ
                   PERFORM AFFICHER-DOSSIER
               END-IF
           END-IF.

       AFFICHER-DOSSIER.
           DISPLAY "Dossier " CAS-CUST-ID "/" CAS-SEQ
                   " statut " CAS-STATUT
                   " ouvert le " CAS-DATE-OUVERTURE
                   " echeance " CAS-ECHEANCE
           DISPLAY "  Analyste " CAS-ANALYSTE
           IF NOT CAS-OUVERT
               DISPLAY "  Clos le " CAS-DATE-CLOTURE
                       " par " CAS-DECIDEUR " : "
                       FUNCTION TRIM(CAS-MOTIF)
           END-IF
           IF CAS-DATE-DECLARATION NOT = ZERO
               DISPLAY "  Declaration extraite le "
                       CAS-DATE-DECLARATION
           END-IF
           PERFORM AFFICHER-ALERTE
               VARYING ALR-IDX FROM 1 BY 1
                   UNTIL ALR-IDX > CAS-NB-ALERTES
           PERFORM AFFICHER-NOTE
               VARYING NOTE-IDX FROM 1 BY 1
                   UNTIL NOTE-IDX > CAS-NB-NOTES.

       AFFICHER-ALERTE.
           MOVE CAS-ALR-MONTANT(ALR-IDX) TO DISPLAY-MONTANT
           DISPLAY "  Alerte " CAS-ALR-SOURCE(ALR-IDX)
                   " " CAS-ALR-REFERENCE(ALR-IDX)
                   " du " CAS-ALR-DATE(ALR-IDX)
                   " " DISPLAY-MONTANT.

       AFFICHER-NOTE.
           DISPLAY "  Note " CAS-NOTE-DATE(NOTE-IDX)
                   " " CAS-NOTE-AUTEUR(NOTE-IDX)
                   " : " FUNCTION TRIM(CAS-NOTE-TEXTE(NOTE-IDX)).

       SAISIR-CLIENT.
           MOVE "N" TO CLIENT-TROUVE-SWITCH
           DISPLAY "Numero client ?"
           ACCEPT SAISIE-CLIENT
           IF SAISIE-CLIENT IS NUMERIC
               MOVE SAISIE-CLIENT TO CLIENT-DOSSIER
               SET CLIENT-TROUVE TO TRUE
               PERFORM AFFICHER-IDENTITE-CLIENT
           ELSE
               DISPLAY "Numero client invalide : " SAISIE-CLIENT
           END-IF.

       AFFICHER-IDENTITE-CLIENT.
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-STATUS = "00"
               MOVE CLIENT-DOSSIER TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Client inconnu de CUSTMAST.DAT."
                   NOT INVALID KEY
                       DISPLAY "Client " CUST-ID " "
                               FUNCTION TRIM(CUST-PRENOM) " "
                               FUNCTION TRIM(CUST-NOM)
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

      *    Mode M: analyst, deadline and notes of the open case.
       METTRE-A-JOUR-DOSSIER.
           PERFORM SAISIR-CLIENT
           IF CLIENT-TROUVE
               PERFORM TROUVER-DOSSIER-OUVERT
               IF DOSSIER-TROUVE
                   PERFORM AFFICHER-DOSSIER
                   PERFORM SAISIR-MISE-A-JOUR
               ELSE
                   DISPLAY "Aucun dossier ouvert pour ce client."
               END-IF
           END-IF.

       SAISIR-MISE-A-JOUR.
           DISPLAY "Analyste (vide = inchange) ?"
           ACCEPT SAISIE-ANALYSTE
           IF SAISIE-ANALYSTE NOT = SPACES
               MOVE SAISIE-ANALYSTE TO CAS-ANALYSTE
           END-IF

           DISPLAY "Nouvelle echeance AAAAMMJJ (vide = inchangee) ?"
           ACCEPT SAISIE-ECHEANCE
           IF SAISIE-ECHEANCE NOT = SPACES
               IF SAISIE-ECHEANCE IS NUMERIC
                       AND SAISIE-ECHEANCE >= RUN-DATE
                   MOVE SAISIE-ECHEANCE TO CAS-ECHEANCE
               ELSE
                   DISPLAY "Echeance invalide ou passee : "
                           "inchangee."
               END-IF
           END-IF

           DISPLAY "Note d'investigation (vide = aucune) ?"
           ACCEPT SAISIE-NOTE
           IF SAISIE-NOTE NOT = SPACES
               IF CAS-NB-NOTES >= 10
                   DISPLAY "Table des notes pleine : dossier "
                           CAS-CUST-ID "/" CAS-SEQ " note ignoree."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO CAS-NB-NOTES
                   MOVE RUN-DATE TO CAS-NOTE-DATE(CAS-NB-NOTES)
                   MOVE OPERATEUR-COURANT
                       TO CAS-NOTE-AUTEUR(CAS-NB-NOTES)
                   MOVE SAISIE-NOTE TO CAS-NOTE-TEXTE(CAS-NB-NOTES)
               END-IF
           END-IF

           REWRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du dossier "
                           CAS-CUST-ID "/" CAS-SEQ
               NOT INVALID KEY
                   DISPLAY "Dossier " CAS-CUST-ID "/" CAS-SEQ
                           " mis a jour."
           END-REWRITE.

      *    Mode F: the decision, supervisor only.
       FERMER-DOSSIER.
           IF OPERATEUR-SUPERVISEUR
               PERFORM SAISIR-CLIENT
           ELSE
               DISPLAY "Decision sur un dossier LCB-FT reservee au "
                       "superviseur."
               MOVE SPACES TO LOG-LINE
               STRING "AMLCASE REFUSE NIVEAU " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               MOVE "N" TO CLIENT-TROUVE-SWITCH
           END-IF
           IF CLIENT-TROUVE
               PERFORM TROUVER-DOSSIER-OUVERT
               IF DOSSIER-TROUVE
                   PERFORM AFFICHER-DOSSIER
                   PERFORM SAISIR-DECISION
               ELSE
                   DISPLAY "Aucun dossier ouvert pour ce client."
               END-IF
           END-IF.

       SAISIR-DECISION.
           DISPLAY "Decision (D = declarer a TRACFIN,"
                   " S = classer sans suite) ?"
           ACCEPT SAISIE-DECISION
           MOVE SPACES TO SAISIE-MOTIF
           IF DECISION-DECLARER OR DECISION-SANS-SUITE
               DISPLAY "Motif de la decision ?"
               ACCEPT SAISIE-MOTIF
           END-IF
           EVALUATE TRUE
               WHEN NOT DECISION-DECLARER AND NOT DECISION-SANS-SUITE
                   DISPLAY "Decision invalide : dossier laisse "
                           "ouvert."
               WHEN SAISIE-MOTIF = SPACES
                   DISPLAY "Motif obligatoire : dossier laisse "
                           "ouvert."
               WHEN OTHER
                   PERFORM ENREGISTRER-DECISION
           END-EVALUATE.

       ENREGISTRER-DECISION.
           MOVE SAISIE-DECISION TO CAS-STATUT
           MOVE RUN-DATE TO CAS-DATE-CLOTURE
           MOVE OPERATEUR-COURANT TO CAS-DECIDEUR
           MOVE SAISIE-MOTIF TO CAS-MOTIF
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du dossier "
                           CAS-CUST-ID "/" CAS-SEQ
               NOT INVALID KEY
                   DISPLAY "Dossier " CAS-CUST-ID "/" CAS-SEQ
                           " clos, decision " CAS-STATUT "."
                   MOVE SPACES TO LOG-LINE
                   STRING "DOSSIER LCB CLOS " DELIMITED BY SIZE
                          CAS-CUST-ID DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          CAS-SEQ DELIMITED BY SIZE
                          " DECISION " DELIMITED BY SIZE
                          CAS-STATUT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
           END-REWRITE.

       PASSER-AU-LENDEMAIN.
           MOVE DATE-A-DECALER(1:4) TO LEND-YEAR
           MOVE DATE-A-DECALER(5:2) TO LEND-MONTH
           MOVE DATE-A-DECALER(7:2) TO LEND-DAY
           MOVE LEND-MOIS-JOURS(LEND-MONTH) TO LEND-MOIS-LONGUEUR
           IF LEND-MONTH = 2
               DIVIDE LEND-YEAR BY 4 GIVING LEND-ANNEE-QUOT
                   REMAINDER LEND-ANNEE-RESTE
               IF LEND-ANNEE-RESTE = 0
                   MOVE 29 TO LEND-MOIS-LONGUEUR
                   DIVIDE LEND-YEAR BY 100 GIVING LEND-ANNEE-QUOT
                       REMAINDER LEND-ANNEE-RESTE
                   IF LEND-ANNEE-RESTE = 0
                       DIVIDE LEND-YEAR BY 400
                           GIVING LEND-ANNEE-QUOT
                           REMAINDER LEND-ANNEE-RESTE
                       IF LEND-ANNEE-RESTE NOT = 0
                           MOVE 28 TO LEND-MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO LEND-DAY
           IF LEND-DAY > LEND-MOIS-LONGUEUR
               MOVE 1 TO LEND-DAY
               ADD 1 TO LEND-MONTH
               IF LEND-MONTH > 12
                   MOVE 1 TO LEND-MONTH
                   ADD 1 TO LEND-YEAR
               END-IF
           END-IF
           COMPUTE DATE-A-DECALER = LEND-YEAR * 10000
                                  + LEND-MONTH * 100
                                  + LEND-DAY.

      *    Same stale-session rule as MAJCOMPTE: a leftover from a
      *    previous day is not a sign-on.
       LIRE-SESSION-OPERATEUR.
           MOVE "N" TO SESSION-OK-SWITCH
           ACCEPT SESSION-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-SESSION-FILE
           IF OPERSESS-STATUS = "00"
               READ OPERATOR-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESS-DATE = SESSION-DATE-JOUR
                           MOVE SESS-OPER-ID TO OPERATEUR-COURANT
                           MOVE SESS-NIVEAU TO NIVEAU-COURANT
                           SET SESSION-OK TO TRUE
                       ELSE
                           DISPLAY "Session operateur perimee du "
                                   SESS-DATE " : se reconnecter "
                                   "via PILOTE."
                       END-IF
               END-READ
               CLOSE OPERATOR-SESSION-FILE
           END-IF.

      *    OPERLOG.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the audit log.
       ECRIRE-LOG-OPERATEUR.
           OPEN EXTEND OPERATOR-LOG-FILE
           IF OPERLOG-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOG-FILE
               CLOSE OPERATOR-LOG-FILE
               OPEN EXTEND OPERATOR-LOG-FILE
           END-IF
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE SPACES TO OPERATOR-LOG-RECORD
           STRING LOG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-LINE DELIMITED BY SIZE
               INTO OPERATOR-LOG-RECORD
           WRITE OPERATOR-LOG-RECORD
           CLOSE OPERATOR-LOG-FILE.
