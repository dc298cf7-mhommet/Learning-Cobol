       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE.

      *    Monthly bank statement (releve de compte): one document per
      *    holder under the CMPNYPRF letterhead, and in it, for each
      *    of the holder's accounts, the opening balance, every
      *    movement of the month with its date, label and debit or
      *    credit, and the closing balance. The movements are the
      *    TRANSACTIONS rows - every terminal and batch program posts
      *    there, the teller's included - and the teller journal
      *    TELLERJR.DAT only names the ones that crossed the counter.
      *    Balances are rebuilt from the current COMPTES balance
      *    minus the movements booked since, the AGIOS way. Before a
      *    single page is printed every account's opening balance is
      *    checked against the closing balance of its previous
      *    statement in RELVHIST.DAT; one mismatch and nothing is
      *    issued.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    A joint account's statement is issued once, in the
      *    titulaire's document, and names every co-titulaire under
      *    the account heading.
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

           SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-COMPTE
               FILE STATUS IS ACCTSTAT-STATUS.

           SELECT TELLER-JOURNAL-FILE ASSIGN TO "TELLERJR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELLER-JOURNAL-STATUS.

           SELECT STATEMENT-HISTORY-FILE ASSIGN TO "RELVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-COMPTE
               FILE STATUS IS RELVHIST-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

      *    The month to state, AAAAMM, the same SYSIN idea as
      *    VTEPARM.DAT; absent, the month before the run date.
           SELECT STATEMENT-PARM-FILE ASSIGN TO "RELVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-PARM-STATUS.

      *    Appended so the file is an archive of every statement
      *    ever sent, same as CUSTSTMT.PRN.
           SELECT STATEMENT-DOC-FILE ASSIGN TO "RELEVE.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-DOC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD TELLER-JOURNAL-FILE.
       01 TELLER-JOURNAL-RECORD.
           05 JR-DATE          PIC 9(8).
           05 JR-TIME          PIC 9(8).
           05 JR-COMPTE        PIC 9(5).
           05 JR-TYPE          PIC X(01).
           05 JR-MONTANT       PIC 9(7)V99.
           05 JR-SOLDE         PIC S9(7)V99.
           05 JR-OPER          PIC X(08).

       FD STATEMENT-HISTORY-FILE.
       COPY "RELVHIST.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD STATEMENT-PARM-FILE.
       01 STATEMENT-PARM-RECORD.
           05 STATEMENT-PARM-MOIS PIC 9(6).

       FD STATEMENT-DOC-FILE.
       01 STATEMENT-DOC-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 CUSTMAST-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 TELLER-JOURNAL-STATUS PIC X(02).
       01 RELVHIST-STATUS       PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 STATEMENT-PARM-STATUS PIC X(02).
       01 STATEMENT-DOC-STATUS  PIC X(02).

       01 STATUT-DISPO-SW       PIC X(01) VALUE "N".
           88 STATUT-DISPO         VALUE "Y".
       01 CUST-EOF-SWITCH       PIC X(01) VALUE "N".
           88 CUST-EOF             VALUE "Y".
       01 XREF-EOF-SWITCH       PIC X(01).
           88 XREF-EOF             VALUE "Y".
       01 HOLD-DISPO-SW         PIC X(01) VALUE "N".
           88 HOLD-DISPO           VALUE "Y".
       01 HOLD-EOF-SWITCH       PIC X(01).
           88 HOLD-EOF             VALUE "Y".
       01 JOURNAL-EOF-SWITCH    PIC X(01).
           88 JOURNAL-EOF          VALUE "Y".
       01 MVT-EOF-SWITCH        PIC X(01).
           88 MVT-EOF              VALUE "Y".

      *    The holder walk runs twice: first to check every opening
      *    balance, then, only if all of them hold, to print.
       01 PHASE-SWITCH          PIC X(01).
           88 PHASE-CONTROLE       VALUE "C".
           88 PHASE-EMISSION       VALUE "E".
       01 COMPTE-RETENU-SW      PIC X(01).
           88 COMPTE-RETENU        VALUE "Y".
       01 DOC-OUVERT-SW         PIC X(01).
           88 DOC-OUVERT           VALUE "Y".
       01 HISTO-TROUVE-SW       PIC X(01).
           88 HISTO-TROUVE         VALUE "Y".
       01 REEMISSION-SW         PIC X(01).
           88 REEMISSION           VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 RUN-DATE-WS REDEFINES RUN-DATE.
           05 RUN-ANNEE          PIC 9(4).
           05 RUN-MOIS           PIC 9(2).
           05 FILLER             PIC 9(2).

      *    The month stated and its first and last day.
       01 MOIS-RELEVE           PIC 9(6).
       01 MOIS-RELEVE-WS REDEFINES MOIS-RELEVE.
           05 RELEVE-ANNEE       PIC 9(4).
           05 RELEVE-MOIS        PIC 9(2).
       01 DATE-DEBUT            PIC 9(8).
       01 DATE-FIN              PIC 9(8).
       01 DATE-FIN-WS REDEFINES DATE-FIN.
           05 FIN-ANNEE          PIC 9(4).
           05 FIN-MOIS           PIC 9(2).
           05 FIN-JOUR           PIC 9(2).
       01 JOURS-MOIS-VALUES.
           05 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 JOURS-MOIS-TABLE REDEFINES JOURS-MOIS-VALUES.
           05 JOURS-MOIS OCCURS 12 TIMES PIC 9(2).
       01 BISSEXTILE-QUOTIENT   PIC 9(4).
       01 BISSEXTILE-RESTE-4    PIC 9(4).
       01 BISSEXTILE-RESTE-100  PIC 9(4).
       01 BISSEXTILE-RESTE-400  PIC 9(4).

       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(7)V99.
       01 MOUVEMENTS-DEPUIS     PIC S9(9)V99.
       01 MOUVEMENTS-APRES      PIC S9(9)V99.
       01 SOLDE-OUVERTURE       PIC S9(9)V99.
       01 SOLDE-CLOTURE         PIC S9(9)V99.
       01 SOLDE-ATTENDU         PIC S9(9)V99.
       01 TOTAL-DEBITS          PIC S9(9)V99.
       01 TOTAL-CREDITS         PIC S9(9)V99.
       01 NUMERO-RELEVE         PIC 9(4).

       01 MVT-DATE-SQL          PIC X(10).
       01 MVT-MONTANT           PIC S9(7)V99.
       01 MVT-MONTANT-ABS       PIC 9(7)V99.
       01 MVT-DATE-WS.
           05 MVT-DATE-ANNEE     PIC 9(4).
           05 MVT-DATE-MOIS      PIC 9(2).
           05 MVT-DATE-JOUR      PIC 9(2).
       01 MVT-DATE-NUM REDEFINES MVT-DATE-WS PIC 9(8).
       01 MVT-LIBELLE           PIC X(30).
      *    The movement's own label and ordering party, written by
      *    the programs that know them (VIRRECU, SECSETL, SUCCMNT
      *    and the like) and null on teller and batch movements; a
      *    label beyond the column and the ordering party print on
      *    the lines under the movement.
       01 MVT-LIBELLE-DB        PIC X(60).
       01 MVT-DONNEUR           PIC X(35).

      *    The account's counter movements of the month off
      *    TELLERJR.DAT, each usable once to label one TRANSACTIONS
      *    row of the same day, direction and amount. Past 200 in a
      *    month the rest print under the generic label and the run
      *    ends with return code 4.
       01 GUICHET-COUNT         PIC 9(3).
       01 GUICHET-IDX           PIC 9(3).
       01 GUICHET-TABLE.
           05 GUICHET-ENTRY OCCURS 200 TIMES.
               10 GT-DATE           PIC 9(8).
               10 GT-TYPE           PIC X(01).
               10 GT-MONTANT        PIC 9(7)V99.
               10 GT-PRIS-SW        PIC X(01).
                   88 GT-PRIS          VALUE "Y".
       01 GUICHET-TROUVE-SW     PIC X(01).
           88 GUICHET-TROUVE       VALUE "Y".
       01 GUICHET-PLEINE-SW     PIC X(01) VALUE "N".
           88 GUICHET-PLEINE       VALUE "Y".
       01 GUICHET-TYPE-CHERCHE  PIC X(01).

      *    Letterhead loaded from CMPNYPRF.DAT once per run, same
      *    fall-back as CUSTSTMT when the profile is missing.
       01 COMPANY-NAME-LINE     PIC X(40)
               VALUE "ACME DISTRIBUTION SARL".
       01 PROFIL-CHARGE-SWITCH  PIC X(01) VALUE "N".
           88 PROFIL-CHARGE        VALUE "Y".
       01 PROFIL-SOCIETE.
           05 PRF-NAME          PIC X(40).
           05 PRF-ADDR-1        PIC X(40).
           05 PRF-ADDR-2        PIC X(40).
           05 PRF-POSTCODE      PIC X(05).
           05 PRF-CITY          PIC X(25).
           05 PRF-SIRET         PIC X(14).
           05 PRF-RCS           PIC X(30).
           05 PRF-TVA-INTRA     PIC X(13).
           05 PRF-FOOTER        PIC X(60).

       01 ANOMALIE-COUNT        PIC 9(5) VALUE ZERO.
       01 SANS-SOLDE-COUNT      PIC 9(5) VALUE ZERO.
       01 DOCUMENT-COUNT        PIC 9(5) VALUE ZERO.
       01 RELEVE-COUNT          PIC 9(5) VALUE ZERO.

       01 DOC-LINE              PIC X(80).
       01 DISPLAY-DATE          PIC X(10).
       01 DISPLAY-SOLDE         PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-SOLDE-2       PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-MOIS
           PERFORM CALCULER-BORNES-MOIS

           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT indisponible ("
                       CUSTMAST-STATUS ") : aucun releve emis."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS NOT = "00"
               DISPLAY "ACCTXREF.DAT indisponible ("
                       ACCTXREF-STATUS ") : aucun releve emis."
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-STATUS-FILE
           IF ACCTSTAT-STATUS = "00"
               SET STATUT-DISPO TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               SET HOLD-DISPO TO TRUE
           END-IF

      *    RELVHIST.DAT does not exist before the first run; create
      *    it empty, every account then starts its series here.
           OPEN I-O STATEMENT-HISTORY-FILE
           IF RELVHIST-STATUS = "35"
               OPEN OUTPUT STATEMENT-HISTORY-FILE
               CLOSE STATEMENT-HISTORY-FILE
               OPEN I-O STATEMENT-HISTORY-FILE
           END-IF

           SET PHASE-CONTROLE TO TRUE
           PERFORM PARCOURIR-TITULAIRES

           IF ANOMALIE-COUNT > ZERO
               MOVE ANOMALIE-COUNT TO DISPLAY-COUNT
               DISPLAY "Releves du mois " MOIS-RELEVE
                       " non emis : " DISPLAY-COUNT
                       " solde(s) d'ouverture en ecart."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHARGER-PROFIL-SOCIETE
               PERFORM OUVRIR-DOCUMENT-RELEVE
               SET PHASE-EMISSION TO TRUE
               PERFORM PARCOURIR-TITULAIRES
               CLOSE STATEMENT-DOC-FILE

               MOVE DOCUMENT-COUNT TO DISPLAY-COUNT
               DISPLAY "Documents emis (titulaires)   : "
                       DISPLAY-COUNT
               MOVE RELEVE-COUNT TO DISPLAY-COUNT
               DISPLAY "Releves de compte emis        : "
                       DISPLAY-COUNT
               IF SANS-SOLDE-COUNT > ZERO
                   MOVE SANS-SOLDE-COUNT TO DISPLAY-COUNT
                   DISPLAY "Comptes absents de COMPTES    : "
                           DISPLAY-COUNT
               END-IF
               IF GUICHET-PLEINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-XREF-FILE
           IF STATUT-DISPO
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           IF HOLD-DISPO
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF
           CLOSE STATEMENT-HISTORY-FILE
           GOBACK.

       LIRE-PARM-MOIS.
           IF RUN-MOIS = 1
               COMPUTE RELEVE-ANNEE = RUN-ANNEE - 1
               MOVE 12 TO RELEVE-MOIS
           ELSE
               MOVE RUN-ANNEE TO RELEVE-ANNEE
               COMPUTE RELEVE-MOIS = RUN-MOIS - 1
           END-IF
           OPEN INPUT STATEMENT-PARM-FILE
           IF STATEMENT-PARM-STATUS = "00"
               READ STATEMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STATEMENT-PARM-MOIS(5:2) >= "01"
                               AND STATEMENT-PARM-MOIS(5:2) <= "12"
                           MOVE STATEMENT-PARM-MOIS TO MOIS-RELEVE
                       END-IF
               END-READ
               CLOSE STATEMENT-PARM-FILE
           END-IF.

       CALCULER-BORNES-MOIS.
           COMPUTE DATE-DEBUT = MOIS-RELEVE * 100 + 1
           MOVE RELEVE-ANNEE TO FIN-ANNEE
           MOVE RELEVE-MOIS TO FIN-MOIS
           MOVE JOURS-MOIS(RELEVE-MOIS) TO FIN-JOUR
           IF RELEVE-MOIS = 2
               DIVIDE RELEVE-ANNEE BY 4 GIVING BISSEXTILE-QUOTIENT
                   REMAINDER BISSEXTILE-RESTE-4
               DIVIDE RELEVE-ANNEE BY 100 GIVING BISSEXTILE-QUOTIENT
                   REMAINDER BISSEXTILE-RESTE-100
               DIVIDE RELEVE-ANNEE BY 400 GIVING BISSEXTILE-QUOTIENT
                   REMAINDER BISSEXTILE-RESTE-400
               IF BISSEXTILE-RESTE-4 = 0
                       AND (BISSEXTILE-RESTE-100 NOT = 0
                            OR BISSEXTILE-RESTE-400 = 0)
                   MOVE 29 TO FIN-JOUR
               END-IF
           END-IF.

       OUVRIR-DOCUMENT-RELEVE.
           OPEN EXTEND STATEMENT-DOC-FILE
           IF STATEMENT-DOC-STATUS = "35"
               OPEN OUTPUT STATEMENT-DOC-FILE
               CLOSE STATEMENT-DOC-FILE
               OPEN EXTEND STATEMENT-DOC-FILE
           END-IF.

      *    Company 0's letterhead: the entity that keeps the
      *    accounts, as on CUSTSTMT's statement.
       CHARGER-PROFIL-SOCIETE.
           MOVE "N" TO PROFIL-CHARGE-SWITCH
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE ZERO TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-PROFILE-RECORD(2:)
                           TO PROFIL-SOCIETE
                       SET PROFIL-CHARGE TO TRUE
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF NOT PROFIL-CHARGE
               DISPLAY "CMPNYPRF.DAT absent : en-tete de releve "
                       "incomplet, saisir le profil via CMPNYMNT."
           END-IF.

       PARCOURIR-TITULAIRES.
           MOVE "N" TO CUST-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   SET CUST-EOF TO TRUE
           END-START
           PERFORM TRAITER-TITULAIRE-SUIVANT UNTIL CUST-EOF.

      *    One document per holder, opened on the first account that
      *    has a statement due so a holder with none gets no page.
       TRAITER-TITULAIRE-SUIVANT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
           END-READ
           IF CUSTMAST-STATUS NOT = "00"
               SET CUST-EOF TO TRUE
           END-IF
           IF NOT CUST-EOF
               MOVE "N" TO DOC-OUVERT-SW
               MOVE "N" TO XREF-EOF-SWITCH
               MOVE LOW-VALUES TO XREF-ACCOUNT-ID
               START ACCOUNT-XREF-FILE
                       KEY IS NOT LESS THAN XREF-ACCOUNT-ID
                   INVALID KEY
                       SET XREF-EOF TO TRUE
               END-START
               PERFORM EXAMINER-XREF-SUIVANT UNTIL XREF-EOF
               IF DOC-OUVERT
                   PERFORM CLORE-DOCUMENT-TITULAIRE
               END-IF
           END-IF.

       EXAMINER-XREF-SUIVANT.
           READ ACCOUNT-XREF-FILE NEXT RECORD
               AT END
                   SET XREF-EOF TO TRUE
           END-READ
           IF ACCTXREF-STATUS NOT = "00"
               SET XREF-EOF TO TRUE
           END-IF
           IF NOT XREF-EOF
               IF XREF-CUST-ID = CUST-ID
                   MOVE XREF-ACCOUNT-ID TO ID-COMPTE
                   PERFORM VERIFIER-COMPTE-RETENU
                   IF COMPTE-RETENU
                       PERFORM CALCULER-SOLDES-MOIS
                   END-IF
                   IF COMPTE-RETENU
                       IF PHASE-CONTROLE
                           PERFORM CONTROLER-OUVERTURE
                       ELSE
                           PERFORM EMETTRE-RELEVE-COMPTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Every account not closed before the month opened: a
      *    blocked account still moves (charges, interest) and an
      *    account closed during the month gets its final statement.
      *    No ACCTSTAT record means active, as everywhere else.
       VERIFIER-COMPTE-RETENU.
           SET COMPTE-RETENU TO TRUE
           IF STATUT-DISPO
               MOVE ID-COMPTE TO AST-COMPTE
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-CLOTURE
                               AND AST-STATUT-DATE < DATE-DEBUT
                           MOVE "N" TO COMPTE-RETENU-SW
                       END-IF
               END-READ
           END-IF.

      *    Opening and closing balances off the current balance less
      *    what was booked since the first, and since the day after
      *    the last, of the month - the TRANSACTIONS history rebuilds
      *    both, as in AGIOS.
       CALCULER-SOLDES-MOIS.
           EXEC SQL
               SELECT SOLDE
               INTO :SOLDE-COMPTE
               FROM COMPTES
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "N" TO COMPTE-RETENU-SW
               IF PHASE-CONTROLE
                   ADD 1 TO SANS-SOLDE-COUNT
               END-IF
           ELSE
               MOVE ZERO TO MOUVEMENTS-DEPUIS
               EXEC SQL
                   SELECT COALESCE(SUM(MONTANT), 0)
                   INTO :MOUVEMENTS-DEPUIS
                   FROM TRANSACTIONS
                   WHERE ID_COMPTE = :ID-COMPTE
                     AND DATE_TRANSACTION >= :DATE-DEBUT
               END-EXEC
               MOVE ZERO TO MOUVEMENTS-APRES
               EXEC SQL
                   SELECT COALESCE(SUM(MONTANT), 0)
                   INTO :MOUVEMENTS-APRES
                   FROM TRANSACTIONS
                   WHERE ID_COMPTE = :ID-COMPTE
                     AND DATE_TRANSACTION > :DATE-FIN
               END-EXEC
               COMPUTE SOLDE-OUVERTURE
                   = SOLDE-COMPTE - MOUVEMENTS-DEPUIS
               COMPUTE SOLDE-CLOTURE
                   = SOLDE-COMPTE - MOUVEMENTS-APRES
           END-IF.

      *    The previous statement's closing balance is what this one
      *    must open on. Reissuing the month already sent checks
      *    against that statement's own opening instead; a month
      *    older than the last one sent can no longer be stated.
       LIRE-HISTORIQUE-COMPTE.
           MOVE "N" TO HISTO-TROUVE-SW
           MOVE "N" TO REEMISSION-SW
           MOVE ID-COMPTE TO RLH-COMPTE
           READ STATEMENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTO-TROUVE TO TRUE
                   IF RLH-DERNIER-MOIS = MOIS-RELEVE
                       SET REEMISSION TO TRUE
                   END-IF
           END-READ.

       CONTROLER-OUVERTURE.
           PERFORM LIRE-HISTORIQUE-COMPTE
           IF HISTO-TROUVE
               IF RLH-DERNIER-MOIS > MOIS-RELEVE
                   ADD 1 TO ANOMALIE-COUNT
                   DISPLAY "Compte " ID-COMPTE " : releve du mois "
                           RLH-DERNIER-MOIS " deja emis."
               ELSE
                   IF REEMISSION
                       MOVE RLH-SOLDE-OUVERTURE TO SOLDE-ATTENDU
                   ELSE
                       MOVE RLH-SOLDE-CLOTURE TO SOLDE-ATTENDU
                   END-IF
                   IF SOLDE-OUVERTURE NOT = SOLDE-ATTENDU
                       ADD 1 TO ANOMALIE-COUNT
                       MOVE SOLDE-OUVERTURE TO DISPLAY-SOLDE
                       MOVE SOLDE-ATTENDU TO DISPLAY-SOLDE-2
                       DISPLAY "Compte " ID-COMPTE " : ouverture "
                               DISPLAY-SOLDE " <> cloture du releve "
                               "precedent " DISPLAY-SOLDE-2
                   END-IF
               END-IF
           END-IF.

       EMETTRE-RELEVE-COMPTE.
           IF NOT DOC-OUVERT
               PERFORM OUVRIR-DOCUMENT-TITULAIRE
           END-IF
           PERFORM LIRE-HISTORIQUE-COMPTE
           MOVE 1 TO NUMERO-RELEVE
           IF HISTO-TROUVE
               IF REEMISSION
                   MOVE RLH-NUMERO TO NUMERO-RELEVE
               ELSE
                   COMPUTE NUMERO-RELEVE = RLH-NUMERO + 1
               END-IF
           END-IF
           PERFORM CHARGER-GUICHET-COMPTE

           MOVE SPACES TO DOC-LINE
           STRING "COMPTE " DELIMITED BY SIZE
                  ID-COMPTE DELIMITED BY SIZE
                  " - RELEVE NO " DELIMITED BY SIZE
                  NUMERO-RELEVE DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  DATE-FIN DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT
           IF HOLD-DISPO
               PERFORM LISTER-COTITULAIRES
           END-IF
           MOVE SPACES TO DOC-LINE
           STRING "  DATE        LIBELLE                        "
                      DELIMITED BY SIZE
                  "          DEBIT         CREDIT" DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE SOLDE-OUVERTURE TO DISPLAY-SOLDE
           MOVE SPACES TO DOC-LINE
           STRING "  SOLDE D'OUVERTURE AU " DELIMITED BY SIZE
                  DATE-DEBUT DELIMITED BY SIZE
                  "                             " DELIMITED BY SIZE
                  DISPLAY-SOLDE DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE ZERO TO TOTAL-DEBITS
           MOVE ZERO TO TOTAL-CREDITS
           PERFORM LISTER-MOUVEMENTS-MOIS

           MOVE TOTAL-DEBITS TO DISPLAY-DEBIT
           MOVE TOTAL-CREDITS TO DISPLAY-CREDIT
           MOVE SPACES TO DOC-LINE
           STRING "              TOTAL DES MOUVEMENTS            "
                      DELIMITED BY SIZE
                  DISPLAY-DEBIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-CREDIT DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE SOLDE-CLOTURE TO DISPLAY-SOLDE
           MOVE SPACES TO DOC-LINE
           STRING "  SOLDE DE CLOTURE AU " DELIMITED BY SIZE
                  DATE-FIN DELIMITED BY SIZE
                  "                              " DELIMITED BY SIZE
                  DISPLAY-SOLDE DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT
           MOVE SPACES TO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           PERFORM ENREGISTRER-HISTORIQUE
           ADD 1 TO RELEVE-COUNT.

       LISTER-COTITULAIRES.
           MOVE "N" TO HOLD-EOF-SWITCH
           MOVE ID-COMPTE TO AHD-COMPTE
           MOVE ZERO TO AHD-CUST-ID
           START ACCOUNT-HOLDER-FILE
                   KEY IS NOT LESS THAN AHD-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START
           PERFORM ECRIRE-COTITULAIRE-SUIVANT UNTIL HOLD-EOF.

       ECRIRE-COTITULAIRE-SUIVANT.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = ID-COMPTE
                   SET HOLD-EOF TO TRUE
               END-IF
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COTITULAIRE
                   MOVE SPACES TO DOC-LINE
                   STRING "  CO-TITULAIRE : " DELIMITED BY SIZE
                          AHD-CUST-PRENOM DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          AHD-CUST-NOM DELIMITED BY "  "
                       INTO DOC-LINE
                   PERFORM ECRIRE-LIGNE-DOCUMENT
               END-IF
           END-IF.

       ENREGISTRER-HISTORIQUE.
           MOVE ID-COMPTE TO RLH-COMPTE
           MOVE MOIS-RELEVE TO RLH-DERNIER-MOIS
           MOVE NUMERO-RELEVE TO RLH-NUMERO
           MOVE SOLDE-OUVERTURE TO RLH-SOLDE-OUVERTURE
           MOVE SOLDE-CLOTURE TO RLH-SOLDE-CLOTURE
           MOVE RUN-DATE TO RLH-DATE-EMISSION
           IF HISTO-TROUVE
               REWRITE STATEMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "RELVHIST.DAT : compte " ID-COMPTE
                               " non mis a jour."
               END-REWRITE
           ELSE
               WRITE STATEMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "RELVHIST.DAT : compte " ID-COMPTE
                               " non enregistre."
               END-WRITE
           END-IF.

      *    The month's counter movements of this account only.
       CHARGER-GUICHET-COMPTE.
           MOVE ZERO TO GUICHET-COUNT
           MOVE "N" TO JOURNAL-EOF-SWITCH
           OPEN INPUT TELLER-JOURNAL-FILE
           IF TELLER-JOURNAL-STATUS NOT = "00"
               SET JOURNAL-EOF TO TRUE
           END-IF
           PERFORM CHARGER-GUICHET-SUIVANT UNTIL JOURNAL-EOF
           IF TELLER-JOURNAL-STATUS NOT = "35"
               CLOSE TELLER-JOURNAL-FILE
           END-IF.

       CHARGER-GUICHET-SUIVANT.
           READ TELLER-JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ
           IF NOT JOURNAL-EOF
               IF JR-COMPTE = ID-COMPTE
                       AND JR-DATE >= DATE-DEBUT
                       AND JR-DATE <= DATE-FIN
                   IF GUICHET-COUNT < 200
                       ADD 1 TO GUICHET-COUNT
                       MOVE JR-DATE TO GT-DATE(GUICHET-COUNT)
                       MOVE JR-TYPE TO GT-TYPE(GUICHET-COUNT)
                       MOVE JR-MONTANT TO GT-MONTANT(GUICHET-COUNT)
                       MOVE "N" TO GT-PRIS-SW(GUICHET-COUNT)
                   ELSE
                       IF NOT GUICHET-PLEINE
                           DISPLAY "RELEVE : plus de 200 operations "
                                   "guichet sur le compte " ID-COMPTE
                                   ", libelle generique au-dela."
                       END-IF
                       SET GUICHET-PLEINE TO TRUE
                   END-IF
               END-IF
           END-IF.

       LISTER-MOUVEMENTS-MOIS.
           MOVE "N" TO MVT-EOF-SWITCH
           EXEC SQL
               DECLARE CUR-RELEVE-MVTS CURSOR FOR
                   SELECT CHAR(DATE_TRANSACTION, ISO), MONTANT,
                          COALESCE(LIBELLE, ' '),
                          COALESCE(DONNEUR_ORDRE, ' ')
                   FROM TRANSACTIONS
                   WHERE ID_COMPTE = :ID-COMPTE
                     AND DATE_TRANSACTION >= :DATE-DEBUT
                     AND DATE_TRANSACTION <= :DATE-FIN
                   ORDER BY DATE_TRANSACTION
           END-EXEC
           EXEC SQL
               OPEN CUR-RELEVE-MVTS
           END-EXEC

           PERFORM LIRE-MVT-SUIVANT
           PERFORM ECRIRE-UN-MVT UNTIL MVT-EOF

           EXEC SQL
               CLOSE CUR-RELEVE-MVTS
           END-EXEC.

       LIRE-MVT-SUIVANT.
           EXEC SQL
               FETCH CUR-RELEVE-MVTS
               INTO :MVT-DATE-SQL, :MVT-MONTANT, :MVT-LIBELLE-DB,
                    :MVT-DONNEUR
           END-EXEC
           IF SQLCODE NOT = 0
               SET MVT-EOF TO TRUE
           END-IF.

       ECRIRE-UN-MVT.
           MOVE MVT-DATE-SQL(1:4) TO MVT-DATE-ANNEE
           MOVE MVT-DATE-SQL(6:2) TO MVT-DATE-MOIS
           MOVE MVT-DATE-SQL(9:2) TO MVT-DATE-JOUR
           MOVE SPACES TO DISPLAY-DATE
           STRING MVT-DATE-SQL(9:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MVT-DATE-SQL(6:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MVT-DATE-SQL(1:4) DELIMITED BY SIZE
               INTO DISPLAY-DATE

           IF MVT-MONTANT < ZERO
               COMPUTE MVT-MONTANT-ABS = 0 - MVT-MONTANT
           ELSE
               MOVE MVT-MONTANT TO MVT-MONTANT-ABS
           END-IF
           PERFORM NOMMER-MOUVEMENT

           MOVE SPACES TO DOC-LINE
           IF MVT-MONTANT < ZERO
               ADD MVT-MONTANT-ABS TO TOTAL-DEBITS
               MOVE MVT-MONTANT-ABS TO DISPLAY-DEBIT
               STRING "  " DELIMITED BY SIZE
                      DISPLAY-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MVT-LIBELLE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      DISPLAY-DEBIT DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               ADD MVT-MONTANT-ABS TO TOTAL-CREDITS
               MOVE MVT-MONTANT-ABS TO DISPLAY-CREDIT
               STRING "  " DELIMITED BY SIZE
                      DISPLAY-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MVT-LIBELLE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      DISPLAY-CREDIT DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-DOCUMENT

           IF MVT-LIBELLE-DB(31:30) NOT = SPACES
               MOVE SPACES TO DOC-LINE
               MOVE MVT-LIBELLE-DB(31:30) TO DOC-LINE(15:30)
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF
           IF MVT-DONNEUR NOT = SPACES
               MOVE SPACES TO DOC-LINE
               MOVE "DE" TO DOC-LINE(15:2)
               MOVE MVT-DONNEUR TO DOC-LINE(18:35)
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF

           PERFORM LIRE-MVT-SUIVANT.

      *    A counter movement of the same day, direction and amount
      *    names the row; anything else was posted by a batch and
      *    only its direction is known. A label stored with the
      *    movement wins over both, the journal line it matches
      *    still being used up so it cannot name another row.
       NOMMER-MOUVEMENT.
           IF MVT-MONTANT < ZERO
               MOVE "R" TO GUICHET-TYPE-CHERCHE
           ELSE
               MOVE "D" TO GUICHET-TYPE-CHERCHE
           END-IF
           MOVE "N" TO GUICHET-TROUVE-SW
           PERFORM EXAMINER-GUICHET
               VARYING GUICHET-IDX FROM 1 BY 1
               UNTIL GUICHET-IDX > GUICHET-COUNT OR GUICHET-TROUVE

           IF GUICHET-TROUVE
               SUBTRACT 1 FROM GUICHET-IDX
               SET GT-PRIS(GUICHET-IDX) TO TRUE
               EVALUATE GT-TYPE(GUICHET-IDX)
                   WHEN "D"
                       MOVE "VERSEMENT AU GUICHET" TO MVT-LIBELLE
                   WHEN "R"
                       MOVE "RETRAIT AU GUICHET" TO MVT-LIBELLE
                   WHEN "E"
                       MOVE "VIREMENT RECU" TO MVT-LIBELLE
                   WHEN OTHER
                       MOVE "VIREMENT EMIS" TO MVT-LIBELLE
               END-EVALUATE
           ELSE
               IF MVT-MONTANT < ZERO
                   MOVE "OPERATION AU DEBIT" TO MVT-LIBELLE
               ELSE
                   MOVE "OPERATION AU CREDIT" TO MVT-LIBELLE
               END-IF
           END-IF
           IF MVT-LIBELLE-DB NOT = SPACES
               MOVE MVT-LIBELLE-DB TO MVT-LIBELLE
           END-IF.

      *    An external virement ("V") leaves the account like a
      *    withdrawal, one received ("E") comes in like a deposit.
       EXAMINER-GUICHET.
           IF NOT GT-PRIS(GUICHET-IDX)
                   AND GT-DATE(GUICHET-IDX) = MVT-DATE-NUM
                   AND GT-MONTANT(GUICHET-IDX) = MVT-MONTANT-ABS
               IF GT-TYPE(GUICHET-IDX) = GUICHET-TYPE-CHERCHE
                       OR (GUICHET-TYPE-CHERCHE = "R"
                           AND GT-TYPE(GUICHET-IDX) = "V")
                       OR (GUICHET-TYPE-CHERCHE = "D"
                           AND GT-TYPE(GUICHET-IDX) = "E")
                   SET GUICHET-TROUVE TO TRUE
               END-IF
           END-IF.

       OUVRIR-DOCUMENT-TITULAIRE.
           SET DOC-OUVERT TO TRUE
           ADD 1 TO DOCUMENT-COUNT
           PERFORM ECRIRE-ENTETE-SOCIETE

           MOVE SPACES TO DOC-LINE
           STRING "RELEVE DE COMPTE - MOIS " DELIMITED BY SIZE
                  MOIS-RELEVE DELIMITED BY SIZE
                  "    EDITE LE " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE SPACES TO DOC-LINE
           STRING "CLIENT NO " DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  CUST-PRENOM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-NOM DELIMITED BY "  "
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE SPACES TO DOC-LINE
           STRING "  " DELIMITED BY SIZE
                  CUST-ADDR-LINE-1 DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-POSTCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY "  "
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT

           MOVE SPACES TO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT.

       CLORE-DOCUMENT-TITULAIRE.
           IF PROFIL-CHARGE AND PRF-FOOTER NOT = SPACES
               MOVE PRF-FOOTER TO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF
           MOVE "---- FIN DE RELEVE ----" TO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT
           MOVE SPACES TO DOC-LINE
           PERFORM ECRIRE-LIGNE-DOCUMENT.

      *    The legally complete letterhead, same block as CUSTSTMT.
       ECRIRE-ENTETE-SOCIETE.
           IF NOT PROFIL-CHARGE
               MOVE COMPANY-NAME-LINE TO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           ELSE
               MOVE PRF-NAME TO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
               MOVE PRF-ADDR-1 TO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
               IF PRF-ADDR-2 NOT = SPACES
                   MOVE PRF-ADDR-2 TO DOC-LINE
                   PERFORM ECRIRE-LIGNE-DOCUMENT
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING PRF-POSTCODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRF-CITY DELIMITED BY SIZE
                   INTO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
               MOVE SPACES TO DOC-LINE
               STRING "SIRET " DELIMITED BY SIZE
                      PRF-SIRET DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      PRF-RCS DELIMITED BY "  "
                   INTO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
               MOVE SPACES TO DOC-LINE
               STRING "TVA INTRACOM. : " DELIMITED BY SIZE
                      PRF-TVA-INTRA DELIMITED BY SIZE
                   INTO DOC-LINE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF.

       ECRIRE-LIGNE-DOCUMENT.
           MOVE DOC-LINE TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD.
