      *    Company profile CMPNYMNT maintains: reminder letters
      *    leave the shop and must carry the full letterhead.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

      *    Dated trace of every application made against the
               RECORD KEY IS NIDX-KEY
               FILE STATUS IS CUSTNIDX-STATUS.

      *    What is left of a remittance once every match has been
      *    tried goes to suspense under the customer it came from,
      *    so SUSPMNT can allocate or refund it later instead of it
      *    living on only as a line of the day's report.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUSPENS-STATUS.

      *    Dated exchange rates TVA billed foreign-currency invoices
      *    at: the remittance is converted back at the rate of the
      *    day it arrived, and the difference with the booked rate
      *    is the realised exchange gain or loss.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-STATUS.

      *    The "D" record is the last day GLPOST swept.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

      *    Exchange differences go to the ledger as bank pieces
      *    staged for GLPOST, 666000 or 766000 against 512000.
           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-NAME-INDEX.
       COPY "CUSTNIDX.cpy".

       FD SUSPENSE-FILE.
       COPY "SUSPENS.cpy".

       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           05 FXR-CODE           PIC X(03).
           05 FXR-EFFECTIVE-DATE PIC 9(8).
           05 FXR-RATE           PIC 9(3)V9999.

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 PAYMENT-FILE-STATUS   PIC X(02).
       01 CHEQREG-STATUS        PIC X(02).
       01 NIDX-DISPO-SWITCH     PIC X(01) VALUE "N".
           88 NIDX-DISPO           VALUE "Y".
       01 ID-CLIENT-PAIEMENT    PIC 9(6).
       01 SUSPENS-STATUS        PIC X(02).
       01 CLIENT-SUSPENS        PIC 9(6).
       01 DERNIER-SEQ-SUSPENS   PIC 9(4).
       01 SUSPENS-SCAN-SWITCH   PIC X(01) VALUE "N".
           88 SUSPENS-SCAN-FIN     VALUE "Y".
       01 SUSPENS-COUNT         PIC 9(5) VALUE ZERO.
       01 SETTLEMENT-JOURNAL-STATUS PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 PAYMENT-REPORT-STATUS PIC X(02).

       01 PAYMENT-EOF-SWITCH    PIC X(01) VALUE "N".
           88 PAYMENT-EOF          VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 COMPANY-NAME-LINE     PIC X(40)
               VALUE "ACME DISTRIBUTION SARL".

      *    Letterhead of each chased invoice's company, off
      *    CMPNYPRF.DAT; absent profile falls back to the bare name
      *    line above so the dunning run never blocks, but says so
      *    on the console.
       01 COMPANY-PROFILE-STATUS   PIC X(02).
       01 SOCIETE-PROFIL           PIC 9(01) VALUE ZERO.
       01 SOCIETE-CHARGEE          PIC 9(02) VALUE 99.
       01 PROFIL-CHARGE-SWITCH     PIC X(01) VALUE "N".
           88 PROFIL-CHARGE          VALUE "Y".
       01 PROFIL-SOCIETE.
       01 FACTURE-TROUVEE-SWITCH PIC X(01) VALUE "N".
           88 FACTURE-TROUVEE       VALUE "Y".

      *    Foreign-currency items: MONTANT-APPLIQUE is what comes
      *    off the open item at the booked rate, MONTANT-ENCAISSE
      *    the euros of the remittance that paid for it; the gap is
      *    the exchange difference.
       01 MONTANT-ENCAISSE      PIC S9(6)V99.
       01 ECART-CHANGE          PIC S9(6)V99.
       01 OUVERT-DEVISE         PIC S9(6)V99.
       01 RECU-DEVISE           PIC S9(6)V99.
       01 IMPUTE-DEVISE         PIC S9(6)V99.
       01 TAUX-PAIEMENT         PIC 9(3)V9999.
       01 TOTAL-GAINS-CHANGE    PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-PERTES-CHANGE   PIC S9(9)V99 VALUE ZERO.
       01 FX-RATE-STATUS        PIC X(02).
       01 FX-EOF-SWITCH         PIC X(01) VALUE "N".
           88 FX-EOF               VALUE "Y".
       01 FX-COUNT              PIC 9(3) VALUE ZERO.
       01 FX-IDX                PIC 9(3).
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 500 TIMES.
               10 FX-CODE       PIC X(03).
               10 FX-EFFECTIVE  PIC 9(8).
               10 FX-RATE       PIC 9(3)V9999.
       01 FX-RATE-COURANT       PIC 9(3)V9999.
       01 FX-BEST-DATE          PIC 9(8).
       01 FX-TROUVE-SWITCH      PIC X(01).
           88 FX-TROUVE            VALUE "Y".
       01 CURRENCY-CODE         PIC X(03).
       01 LOOKUP-DATE           PIC 9(8).

      *    Staging date for the exchange pieces: today, or the day
      *    after GLPOST's last sweep if that sweep already ran.
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.
       01 DATE-SAISIE           PIC 9(8).
       01 CALC-DATE             PIC 9(8).
       01 CALC-DATE-R REDEFINES CALC-DATE.
           05 CALC-ANNEE        PIC 9(4).
           05 CALC-MOIS         PIC 9(2).
           05 CALC-JOUR         PIC 9(2).
       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 REMINDER-COUNT        PIC 9(5) VALUE ZERO.
       01 REMINDER-TITLE        PIC X(30).

           END-IF
           PERFORM OUVRIR-REGISTRE
           PERFORM OUVRIR-INDEX-NOMS
           PERFORM OUVRIR-SUSPENS
           OPEN OUTPUT PAYMENT-REPORT-FILE
           PERFORM OUVRIR-RAPPELS
           PERFORM OUVRIR-JOURNAL-REGLEMENTS
           PERFORM CHARGER-TAUX-CHANGE

           PERFORM LIRE-CHECKPOINT-GL
           MOVE RUN-DATE TO DATE-SAISIE
           IF DERNIERE-DATE-POSTEE >= DATE-SAISIE
               MOVE DERNIERE-DATE-POSTEE TO CALC-DATE
               PERFORM AJOUTER-UN-JOUR
               MOVE CALC-DATE TO DATE-SAISIE
           END-IF

           PERFORM LIRE-PAIEMENT
           PERFORM TRAITER-UN-PAIEMENT UNTIL PAYMENT-EOF
           IF NIDX-DISPO
               CLOSE CUSTOMER-NAME-INDEX
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE PAYMENT-REPORT-FILE
           CLOSE REMINDER-DOC-FILE
           CLOSE SETTLEMENT-JOURNAL

           IF DEBORDEMENT
               DISPLAY "PAYAPPL : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    INVREG.DAT may not exist yet on a brand new install;
               OPEN EXTEND SETTLEMENT-JOURNAL
           END-IF.

      *    SUSPENS.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the register.
       OUVRIR-SUSPENS.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENS-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

      *    An unavailable index degrades to the old name match and
      *    says so out loud, same mode as ACCTLINK's control.
       OUVRIR-INDEX-NOMS.
       TRAITER-UN-PAIEMENT.
           ADD 1 TO PAYMENT-COUNT
           MOVE PAY-AMOUNT TO RESTE-A-APPLIQUER
           MOVE "N" TO FACTURE-TROUVEE-SWITCH

           IF PAY-INV-NUMBER > 0
               PERFORM APPLIQUER-SUR-FACTURE
               ADD 1 TO UNMATCHED-COUNT
               ADD RESTE-A-APPLIQUER TO TOTAL-UNAPPLIED
               PERFORM ECRIRE-LIGNE-NON-APPLIQUE
               PERFORM METTRE-EN-SUSPENS
           END-IF

           PERFORM LIRE-PAIEMENT.

      *    The customer the remainder belongs to: the quoted
      *    invoice's when it was found (the register record is
      *    still the one the payment was applied to), else whoever
      *    the remitter's name resolves to - zero when nobody does.
      *    Anything that landed somewhere is an excess; the rest
      *    matched nothing at all.
       METTRE-EN-SUSPENS.
           IF FACTURE-TROUVEE
               MOVE REG-CUST-ID TO CLIENT-SUSPENS
           ELSE
               PERFORM RESOUDRE-CLIENT-PAIEMENT
               MOVE ID-CLIENT-PAIEMENT TO CLIENT-SUSPENS
           END-IF
           PERFORM CHERCHER-SEQ-SUSPENS

           MOVE CLIENT-SUSPENS TO SUS-CUST-ID
           COMPUTE SUS-SEQ = DERNIER-SEQ-SUSPENS + 1
           IF FACTURE-TROUVEE OR RESTE-A-APPLIQUER < PAY-AMOUNT
               SET SUS-EXCEDENT TO TRUE
           ELSE
               SET SUS-NON-APPLIQUE TO TRUE
           END-IF
           MOVE PAY-DATE TO SUS-DATE
           MOVE RESTE-A-APPLIQUER TO SUS-MONTANT
           MOVE RESTE-A-APPLIQUER TO SUS-SOLDE
           MOVE PAY-INV-NUMBER TO SUS-PAY-INV-NUMBER
           MOVE PAY-CUST-NOM TO SUS-REMETTANT-NOM
           MOVE PAY-CUST-PRENOM TO SUS-REMETTANT-PRENOM
           IF PAY-CHQ-NUMBER NUMERIC
               MOVE PAY-CHQ-NUMBER TO SUS-CHQ-NUMBER
           ELSE
               MOVE ZERO TO SUS-CHQ-NUMBER
           END-IF
           SET SUS-OUVERT TO TRUE
           MOVE RUN-DATE TO SUS-DERNIER-MVT
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Erreur ecriture SUSPENS.DAT ("
                           SUSPENS-STATUS ") client " CLIENT-SUSPENS
               NOT INVALID KEY
                   ADD 1 TO SUSPENS-COUNT
           END-WRITE.

      *    The customer's items follow one another in key order;
      *    the new one takes the sequence after the last.
       CHERCHER-SEQ-SUSPENS.
           MOVE ZERO TO DERNIER-SEQ-SUSPENS
           MOVE "N" TO SUSPENS-SCAN-SWITCH
           MOVE CLIENT-SUSPENS TO SUS-CUST-ID
           MOVE ZERO TO SUS-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET SUSPENS-SCAN-FIN TO TRUE
           END-START
           PERFORM LIRE-SUSPENS-CLIENT UNTIL SUSPENS-SCAN-FIN.

       LIRE-SUSPENS-CLIENT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SUSPENS-SCAN-FIN TO TRUE
           END-READ
           IF SUSPENS-STATUS NOT = "00"
               SET SUSPENS-SCAN-FIN TO TRUE
           END-IF
           IF NOT SUSPENS-SCAN-FIN
               IF SUS-CUST-ID = CLIENT-SUSPENS
                   MOVE SUS-SEQ TO DERNIER-SEQ-SUSPENS
               ELSE
                   SET SUSPENS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

       APPLIQUER-SUR-FACTURE.
           MOVE "N" TO FACTURE-TROUVEE-SWITCH
           MOVE PAY-INV-NUMBER TO REG-INV-NUMBER
      *    REG-AMOUNT-PAID advanced, a covering one settles it, and
      *    anything beyond the open balance stays in the remittance
      *    for the next invoice (or the unapplied report line).
      *    A foreign-currency item is settled in its own currency:
      *    see IMPUTER-EN-DEVISE.
       IMPUTER-SUR-REGISTRE.
           COMPUTE MONTANT-OUVERT = REG-PRICETTC - REG-AMOUNT-PAID
           MOVE ZERO TO ECART-CHANGE
           IF MONTANT-OUVERT <= 0
               CONTINUE
           ELSE
               IF REG-EN-EUROS
                   PERFORM IMPUTER-EN-EUROS
               ELSE
                   PERFORM IMPUTER-EN-DEVISE
               END-IF

               ADD MONTANT-APPLIQUE TO REG-AMOUNT-PAID
               SUBTRACT MONTANT-ENCAISSE FROM RESTE-A-APPLIQUER
               ADD MONTANT-ENCAISSE TO TOTAL-APPLIED

               IF REG-AMOUNT-PAID >= REG-PRICETTC
                   SET REG-SETTLED TO TRUE

               PERFORM JOURNALISER-REGLEMENT
               PERFORM ECRIRE-LIGNE-APPLIQUE
               IF ECART-CHANGE NOT = ZERO
                   PERFORM ENREGISTRER-ECART-CHANGE
               END-IF

               IF PAY-CHQ-NUMBER NUMERIC AND PAY-CHQ-NUMBER > 0
                   PERFORM NOTER-REFERENCE-CHEQUE
               END-IF
           END-IF.

       IMPUTER-EN-EUROS.
           IF RESTE-A-APPLIQUER >= MONTANT-OUVERT
               MOVE MONTANT-OUVERT TO MONTANT-APPLIQUE
           ELSE
               MOVE RESTE-A-APPLIQUER TO MONTANT-APPLIQUE
           END-IF
           MOVE MONTANT-APPLIQUE TO MONTANT-ENCAISSE.

      *    The euros that came in buy currency at the day's rate
      *    (FXRATES.DAT at the payment date; the booked rate when the
      *    file has none, so no difference is invented). As much
      *    currency as the item still owes is settled: the open
      *    item comes down by that currency at the booked rate, the
      *    remittance by it at the day's rate. Settling the last of
      *    the currency clears the euro balance exactly. An item
      *    whose currency side is already cleared (an avoir keyed
      *    in euros against it, say) is finished off in euros.
       IMPUTER-EN-DEVISE.
           COMPUTE OUVERT-DEVISE = REG-TTC-DEVISE - REG-PAYE-DEVISE
           IF OUVERT-DEVISE <= ZERO
                   OR REG-TAUX-CHANGE = ZERO
               PERFORM IMPUTER-EN-EUROS
           ELSE
               PERFORM CONVERTIR-REMISE-DEVISE
           END-IF.

       CONVERTIR-REMISE-DEVISE.
           MOVE REG-DEVISE TO CURRENCY-CODE
           MOVE PAY-DATE TO LOOKUP-DATE
           PERFORM RECHERCHER-TAUX-CHANGE
           IF FX-TROUVE
               MOVE FX-RATE-COURANT TO TAUX-PAIEMENT
           ELSE
               MOVE REG-TAUX-CHANGE TO TAUX-PAIEMENT
               DISPLAY "Pas de taux " REG-DEVISE " au " PAY-DATE
                       " : facture " REG-INV-NUMBER
                       " imputee au taux comptabilise."
           END-IF

           COMPUTE RECU-DEVISE ROUNDED
               = RESTE-A-APPLIQUER / TAUX-PAIEMENT
           IF RECU-DEVISE >= OUVERT-DEVISE
               MOVE OUVERT-DEVISE TO IMPUTE-DEVISE
               MOVE MONTANT-OUVERT TO MONTANT-APPLIQUE
               COMPUTE MONTANT-ENCAISSE ROUNDED
                   = IMPUTE-DEVISE * TAUX-PAIEMENT
               IF MONTANT-ENCAISSE > RESTE-A-APPLIQUER
                   MOVE RESTE-A-APPLIQUER TO MONTANT-ENCAISSE
               END-IF
           ELSE
               MOVE RECU-DEVISE TO IMPUTE-DEVISE
               MOVE RESTE-A-APPLIQUER TO MONTANT-ENCAISSE
               COMPUTE MONTANT-APPLIQUE ROUNDED
                   = IMPUTE-DEVISE * REG-TAUX-CHANGE
               IF MONTANT-APPLIQUE > MONTANT-OUVERT
                   MOVE MONTANT-OUVERT TO MONTANT-APPLIQUE
               END-IF
           END-IF

           ADD IMPUTE-DEVISE TO REG-PAYE-DEVISE
           COMPUTE ECART-CHANGE = MONTANT-ENCAISSE - MONTANT-APPLIQUE.

      *    The receivable was settled at the booked rate; the bank
      *    got the remittance. A gain credits 766000 against the
      *    bank, a loss debits 666000, one bank piece per
      *    application, dated at the payment.
       ENREGISTRER-ECART-CHANGE.
           OPEN EXTEND OD-JOURNAL-FILE
           IF ODJRNL-STATUS = "35"
               OPEN OUTPUT OD-JOURNAL-FILE
               CLOSE OD-JOURNAL-FILE
               OPEN EXTEND OD-JOURNAL-FILE
           END-IF
           MOVE PAY-DATE TO ODJ-DATE
           MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
           MOVE "BQ" TO ODJ-JOURNAL
           MOVE SPACES TO ODJ-PIECE
           STRING "CH" DELIMITED BY SIZE
                  REG-INV-NUMBER DELIMITED BY SIZE
                  PAY-DATE(5:4) DELIMITED BY SIZE
               INTO ODJ-PIECE
           MOVE "PAYAPPL" TO ODJ-SOURCE
           MOVE "BATCH" TO ODJ-OPER-ID
           MOVE SPACES TO ODJ-LABEL

           IF ECART-CHANGE > ZERO
               ADD ECART-CHANGE TO TOTAL-GAINS-CHANGE
               STRING "GAIN DE CHANGE FACTURE " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-DEVISE DELIMITED BY SIZE
                   INTO ODJ-LABEL
               MOVE "512000" TO ODJ-ACCOUNT
               MOVE ECART-CHANGE TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "766000" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE ECART-CHANGE TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           ELSE
               COMPUTE ECART-CHANGE = 0 - ECART-CHANGE
               ADD ECART-CHANGE TO TOTAL-PERTES-CHANGE
               STRING "PERTE DE CHANGE FACTURE " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-DEVISE DELIMITED BY SIZE
                   INTO ODJ-LABEL
               MOVE "666000" TO ODJ-ACCOUNT
               MOVE ECART-CHANGE TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "512000" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE ECART-CHANGE TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               COMPUTE ECART-CHANGE = 0 - ECART-CHANGE
           END-IF
           CLOSE OD-JOURNAL-FILE

           MOVE ECART-CHANGE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  ECART DE CHANGE " DELIMITED BY SIZE
                  REG-DEVISE DELIMITED BY SIZE
                  " SUR FACTURE " DELIMITED BY SIZE
                  REG-INV-NUMBER DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD.

      *    The first invoice the cheque lands on is the reference a
      *    bounce will reverse; a cheque spread over several items
      *    keeps its first, the rest stays on the settlement
                  " PAIEMENT(S)" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           MOVE SUSPENS-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MIS EN SUSPENS (SUSPENS.DAT) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " ELEMENT(S)" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           MOVE TOTAL-GAINS-CHANGE TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "GAINS DE CHANGE REALISES (766000) : "
                      DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           MOVE TOTAL-PERTES-CHANGE TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PERTES DE CHANGE REALISEES (666000) : "
                      DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD.

      *    Same loader and newest-rate-at-or-before lookup as
      *    FXEXPO.
       CHARGER-TAUX-CHANGE.
           MOVE ZERO TO FX-COUNT
           MOVE "N" TO FX-EOF-SWITCH
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-STATUS NOT = "00"
               SET FX-EOF TO TRUE
           END-IF

           PERFORM CHARGER-UN-TAUX UNTIL FX-EOF

           IF FX-RATE-STATUS NOT = "35"
               CLOSE FX-RATE-FILE
           END-IF.

       CHARGER-UN-TAUX.
           READ FX-RATE-FILE
               AT END
                   SET FX-EOF TO TRUE
           END-READ
           IF NOT FX-EOF
               IF FX-COUNT < 500
                   ADD 1 TO FX-COUNT
                   MOVE FXR-CODE TO FX-CODE(FX-COUNT)
                   MOVE FXR-EFFECTIVE-DATE TO FX-EFFECTIVE(FX-COUNT)
                   MOVE FXR-RATE TO FX-RATE(FX-COUNT)
               ELSE
                   DISPLAY "Table des taux pleine : taux "
                           FXR-CODE " " FXR-EFFECTIVE-DATE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

       RECHERCHER-TAUX-CHANGE.
           MOVE "N" TO FX-TROUVE-SWITCH
           MOVE ZERO TO FX-BEST-DATE
           PERFORM EXAMINER-UN-TAUX
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT.

       EXAMINER-UN-TAUX.
           IF FX-CODE(FX-IDX) = CURRENCY-CODE
                   AND FX-EFFECTIVE(FX-IDX) <= LOOKUP-DATE
                   AND (NOT FX-TROUVE
                        OR FX-EFFECTIVE(FX-IDX) > FX-BEST-DATE)
               SET FX-TROUVE TO TRUE
               MOVE FX-EFFECTIVE(FX-IDX) TO FX-BEST-DATE
               MOVE FX-RATE(FX-IDX) TO FX-RATE-COURANT
           END-IF.

       LIRE-CHECKPOINT-GL.
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

       AJOUTER-UN-JOUR.
           PERFORM CALCULER-LONGUEUR-MOIS
           IF CALC-JOUR < MOIS-LONGUEUR
               ADD 1 TO CALC-JOUR
           ELSE
               MOVE 1 TO CALC-JOUR
               IF CALC-MOIS = 12
                   ADD 1 TO CALC-ANNEE
                   MOVE 1 TO CALC-MOIS
               ELSE
                   ADD 1 TO CALC-MOIS
               END-IF
           END-IF.

      *    Length of CALC-MOIS in CALC-ANNEE, February by the
      *    Gregorian rule.
       CALCULER-LONGUEUR-MOIS.
           MOVE MOIS-JOURS(CALC-MOIS) TO MOIS-LONGUEUR
           IF CALC-MOIS = 2
               DIVIDE CALC-ANNEE BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE CALC-ANNEE BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE CALC-ANNEE BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    After the day's remittances are in, walk the register and
      *    send every invoice still open past its due date the next
      *    rung of the dunning ladder: first reminder to 30 days

      *    An item flagged collection-pending by DDCOLL is already
      *    being debited: chasing the customer by letter at the same
      *    time would dun money that is on its way. A disputed item
      *    waits for the dispute to be settled at INVLITIG.
           IF NOT SCAN-EOF
               IF REG-OPEN AND NOT REG-COLLECT-EN-COURS
                       AND NOT REG-EN-LITIGE
                   COMPUTE MONTANT-OUVERT
                       = REG-PRICETTC - REG-AMOUNT-PAID
                   IF MONTANT-OUVERT > 0
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

      *    One printable letter per overdue invoice, in the same page
                   MOVE "MISE EN DEMEURE" TO REMINDER-TITLE
           END-EVALUATE

           MOVE REG-COMPANY TO SOCIETE-PROFIL
           PERFORM CHARGER-PROFIL-SOCIETE
           PERFORM ECRIRE-ENTETE-SOCIETE

           MOVE SPACES TO DOC-LINE
           MOVE SPACES TO REMINDER-DOC-RECORD
           WRITE REMINDER-DOC-RECORD.

      *    Read when the company changes from the previous piece:
      *    each invoice is chased or reissued under the letterhead
      *    of the company that billed it.
       CHARGER-PROFIL-SOCIETE.
           IF SOCIETE-PROFIL NOT = SOCIETE-CHARGEE
               MOVE SOCIETE-PROFIL TO SOCIETE-CHARGEE
               MOVE "N" TO PROFIL-CHARGE-SWITCH
               OPEN INPUT COMPANY-PROFILE-FILE
               IF COMPANY-PROFILE-STATUS = "00"
                   MOVE SOCIETE-PROFIL TO CPR-COMPANY
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
                   DISPLAY "CMPNYPRF.DAT sans profil societe "
                           SOCIETE-PROFIL " : en-tete de rappel "
                           "incomplet, saisir le profil via CMPNYMNT."
               END-IF
           END-IF.

      *    The legally complete letterhead, same block as TVA's
