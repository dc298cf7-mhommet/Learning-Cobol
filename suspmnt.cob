       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

      *    Unapplied cash desk: works the suspense items PAYAPPL
      *    files in SUSPENS.DAT. An item is allocated to an open
      *    invoice once the accountant knows what it pays - the
      *    register and the settlement journal are updated exactly
      *    as PAYAPPL would have - or, when the customer is simply
      *    in credit, refunded through one of the BENEF.DAT
      *    beneficiaries: the virement is staged to OUTSTAGE.DAT
      *    for BNKEXP and the 411000/512000 piece to ODJRNL.DAT for
      *    GLPOST. Refunds are supervisor-only, the same rule as
      *    SUPVALID releasing money; every movement is logged to
      *    OPERLOG.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUSPENS-STATUS.

           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

      *    Same movement line PAYAPPL writes: the cash-basis CA3
      *    declares an E-regime invoice's VAT off it.
           SELECT SETTLEMENT-JOURNAL ASSIGN TO "SETTLJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-JOURNAL-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NUMBER
               FILE STATUS IS BENEF-STATUS.

           SELECT OUTBOUND-STAGE-FILE ASSIGN TO "OUTSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTAGE-STATUS.

      *    The "D" record is the last day GLPOST swept.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSE-FILE.
       COPY "SUSPENS.cpy".

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD SETTLEMENT-JOURNAL.
       COPY "SETTLJRN.cpy".

       FD BENEFICIARY-FILE.
       COPY "BENEF.cpy".

       FD OUTBOUND-STAGE-FILE.
       COPY "OUTPAY.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUSPENS-STATUS        PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 SETTLEMENT-JOURNAL-STATUS PIC X(02).
       01 BENEF-STATUS          PIC X(02).
       01 OUTSTAGE-STATUS       PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 RUN-MODE              PIC X(01).
           88 MODE-LISTER          VALUE "L".
           88 MODE-AFFECTER        VALUE "A".
           88 MODE-REMBOURSER      VALUE "R".
           88 MODE-CONSULTER       VALUE "Q".
       01 CONFIRMATION          PIC X(01).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 ELEMENT-TROUVE-SWITCH PIC X(01) VALUE "N".
           88 ELEMENT-TROUVE       VALUE "Y".

       01 CLIENT-DEMANDE        PIC 9(6).
       01 SEQ-DEMANDEE          PIC 9(4).
       01 FACTURE-DEMANDEE      PIC 9(6).
       01 BENEF-DEMANDE         PIC 9(5).
       01 MONTANT-SAISI         PIC 9(6)V99.

       01 MONTANT-OUVERT        PIC S9(6)V99.
       01 MONTANT-AFFECTE       PIC S9(6)V99.
       01 MONTANT-REMBOURSE     PIC S9(6)V99.
       01 ELEMENTS-LISTES       PIC 9(5) VALUE ZERO.
       01 TOTAL-LISTE           PIC S9(9)V99 VALUE ZERO.

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

       01 DISPLAY-MONTANT       PIC +ZZZZZ9.99.
       01 DISPLAY-MONTANT-2     PIC +ZZZZZ9.99.
       01 DISPLAY-TOTAL         PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).
       01 RUN-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF SUSPENS-STATUS NOT = "00"
               DISPLAY "SUSPENS.DAT indisponible (" SUSPENS-STATUS
                       ") : aucun encaissement en suspens."
               GOBACK
           END-IF

           DISPLAY "Mode (L = lister un client, A = affecter a une "
                   "facture, R = rembourser, Q = consulter) ?"
           ACCEPT RUN-MODE
           DISPLAY "Numero client (0 = non identifies) ?"
           ACCEPT CLIENT-DEMANDE

           EVALUATE TRUE
               WHEN MODE-LISTER
                   PERFORM LISTER-CLIENT
               WHEN MODE-AFFECTER
                   PERFORM LIRE-ELEMENT
                   IF ELEMENT-TROUVE
                       PERFORM AFFECTER-ELEMENT
                   END-IF
               WHEN MODE-REMBOURSER
                   PERFORM LIRE-ELEMENT
                   IF ELEMENT-TROUVE
                       PERFORM REMBOURSER-ELEMENT
                   END-IF
               WHEN MODE-CONSULTER
                   PERFORM LIRE-ELEMENT
                   IF ELEMENT-TROUVE
                       PERFORM AFFICHER-ELEMENT
                   END-IF
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE SUSPENSE-FILE
           GOBACK.

      *    Every item of the customer, open or closed, in sequence
      *    order, with the open total at the end.
       LISTER-CLIENT.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE CLIENT-DEMANDE TO SUS-CUST-ID
           MOVE ZERO TO SUS-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LISTER-ELEMENT-SUIVANT UNTIL SCAN-EOF

           MOVE ELEMENTS-LISTES TO DISPLAY-COUNT
           MOVE TOTAL-LISTE TO DISPLAY-TOTAL
           DISPLAY DISPLAY-COUNT " element(s), reste en suspens "
                   DISPLAY-TOTAL.

       LISTER-ELEMENT-SUIVANT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF SUSPENS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF SUS-CUST-ID NOT = CLIENT-DEMANDE
                   SET SCAN-EOF TO TRUE
               ELSE
                   ADD 1 TO ELEMENTS-LISTES
                   IF SUS-OUVERT
                       ADD SUS-SOLDE TO TOTAL-LISTE
                   END-IF
                   PERFORM AFFICHER-ELEMENT
               END-IF
           END-IF.

       LIRE-ELEMENT.
           MOVE "N" TO ELEMENT-TROUVE-SWITCH
           DISPLAY "Numero d'ordre de l'element ?"
           ACCEPT SEQ-DEMANDEE
           MOVE CLIENT-DEMANDE TO SUS-CUST-ID
           MOVE SEQ-DEMANDEE TO SUS-SEQ
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "Element " CLIENT-DEMANDE "/" SEQ-DEMANDEE
                           " absent de SUSPENS.DAT."
               NOT INVALID KEY
                   SET ELEMENT-TROUVE TO TRUE
                   PERFORM AFFICHER-ELEMENT
           END-READ.

       AFFICHER-ELEMENT.
           MOVE SUS-MONTANT TO DISPLAY-MONTANT
           MOVE SUS-SOLDE TO DISPLAY-MONTANT-2
           DISPLAY SUS-CUST-ID "/" SUS-SEQ " du " SUS-DATE
                   " origine " SUS-ORIGINE " montant " DISPLAY-MONTANT
                   " reste " DISPLAY-MONTANT-2 " statut " SUS-STATUT
           DISPLAY "  Remettant "
                   FUNCTION TRIM(SUS-REMETTANT-PRENOM) " "
                   FUNCTION TRIM(SUS-REMETTANT-NOM)
                   " facture citee " SUS-PAY-INV-NUMBER
                   " cheque " SUS-CHQ-NUMBER.

      *    The item goes against one open invoice at a time, for as
      *    much as both still carry. An item filed under a known
      *    customer only settles that customer's invoices; an
      *    unidentified one (customer zero) settles whichever
      *    invoice the accountant traced it to.
       AFFECTER-ELEMENT.
           IF NOT SUS-OUVERT
               DISPLAY "Element deja solde."
           ELSE
               DISPLAY "Facture a regler ?"
               ACCEPT FACTURE-DEMANDEE
               OPEN I-O INVOICE-REGISTER
               IF INVREG-STATUS NOT = "00"
                   DISPLAY "INVREG.DAT indisponible ("
                           INVREG-STATUS ")."
               ELSE
                   MOVE FACTURE-DEMANDEE TO REG-INV-NUMBER
                   READ INVOICE-REGISTER
                       INVALID KEY
                           DISPLAY "Facture " FACTURE-DEMANDEE
                                   " absente du registre."
                       NOT INVALID KEY
                           PERFORM CONTROLER-FACTURE
                   END-READ
                   CLOSE INVOICE-REGISTER
               END-IF
           END-IF.

       CONTROLER-FACTURE.
           COMPUTE MONTANT-OUVERT = REG-PRICETTC - REG-AMOUNT-PAID
           EVALUATE TRUE
               WHEN NOT REG-FACTURE
                   DISPLAY "Piece " REG-INV-NUMBER
                           " : un avoir ne se regle pas."
               WHEN NOT REG-OPEN
                   DISPLAY "Facture " REG-INV-NUMBER " statut "
                           REG-STATUS " : pas une facture ouverte."
               WHEN MONTANT-OUVERT NOT > ZERO
                   DISPLAY "Facture " REG-INV-NUMBER
                           " : rien a regler."
               WHEN SUS-CUST-ID NOT = ZERO
                       AND REG-CUST-ID NOT = SUS-CUST-ID
                   DISPLAY "Facture " REG-INV-NUMBER " du client "
                           REG-CUST-ID " : l'element appartient au "
                           "client " SUS-CUST-ID "."
               WHEN OTHER
                   PERFORM CONFIRMER-AFFECTATION
           END-EVALUATE.

       CONFIRMER-AFFECTATION.
           IF SUS-SOLDE >= MONTANT-OUVERT
               MOVE MONTANT-OUVERT TO MONTANT-AFFECTE
           ELSE
               MOVE SUS-SOLDE TO MONTANT-AFFECTE
           END-IF
           MOVE MONTANT-AFFECTE TO DISPLAY-MONTANT
           MOVE MONTANT-OUVERT TO DISPLAY-MONTANT-2
           DISPLAY "Facture " REG-INV-NUMBER " "
                   FUNCTION TRIM(REG-CUST-PRENOM) " "
                   FUNCTION TRIM(REG-CUST-NOM) " reste du "
                   DISPLAY-MONTANT-2
           DISPLAY "Affecter " DISPLAY-MONTANT " (O/N) ?"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "O"
               DISPLAY "Affectation abandonnee."
           ELSE
               ADD MONTANT-AFFECTE TO REG-AMOUNT-PAID
               IF NOT REG-EN-EUROS
                   PERFORM SUIVRE-PAYE-DEVISE
               END-IF
               IF REG-AMOUNT-PAID >= REG-PRICETTC
                   SET REG-SETTLED TO TRUE
               END-IF
               SET REG-COLLECT-AUCUN TO TRUE
               REWRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du registre, "
                               "facture " REG-INV-NUMBER
                   NOT INVALID KEY
                       PERFORM JOURNALISER-REGLEMENT
                       SUBTRACT MONTANT-AFFECTE FROM SUS-SOLDE
                       PERFORM REECRIRE-ELEMENT
                       MOVE SPACES TO LOG-LINE
                       STRING "SUSPENS AFFECTE " DELIMITED BY SIZE
                              OPERATEUR-COURANT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SUS-CUST-ID DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              SUS-SEQ DELIMITED BY SIZE
                              " FACT " DELIMITED BY SIZE
                              REG-INV-NUMBER DELIMITED BY SIZE
                              DISPLAY-MONTANT DELIMITED BY SIZE
                           INTO LOG-LINE
                       PERFORM ECRIRE-LOG-OPERATEUR
                       DISPLAY "Affectation enregistree."
               END-REWRITE
           END-IF.

      *    Suspense is euros already at the bank: a foreign-currency
      *    invoice takes them at its booked rate, and its currency
      *    balance follows so PAYAPPL's later remittances convert
      *    only what is really still owed.
       SUIVRE-PAYE-DEVISE.
           IF REG-AMOUNT-PAID >= REG-PRICETTC
               MOVE REG-TTC-DEVISE TO REG-PAYE-DEVISE
           ELSE
               IF REG-TAUX-CHANGE > ZERO
                   COMPUTE REG-PAYE-DEVISE ROUNDED = REG-PAYE-DEVISE
                       + MONTANT-AFFECTE / REG-TAUX-CHANGE
               END-IF
           END-IF.

      *    Dated on the day of the allocation, not the day the
      *    money came in: that month's CA3 may well be filed by now,
      *    and the encaissement only becomes one on this invoice
      *    today.
       JOURNALISER-REGLEMENT.
           OPEN EXTEND SETTLEMENT-JOURNAL
           IF SETTLEMENT-JOURNAL-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-JOURNAL
               CLOSE SETTLEMENT-JOURNAL
               OPEN EXTEND SETTLEMENT-JOURNAL
           END-IF
           MOVE SESSION-DATE-JOUR TO SET-DATE
           MOVE REG-INV-NUMBER TO SET-INV-NUMBER
           MOVE REG-CATEGORY TO SET-CATEGORY
           MOVE MONTANT-AFFECTE TO SET-AMOUNT-APPLIED
           MOVE REG-PRICEHT TO SET-PRICEHT
           MOVE REG-TVA TO SET-TVA
           MOVE REG-PRICETTC TO SET-PRICETTC
           WRITE SETTLEMENT-JOURNAL-RECORD
           CLOSE SETTLEMENT-JOURNAL.

      *    A credit balance goes back to the customer it belongs to,
      *    so an unidentified item must be allocated first.
       REMBOURSER-ELEMENT.
           EVALUATE TRUE
               WHEN NOT OPERATEUR-SUPERVISEUR
                   DISPLAY "Remboursement reserve au superviseur."
                   MOVE SPACES TO LOG-LINE
                   STRING "REMBOURSEMENT REFUSE " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUS-CUST-ID DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          SUS-SEQ DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
               WHEN NOT SUS-OUVERT
                   DISPLAY "Element deja solde."
               WHEN SUS-CUST-ID = ZERO
                   DISPLAY "Client non identifie : affecter "
                           "l'element avant tout remboursement."
               WHEN OTHER
                   PERFORM SAISIR-REMBOURSEMENT
           END-EVALUATE.

       SAISIR-REMBOURSEMENT.
           DISPLAY "Beneficiaire BENEF.DAT du remboursement ?"
           ACCEPT BENEF-DEMANDE
           DISPLAY "Montant (0 = tout le reste) ?"
           ACCEPT MONTANT-SAISI
           IF MONTANT-SAISI = ZERO
               MOVE SUS-SOLDE TO MONTANT-REMBOURSE
           ELSE
               MOVE MONTANT-SAISI TO MONTANT-REMBOURSE
           END-IF

           IF MONTANT-REMBOURSE > SUS-SOLDE
               DISPLAY "Remboursement refuse : superieur au reste "
                       "en suspens."
           ELSE
               PERFORM VERIFIER-BENEFICIAIRE
               IF ELEMENT-TROUVE
                   PERFORM CONFIRMER-REMBOURSEMENT
               END-IF
           END-IF.

      *    ELEMENT-TROUVE is reused as the outcome: it stays set only
      *    for a known, active beneficiary.
       VERIFIER-BENEFICIAIRE.
           OPEN INPUT BENEFICIARY-FILE
           IF BENEF-STATUS NOT = "00"
               DISPLAY "BENEF.DAT indisponible (" BENEF-STATUS
                       ") : remboursement refuse."
               MOVE "N" TO ELEMENT-TROUVE-SWITCH
           ELSE
               MOVE BENEF-DEMANDE TO BEN-NUMBER
               READ BENEFICIARY-FILE
                   INVALID KEY
                       DISPLAY "Beneficiaire inconnu : "
                               "remboursement refuse."
                       MOVE "N" TO ELEMENT-TROUVE-SWITCH
                   NOT INVALID KEY
                       IF NOT BEN-ACTIF
                           DISPLAY "Beneficiaire suspendu : "
                                   "remboursement refuse."
                           MOVE "N" TO ELEMENT-TROUVE-SWITCH
                       END-IF
               END-READ
               CLOSE BENEFICIARY-FILE
           END-IF.

       CONFIRMER-REMBOURSEMENT.
           MOVE MONTANT-REMBOURSE TO DISPLAY-MONTANT
           DISPLAY "Rembourser " DISPLAY-MONTANT " a "
                   FUNCTION TRIM(BEN-NOM) " " BEN-IBAN
           DISPLAY "Confirmer (O/N) ?"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "O"
               DISPLAY "Remboursement abandonne."
           ELSE
               PERFORM ECRIRE-VIREMENT
               PERFORM ENREGISTRER-PIECE
               SUBTRACT MONTANT-REMBOURSE FROM SUS-SOLDE
               PERFORM REECRIRE-ELEMENT
               MOVE SPACES TO LOG-LINE
               STRING "SUSPENS REMBOURSE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SUS-CUST-ID DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SUS-SEQ DELIMITED BY SIZE
                      " BEN " DELIMITED BY SIZE
                      BEN-NUMBER DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               DISPLAY "Remboursement mis en file."
           END-IF.

      *    The shop's own money, like a supplier payment: no COMPTES
      *    account is behind it. The reference the customer sees is
      *    its customer number.
       ECRIRE-VIREMENT.
           OPEN EXTEND OUTBOUND-STAGE-FILE
           IF OUTSTAGE-STATUS = "35"
               OPEN OUTPUT OUTBOUND-STAGE-FILE
               CLOSE OUTBOUND-STAGE-FILE
               OPEN EXTEND OUTBOUND-STAGE-FILE
           END-IF
           ACCEPT RUN-TIME FROM TIME
           MOVE SESSION-DATE-JOUR TO OUT-DATE
           MOVE RUN-TIME TO OUT-TIME
           MOVE ZERO TO OUT-DEBIT-COMPTE
           MOVE BEN-NUMBER TO OUT-BENEF-NUMBER
           MOVE MONTANT-REMBOURSE TO OUT-MONTANT
           MOVE "R" TO OUT-ORIGINE
           MOVE SPACES TO OUT-ORIGINE-REF
           STRING "R" DELIMITED BY SIZE
                  SUS-CUST-ID DELIMITED BY SIZE
               INTO OUT-ORIGINE-REF
           WRITE OUTBOUND-PAYMENT-RECORD
           CLOSE OUTBOUND-STAGE-FILE.

      *    Clients debited against the bank, staged for GLPOST's
      *    next sweep - the day after if that sweep already ran
      *    today.
       ENREGISTRER-PIECE.
           PERFORM LIRE-CHECKPOINT-GL
           MOVE SESSION-DATE-JOUR TO DATE-SAISIE
           IF DERNIERE-DATE-POSTEE >= DATE-SAISIE
               MOVE DERNIERE-DATE-POSTEE TO CALC-DATE
               PERFORM AJOUTER-UN-JOUR
               MOVE CALC-DATE TO DATE-SAISIE
           END-IF

           OPEN EXTEND OD-JOURNAL-FILE
           IF ODJRNL-STATUS = "35"
               OPEN OUTPUT OD-JOURNAL-FILE
               CLOSE OD-JOURNAL-FILE
               OPEN EXTEND OD-JOURNAL-FILE
           END-IF
           MOVE SESSION-DATE-JOUR TO ODJ-DATE
           MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
           MOVE "BQ" TO ODJ-JOURNAL
           MOVE SPACES TO ODJ-PIECE
           STRING "RB" DELIMITED BY SIZE
                  SUS-CUST-ID DELIMITED BY SIZE
                  SUS-SEQ DELIMITED BY SIZE
               INTO ODJ-PIECE
           MOVE SPACES TO ODJ-LABEL
           STRING "REMBOURSEMENT CLIENT " DELIMITED BY SIZE
                  SUS-CUST-ID DELIMITED BY SIZE
               INTO ODJ-LABEL
           MOVE "SUSPMNT" TO ODJ-SOURCE
           MOVE OPERATEUR-COURANT TO ODJ-OPER-ID

           MOVE "411000" TO ODJ-ACCOUNT
           MOVE MONTANT-REMBOURSE TO ODJ-DEBIT
           MOVE ZERO TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD
           MOVE "512000" TO ODJ-ACCOUNT
           MOVE ZERO TO ODJ-DEBIT
           MOVE MONTANT-REMBOURSE TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD
           CLOSE OD-JOURNAL-FILE.

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

       REECRIRE-ELEMENT.
           MOVE SESSION-DATE-JOUR TO SUS-DERNIER-MVT
           IF SUS-SOLDE NOT > ZERO
               SET SUS-SOLDE-ZERO TO TRUE
           END-IF
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour SUSPENS.DAT ("
                           SUSPENS-STATUS ")."
           END-REWRITE.

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
