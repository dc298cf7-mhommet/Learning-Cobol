       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDOUT.

      *    Doubtful receivables (creances douteuses): moves an open
      *    invoice of INVREG.DAT out of 411000 into 416000 and
      *    provisions its open HT in 491000 at the rate the
      *    accountant keys, adjusts that provision as the recovery
      *    outlook changes, and finally writes the receivable off
      *    to 654000 - the provision taken back, the TVA on the
      *    unpaid part recovered on the month's CA3. Each step is a
      *    balanced piece staged in ODJRNL.DAT for GLPOST, and each
      *    leaves the register item in its own status so dunning,
      *    aging, penalties and DDCOLL no longer see it. The
      *    write-off is supervisor-only; every step is logged to
      *    OPERLOG.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

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
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

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
       COPY "VATRATE.cpy".

       01 INVREG-STATUS         PIC X(02).
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
           88 MODE-DOUTEUX         VALUE "D".
           88 MODE-PROVISION       VALUE "P".
           88 MODE-PERTE           VALUE "I".
           88 MODE-CONSULTER       VALUE "Q".
       01 CONFIRMATION          PIC X(01).

       01 NUMERO-FACTURE        PIC 9(6).
       01 TAUX-SAISI            PIC 9(3)V99.

      *    The unpaid part of the invoice split back into HT and
      *    TVA off the invoice's own HT/TTC ratio, as CA3DECL
      *    pro-rates a partial settlement.
       01 MONTANT-OUVERT        PIC S9(6)V99.
       01 HT-OUVERT             PIC S9(6)V99.
       01 TVA-OUVERTE           PIC S9(6)V99.
       01 NOUVELLE-PROVISION    PIC S9(5)V99.
       01 ECART-PROVISION       PIC S9(5)V99.
       01 TVA-RECUPERABLE       PIC S9(5)V99.

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

      *    The piece being staged: a handful of lines at most.
       01 PIECE-OD              PIC X(12).
       01 LIBELLE-OD            PIC X(40).
       01 LIGNE-COUNT           PIC 9(1) VALUE ZERO.
       01 LIGNE-IDX             PIC 9(1).
       01 LIGNE-TABLE.
           05 LIGNE-ENTRY OCCURS 6 TIMES.
               10 LIG-ACCOUNT   PIC X(06).
               10 LIG-DEBIT     PIC 9(9)V99.
               10 LIG-CREDIT    PIC 9(9)V99.
       01 LIGNE-COMPTE          PIC X(06).
       01 LIGNE-DEBIT           PIC 9(9)V99.
       01 LIGNE-CREDIT          PIC 9(9)V99.

       01 DISPLAY-MONTANT       PIC ZZZ,ZZ9.99.
       01 DISPLAY-MONTANT-2     PIC ZZZ,ZZ9.99.
       01 DISPLAY-TAUX          PIC ZZ9.99.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : aucune facture a traiter."
               GOBACK
           END-IF
           PERFORM LIRE-CHECKPOINT-GL

           DISPLAY "Mode (D = classer douteuse, P = ajuster la "
                   "provision, I = passer en perte, Q = consulter) ?"
           ACCEPT RUN-MODE
           DISPLAY "Numero de facture ?"
           ACCEPT NUMERO-FACTURE

           MOVE NUMERO-FACTURE TO REG-INV-NUMBER
           READ INVOICE-REGISTER
               INVALID KEY
                   DISPLAY "Facture " NUMERO-FACTURE
                           " absente du registre."
               NOT INVALID KEY
                   PERFORM TRAITER-MODE
           END-READ

           CLOSE INVOICE-REGISTER
           GOBACK.

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

       TRAITER-MODE.
           PERFORM CALCULER-PART-OUVERTE
           EVALUATE TRUE
               WHEN MODE-DOUTEUX
                   PERFORM CLASSER-DOUTEUSE
               WHEN MODE-PROVISION
                   PERFORM AJUSTER-PROVISION
               WHEN MODE-PERTE
                   PERFORM PASSER-EN-PERTE
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-FACTURE
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE.

       CALCULER-PART-OUVERTE.
           COMPUTE MONTANT-OUVERT = REG-PRICETTC - REG-AMOUNT-PAID
           MOVE ZERO TO HT-OUVERT
           IF REG-PRICETTC NOT = ZERO
               COMPUTE HT-OUVERT ROUNDED
                   = MONTANT-OUVERT * REG-PRICEHT / REG-PRICETTC
           END-IF
           COMPUTE TVA-OUVERTE = MONTANT-OUVERT - HT-OUVERT.

      *    Only an open invoice still owing something can turn
      *    doubtful; one DDCOLL is debiting right now waits for the
      *    debit's outcome first.
       CLASSER-DOUTEUSE.
           EVALUATE TRUE
               WHEN NOT REG-FACTURE
                   DISPLAY "Piece " REG-INV-NUMBER " : un avoir ne "
                           "peut etre classe douteux."
               WHEN NOT REG-OPEN
                   DISPLAY "Facture " REG-INV-NUMBER " statut "
                           REG-STATUS " : seule une facture ouverte "
                           "peut etre classee douteuse."
               WHEN MONTANT-OUVERT NOT > ZERO
                   DISPLAY "Facture " REG-INV-NUMBER
                           " : rien a recouvrer."
               WHEN REG-COLLECT-EN-COURS
                   DISPLAY "Facture " REG-INV-NUMBER " en cours de "
                           "prelevement : attendre son issue."
               WHEN OTHER
                   PERFORM SAISIR-TAUX-PROVISION
                   IF TAUX-SAISI <= 100
                       PERFORM CONFIRMER-DOUTEUSE
                   END-IF
           END-EVALUATE.

       SAISIR-TAUX-PROVISION.
           MOVE MONTANT-OUVERT TO DISPLAY-MONTANT
           MOVE HT-OUVERT TO DISPLAY-MONTANT-2
           DISPLAY "Reste du TTC " DISPLAY-MONTANT
                   " dont HT " DISPLAY-MONTANT-2
           DISPLAY "Taux de provision sur le HT (0 a 100) ?"
           ACCEPT TAUX-SAISI
           IF TAUX-SAISI > 100
               DISPLAY "Taux invalide : " TAUX-SAISI
           ELSE
               COMPUTE NOUVELLE-PROVISION ROUNDED
                   = HT-OUVERT * TAUX-SAISI / 100
               MOVE NOUVELLE-PROVISION TO DISPLAY-MONTANT
               DISPLAY "Provision " DISPLAY-MONTANT
           END-IF.

      *    416000 takes the open TTC off 411000; the provision is a
      *    dotation 681740 against 491000.
       CONFIRMER-DOUTEUSE.
           DISPLAY "Confirmer le classement en creance douteuse "
                   "(O/N) ?"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "O"
               DISPLAY "Classement abandonne."
           ELSE
               MOVE ZERO TO LIGNE-COUNT
               MOVE "416000" TO LIGNE-COMPTE
               MOVE MONTANT-OUVERT TO LIGNE-DEBIT
               MOVE ZERO TO LIGNE-CREDIT
               PERFORM AJOUTER-LIGNE
               MOVE "411000" TO LIGNE-COMPTE
               MOVE ZERO TO LIGNE-DEBIT
               MOVE MONTANT-OUVERT TO LIGNE-CREDIT
               PERFORM AJOUTER-LIGNE
               IF NOUVELLE-PROVISION > ZERO
                   MOVE "681740" TO LIGNE-COMPTE
                   MOVE NOUVELLE-PROVISION TO LIGNE-DEBIT
                   MOVE ZERO TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
                   MOVE "491000" TO LIGNE-COMPTE
                   MOVE ZERO TO LIGNE-DEBIT
                   MOVE NOUVELLE-PROVISION TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
               END-IF
               MOVE SPACES TO PIECE-OD
               STRING "DOUT" DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO PIECE-OD
               MOVE SPACES TO LIBELLE-OD
               STRING "CREANCE DOUTEUSE FACTURE " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO LIBELLE-OD
               PERFORM ENREGISTRER-PIECE

               SET REG-DOUTEUX TO TRUE
               MOVE SESSION-DATE-JOUR TO REG-DOUTEUX-DATE
               MOVE TAUX-SAISI TO REG-PROVISION-TAUX
               MOVE NOUVELLE-PROVISION TO REG-PROVISION
               PERFORM REECRIRE-REGISTRE

               MOVE TAUX-SAISI TO DISPLAY-TAUX
               MOVE NOUVELLE-PROVISION TO DISPLAY-MONTANT
               MOVE SPACES TO LOG-LINE
               STRING "DOUTEUX " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " TAUX " DELIMITED BY SIZE
                      DISPLAY-TAUX DELIMITED BY SIZE
                      " PROV " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               DISPLAY "Facture " REG-INV-NUMBER " classee en "
                       "creance douteuse."
           END-IF.

      *    A new rate replaces the old: only the difference is
      *    booked, a dotation when the provision grows, a reprise
      *    781740 when it shrinks.
       AJUSTER-PROVISION.
           IF NOT REG-DOUTEUX
               DISPLAY "Facture " REG-INV-NUMBER " statut "
                       REG-STATUS " : pas une creance douteuse."
           ELSE
               MOVE REG-PROVISION-TAUX TO DISPLAY-TAUX
               MOVE REG-PROVISION TO DISPLAY-MONTANT
               DISPLAY "Provision actuelle " DISPLAY-MONTANT
                       " au taux " DISPLAY-TAUX
               PERFORM SAISIR-TAUX-PROVISION
               IF TAUX-SAISI <= 100
                   COMPUTE ECART-PROVISION
                       = NOUVELLE-PROVISION - REG-PROVISION
                   IF ECART-PROVISION = ZERO
                       DISPLAY "Provision inchangee."
                   ELSE
                       PERFORM CONFIRMER-AJUSTEMENT
                   END-IF
               END-IF
           END-IF.

       CONFIRMER-AJUSTEMENT.
           DISPLAY "Confirmer l'ajustement (O/N) ?"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "O"
               DISPLAY "Ajustement abandonne."
           ELSE
               MOVE ZERO TO LIGNE-COUNT
               IF ECART-PROVISION > ZERO
                   MOVE "681740" TO LIGNE-COMPTE
                   MOVE ECART-PROVISION TO LIGNE-DEBIT
                   MOVE ZERO TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
                   MOVE "491000" TO LIGNE-COMPTE
                   MOVE ZERO TO LIGNE-DEBIT
                   MOVE ECART-PROVISION TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
               ELSE
                   COMPUTE ECART-PROVISION = 0 - ECART-PROVISION
                   MOVE "491000" TO LIGNE-COMPTE
                   MOVE ECART-PROVISION TO LIGNE-DEBIT
                   MOVE ZERO TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
                   MOVE "781740" TO LIGNE-COMPTE
                   MOVE ZERO TO LIGNE-DEBIT
                   MOVE ECART-PROVISION TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
               END-IF
               MOVE SPACES TO PIECE-OD
               STRING "PROV" DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO PIECE-OD
               MOVE SPACES TO LIBELLE-OD
               STRING "PROVISION CREANCE FACTURE " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO LIBELLE-OD
               PERFORM ENREGISTRER-PIECE

               MOVE TAUX-SAISI TO REG-PROVISION-TAUX
               MOVE NOUVELLE-PROVISION TO REG-PROVISION
               PERFORM REECRIRE-REGISTRE

               MOVE TAUX-SAISI TO DISPLAY-TAUX
               MOVE NOUVELLE-PROVISION TO DISPLAY-MONTANT
               MOVE SPACES TO LOG-LINE
               STRING "PROVISION " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " TAUX " DELIMITED BY SIZE
                      DISPLAY-TAUX DELIMITED BY SIZE
                      " PROV " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               DISPLAY "Provision de la facture " REG-INV-NUMBER
                       " ajustee."
           END-IF.

      *    The write-off: HT to 654000 and the TVA on the unpaid
      *    part back out of 445710 against the 416000 balance, the
      *    provision reversed. The TVA is recovered on the CA3 only
      *    for a category declared on the invoice date - on an
      *    encaissements category the unpaid part's TVA was never
      *    declared in the first place.
       PASSER-EN-PERTE.
           EVALUATE TRUE
               WHEN NOT OPERATEUR-SUPERVISEUR
                   DISPLAY "Passage en perte reserve au superviseur."
                   MOVE SPACES TO LOG-LINE
                   STRING "PERTE REFUSEE " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          REG-INV-NUMBER DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
               WHEN NOT REG-DOUTEUX
                   DISPLAY "Facture " REG-INV-NUMBER " statut "
                           REG-STATUS " : la classer douteuse avant "
                           "de la passer en perte."
               WHEN OTHER
                   PERFORM CONFIRMER-PERTE
           END-EVALUATE.

       CONFIRMER-PERTE.
           MOVE ZERO TO TVA-RECUPERABLE
           SET CATEGORY-IDX TO 1
           SEARCH CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-CODE(CATEGORY-IDX) = REG-CATEGORY
                   IF CAT-SUR-DEBITS(CATEGORY-IDX)
                       MOVE TVA-OUVERTE TO TVA-RECUPERABLE
                   END-IF
           END-SEARCH

           MOVE HT-OUVERT TO DISPLAY-MONTANT
           MOVE TVA-OUVERTE TO DISPLAY-MONTANT-2
           DISPLAY "Perte HT " DISPLAY-MONTANT " TVA "
                   DISPLAY-MONTANT-2
           MOVE TVA-RECUPERABLE TO DISPLAY-MONTANT-2
           DISPLAY "TVA recuperee sur la CA3 " DISPLAY-MONTANT-2
           DISPLAY "Confirmer le passage en perte (O/N) ?"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "O"
               DISPLAY "Passage en perte abandonne."
           ELSE
               MOVE ZERO TO LIGNE-COUNT
               MOVE "654000" TO LIGNE-COMPTE
               MOVE HT-OUVERT TO LIGNE-DEBIT
               MOVE ZERO TO LIGNE-CREDIT
               PERFORM AJOUTER-LIGNE
               IF TVA-OUVERTE > ZERO
                   MOVE "445710" TO LIGNE-COMPTE
                   MOVE TVA-OUVERTE TO LIGNE-DEBIT
                   MOVE ZERO TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
               END-IF
               MOVE "416000" TO LIGNE-COMPTE
               MOVE ZERO TO LIGNE-DEBIT
               MOVE MONTANT-OUVERT TO LIGNE-CREDIT
               PERFORM AJOUTER-LIGNE
               IF REG-PROVISION > ZERO
                   MOVE "491000" TO LIGNE-COMPTE
                   MOVE REG-PROVISION TO LIGNE-DEBIT
                   MOVE ZERO TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
                   MOVE "781740" TO LIGNE-COMPTE
                   MOVE ZERO TO LIGNE-DEBIT
                   MOVE REG-PROVISION TO LIGNE-CREDIT
                   PERFORM AJOUTER-LIGNE
               END-IF
               MOVE SPACES TO PIECE-OD
               STRING "PERT" DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO PIECE-OD
               MOVE SPACES TO LIBELLE-OD
               STRING "PERTE IRRECOUVRABLE FACTURE "
                          DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                   INTO LIBELLE-OD
               PERFORM ENREGISTRER-PIECE

               SET REG-IRRECOUVRABLE TO TRUE
               MOVE SESSION-DATE-JOUR TO REG-PERTE-DATE
               MOVE TVA-RECUPERABLE TO REG-TVA-RECUPEREE
               MOVE ZERO TO REG-PROVISION
               PERFORM REECRIRE-REGISTRE

               MOVE HT-OUVERT TO DISPLAY-MONTANT
               MOVE TVA-RECUPERABLE TO DISPLAY-MONTANT-2
               MOVE SPACES TO LOG-LINE
               STRING "PERTE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " HT " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " TVA " DELIMITED BY SIZE
                      DISPLAY-MONTANT-2 DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               DISPLAY "Facture " REG-INV-NUMBER " passee en perte."
           END-IF.

       CONSULTER-FACTURE.
           MOVE MONTANT-OUVERT TO DISPLAY-MONTANT
           DISPLAY "Facture " REG-INV-NUMBER " client "
                   REG-CUST-ID " "
                   FUNCTION TRIM(REG-CUST-PRENOM) " "
                   FUNCTION TRIM(REG-CUST-NOM)
           DISPLAY "  Echeance " REG-DUE-DATE " reste du "
                   DISPLAY-MONTANT " statut " REG-STATUS
           IF REG-DOUTEUX OR REG-IRRECOUVRABLE
               MOVE REG-PROVISION-TAUX TO DISPLAY-TAUX
               MOVE REG-PROVISION TO DISPLAY-MONTANT
               DISPLAY "  Douteuse depuis le " REG-DOUTEUX-DATE
                       " provision " DISPLAY-MONTANT
                       " au taux " DISPLAY-TAUX
           END-IF
           IF REG-IRRECOUVRABLE
               MOVE REG-TVA-RECUPEREE TO DISPLAY-MONTANT
               DISPLAY "  Passee en perte le " REG-PERTE-DATE
                       " TVA recuperee " DISPLAY-MONTANT
           END-IF.

       REECRIRE-REGISTRE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du registre, "
                           "facture " REG-INV-NUMBER
           END-REWRITE.

       AJOUTER-LIGNE.
           ADD 1 TO LIGNE-COUNT
           MOVE LIGNE-COMPTE TO LIG-ACCOUNT(LIGNE-COUNT)
           MOVE LIGNE-DEBIT TO LIG-DEBIT(LIGNE-COUNT)
           MOVE LIGNE-CREDIT TO LIG-CREDIT(LIGNE-COUNT).

      *    Staged today the piece goes to the ledger with GLPOST's
      *    next run; if that run already happened today it is
      *    staged for tomorrow's, or no sweep would ever take it.
       ENREGISTRER-PIECE.
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
           MOVE "OD" TO ODJ-JOURNAL
           MOVE PIECE-OD TO ODJ-PIECE
           MOVE LIBELLE-OD TO ODJ-LABEL
           MOVE "CREDOUT" TO ODJ-SOURCE
           MOVE OPERATEUR-COURANT TO ODJ-OPER-ID
           PERFORM ECRIRE-LIGNE-OD
               VARYING LIGNE-IDX FROM 1 BY 1
               UNTIL LIGNE-IDX > LIGNE-COUNT
           CLOSE OD-JOURNAL-FILE.

       ECRIRE-LIGNE-OD.
           MOVE LIG-ACCOUNT(LIGNE-IDX) TO ODJ-ACCOUNT
           MOVE LIG-DEBIT(LIGNE-IDX) TO ODJ-DEBIT
           MOVE LIG-CREDIT(LIGNE-IDX) TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD.

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
