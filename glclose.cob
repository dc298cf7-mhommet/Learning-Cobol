       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.

      *    Year-end closing (cloture de l'exercice). Off the ledger
      *    since the previous closing, it prints the compte de
      *    resultat (C and R accounts of GLCOA) and the bilan (A and
      *    P accounts) to CLOTRPT.DAT, stages the closing entry that
      *    brings every charge and produit to zero against 120000
      *    (benefice) or 129000 (perte), and the a-nouveaux of the
      *    new year (journal AN) reopening every balance-sheet
      *    account, both in ODJRNL.DAT for GLPOST. The closed year
      *    is then locked by the "C" record of GLCKPT.DAT: GLPOST
      *    and manual entries refuse any date up to it.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SYSIN/parameter file carrying the fiscal year to close,
      *    the same idea as FECPARM.DAT.
           SELECT YEAR-PARM-FILE ASSIGN TO "CLOTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-PARM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    Same checkpoint GLPOST numbers its entries from: the "D"
      *    record says how far the ledger was posted, the "C" record
      *    holds the last closed day.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT CLOSING-REPORT-FILE ASSIGN TO "CLOTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSING-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD YEAR-PARM-FILE.
       01 YEAR-PARM-RECORD.
           05 YEAR-PARM-YEAR    PIC 9(4).

       FD GL-JOURNAL-FILE.
       COPY "GLJRNL.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD CLOSING-REPORT-FILE.
       01 CLOSING-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 YEAR-PARM-STATUS      PIC X(02).
       01 GL-JOURNAL-STATUS     PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 CLOSING-REPORT-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01).
           88 SCAN-EOF             VALUE "Y".
       01 CLOTURE-POSSIBLE-SW   PIC X(01) VALUE "Y".
           88 CLOTURE-POSSIBLE     VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 FISCAL-YEAR           PIC 9(4) VALUE ZERO.
       01 NOUVELLE-ANNEE        PIC 9(4).
       01 DATE-CLOTURE          PIC 9(8).
       01 DATE-OUVERTURE        PIC 9(8).
      *    Last day of the previous closed year (zero before the
      *    first closing) and last day GLPOST swept.
       01 DERNIERE-CLOTURE      PIC 9(8) VALUE ZERO.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.
       01 DATE-EXIGIBLE         PIC 9(8).
       01 ATTENTE-COUNT         PIC 9(5) VALUE ZERO.

      *    One slot per account, loaded in plan comptable order so
      *    the statements print sorted; an account the journal
      *    carries but GLCOA does not is appended and classed by
      *    its first digit.
       01 COMPTE-COUNT          PIC 9(3) VALUE ZERO.
       01 COMPTE-IDX            PIC 9(3).
       01 COMPTE-SLOT           PIC 9(3).
       01 COMPTE-CHERCHE        PIC X(06).
       01 COMPTE-TROUVE-SW      PIC X(01).
           88 COMPTE-TROUVE        VALUE "Y".
       01 CLOTURE-TABLE.
           05 CLOTURE-ENTRY OCCURS 500 TIMES.
               10 CLO-ACCOUNT   PIC X(06).
               10 CLO-LABEL     PIC X(30).
               10 CLO-CLASS     PIC X(01).
                   88 CLO-ACTIF     VALUE "A".
                   88 CLO-PASSIF    VALUE "P".
                   88 CLO-CHARGE    VALUE "C".
                   88 CLO-PRODUIT   VALUE "R".
               10 CLO-SOLDE     PIC S9(11)V99.

       01 TOTAL-CHARGES         PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-PRODUITS        PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-ACTIF           PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-PASSIF          PIC S9(13)V99 VALUE ZERO.
       01 RESULTAT-EXERCICE     PIC S9(13)V99 VALUE ZERO.
       01 SOLDE-AFFICHE         PIC S9(11)V99.
       01 COMPTE-RESULTAT       PIC X(06).
       01 MONTANT-ABS           PIC 9(9)V99.

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-ANNEE
           IF FISCAL-YEAR = ZERO
               DISPLAY "CLOTPARM.DAT absent ou vide : exercice a "
                       "clore obligatoire."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE DATE-CLOTURE = FISCAL-YEAR * 10000 + 1231
           COMPUTE NOUVELLE-ANNEE = FISCAL-YEAR + 1
           COMPUTE DATE-OUVERTURE = NOUVELLE-ANNEE * 10000 + 0101

           PERFORM VERIFIER-CLOTURE-POSSIBLE
           IF CLOTURE-POSSIBLE
               PERFORM VERIFIER-ECRITURES-EN-ATTENTE
           END-IF
           IF NOT CLOTURE-POSSIBLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHARGER-PLAN-COMPTABLE
           PERFORM CUMULER-GRAND-LIVRE
           IF DEBORDEMENT
               DISPLAY "Plus de 500 comptes mouvementes : cloture "
                       "interrompue."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CLOSING-REPORT-FILE
           PERFORM IMPRIMER-COMPTE-RESULTAT
           PERFORM IMPRIMER-BILAN

           OPEN EXTEND OD-JOURNAL-FILE
           IF ODJRNL-STATUS = "35"
               OPEN OUTPUT OD-JOURNAL-FILE
               CLOSE OD-JOURNAL-FILE
               OPEN EXTEND OD-JOURNAL-FILE
           END-IF
           PERFORM PASSER-ECRITURE-RESULTAT
           PERFORM PASSER-A-NOUVEAUX
           CLOSE OD-JOURNAL-FILE

           PERFORM VERROUILLER-EXERCICE
           MOVE SPACES TO REPORT-LINE
           STRING "EXERCICE " DELIMITED BY SIZE
                  FISCAL-YEAR DELIMITED BY SIZE
                  " CLOS ET VERROUILLE AU " DELIMITED BY SIZE
                  DATE-CLOTURE DELIMITED BY SIZE
                  " - A-NOUVEAUX AU " DELIMITED BY SIZE
                  DATE-OUVERTURE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           CLOSE CLOSING-REPORT-FILE
           GOBACK.

       LIRE-ANNEE.
           OPEN INPUT YEAR-PARM-FILE
           IF YEAR-PARM-STATUS = "00"
               READ YEAR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YEAR-PARM-YEAR TO FISCAL-YEAR
               END-READ
               CLOSE YEAR-PARM-FILE
           END-IF.

      *    A year closes once it is over, once, and after the one
      *    before it.
       VERIFIER-CLOTURE-POSSIBLE.
           IF RUN-DATE <= DATE-CLOTURE
               DISPLAY "Exercice " FISCAL-YEAR " non termine : "
                       "cloture refusee."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "C" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-CLOTURE
               END-READ
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF
           IF DERNIERE-CLOTURE >= DATE-CLOTURE
               DISPLAY "Exercice " FISCAL-YEAR " deja clos ("
                       DERNIERE-CLOTURE ")."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF
           IF DERNIERE-CLOTURE NOT = ZERO
                   AND DERNIERE-CLOTURE < DATE-CLOTURE - 10000
               DISPLAY "Exercice precedent non clos (derniere "
                       "cloture " DERNIERE-CLOTURE ")."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF
      *    Staged today, swept on GLPOST's next run: if GLPOST has
      *    already swept today that run would skip these pieces.
           IF DERNIERE-DATE-POSTEE >= RUN-DATE
               DISPLAY "GLPOST deja passe le " RUN-DATE " : lancer "
                       "GLCLOSE avant GLPOST."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF
           IF DERNIERE-DATE-POSTEE <= DATE-CLOTURE
               DISPLAY "Grand livre poste jusqu'au "
                       DERNIERE-DATE-POSTEE " seulement : lancer "
                       "GLPOST apres la fin d'exercice."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF.

      *    A staged entry dated in the year that GLPOST has not
      *    carried to the ledger yet would be locked out of it for
      *    good: the closing waits for it.
       VERIFIER-ECRITURES-EN-ATTENTE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT OD-JOURNAL-FILE
           IF ODJRNL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM EXAMINER-ECRITURE-EN-ATTENTE UNTIL SCAN-EOF
           IF ODJRNL-STATUS NOT = "35"
               CLOSE OD-JOURNAL-FILE
           END-IF
           IF ATTENTE-COUNT > ZERO
               DISPLAY ATTENTE-COUNT " ligne(s) d'ODJRNL.DAT datee(s)"
                       " de l'exercice pas encore postee(s) : "
                       "cloture refusee."
               MOVE "N" TO CLOTURE-POSSIBLE-SW
           END-IF.

       EXAMINER-ECRITURE-EN-ATTENTE.
           READ OD-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF ODJ-DATE > ODJ-SAISIE-DATE
                   MOVE ODJ-DATE TO DATE-EXIGIBLE
               ELSE
                   MOVE ODJ-SAISIE-DATE TO DATE-EXIGIBLE
               END-IF
               IF ODJ-DATE > DERNIERE-CLOTURE
                       AND ODJ-DATE <= DATE-CLOTURE
                       AND DATE-EXIGIBLE > DERNIERE-DATE-POSTEE
                   ADD 1 TO ATTENTE-COUNT
               END-IF
           END-IF.

       CHARGER-PLAN-COMPTABLE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS NOT = "00"
               DISPLAY "GLCOA.DAT indisponible (" GLCOA-STATUS
                       ") : classes deduites des numeros de compte."
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO GLA-NUMBER
               START GL-ACCOUNT-FILE
                       KEY IS NOT LESS THAN GLA-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM CHARGER-COMPTE-SUIVANT UNTIL SCAN-EOF
           IF GLCOA-STATUS NOT = "35"
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       CHARGER-COMPTE-SUIVANT.
           READ GL-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF GLCOA-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF COMPTE-COUNT < 500
                   ADD 1 TO COMPTE-COUNT
                   MOVE GLA-NUMBER TO CLO-ACCOUNT(COMPTE-COUNT)
                   MOVE GLA-LABEL TO CLO-LABEL(COMPTE-COUNT)
                   MOVE GLA-CLASS TO CLO-CLASS(COMPTE-COUNT)
                   MOVE ZERO TO CLO-SOLDE(COMPTE-COUNT)
               ELSE
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

      *    The year's balances: everything after the previous
      *    closing (its a-nouveaux included) up to the closing day.
       CUMULER-GRAND-LIVRE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CUMULER-LIGNE-SUIVANTE UNTIL SCAN-EOF
           IF GL-JOURNAL-STATUS NOT = "35"
               CLOSE GL-JOURNAL-FILE
           END-IF.

       CUMULER-LIGNE-SUIVANTE.
           READ GL-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF GLJ-DATE > DERNIERE-CLOTURE
                       AND GLJ-DATE <= DATE-CLOTURE
                   MOVE GLJ-ACCOUNT TO COMPTE-CHERCHE
                   PERFORM CHERCHER-COMPTE
                   IF COMPTE-SLOT > 0
                       ADD GLJ-DEBIT TO CLO-SOLDE(COMPTE-SLOT)
                       SUBTRACT GLJ-CREDIT FROM CLO-SOLDE(COMPTE-SLOT)
                   END-IF
               END-IF
           END-IF.

       CHERCHER-COMPTE.
           MOVE "N" TO COMPTE-TROUVE-SW
           MOVE ZERO TO COMPTE-SLOT
           PERFORM EXAMINER-SLOT-COMPTE
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT OR COMPTE-TROUVE
           IF NOT COMPTE-TROUVE
               IF COMPTE-COUNT < 500
                   ADD 1 TO COMPTE-COUNT
                   MOVE COMPTE-COUNT TO COMPTE-SLOT
                   MOVE COMPTE-CHERCHE TO CLO-ACCOUNT(COMPTE-SLOT)
                   MOVE "(HORS PLAN COMPTABLE)"
                       TO CLO-LABEL(COMPTE-SLOT)
                   MOVE ZERO TO CLO-SOLDE(COMPTE-SLOT)
                   EVALUATE COMPTE-CHERCHE(1:1)
                       WHEN "6"
                           MOVE "C" TO CLO-CLASS(COMPTE-SLOT)
                       WHEN "7"
                           MOVE "R" TO CLO-CLASS(COMPTE-SLOT)
                       WHEN "1"
                           MOVE "P" TO CLO-CLASS(COMPTE-SLOT)
                       WHEN OTHER
                           MOVE "A" TO CLO-CLASS(COMPTE-SLOT)
                   END-EVALUATE
               ELSE
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

       EXAMINER-SLOT-COMPTE.
           IF CLO-ACCOUNT(COMPTE-IDX) = COMPTE-CHERCHE
               SET COMPTE-TROUVE TO TRUE
               MOVE COMPTE-IDX TO COMPTE-SLOT
           END-IF.

      *    Charges then produits, each at its natural sign; the
      *    result is what the produits leave once the charges are
      *    met.
       IMPRIMER-COMPTE-RESULTAT.
           MOVE SPACES TO REPORT-LINE
           STRING "COMPTE DE RESULTAT - EXERCICE " DELIMITED BY SIZE
                  FISCAL-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "CHARGES" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM IMPRIMER-CHARGE
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT
           MOVE TOTAL-CHARGES TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL DES CHARGES" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "PRODUITS" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM IMPRIMER-PRODUIT
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT
           MOVE TOTAL-PRODUITS TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL DES PRODUITS" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT

           COMPUTE RESULTAT-EXERCICE = TOTAL-PRODUITS - TOTAL-CHARGES
           MOVE RESULTAT-EXERCICE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           IF RESULTAT-EXERCICE < ZERO
               MOVE "RESULTAT DE L'EXERCICE (PERTE)" TO REPORT-LINE
               MOVE "129000" TO COMPTE-RESULTAT
           ELSE
               MOVE "RESULTAT DE L'EXERCICE (BENEFICE)" TO REPORT-LINE
               MOVE "120000" TO COMPTE-RESULTAT
           END-IF
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT.

       IMPRIMER-CHARGE.
           IF CLO-CHARGE(COMPTE-IDX) AND CLO-SOLDE(COMPTE-IDX) NOT = 0
               MOVE CLO-SOLDE(COMPTE-IDX) TO SOLDE-AFFICHE
               ADD SOLDE-AFFICHE TO TOTAL-CHARGES
               PERFORM IMPRIMER-LIGNE-COMPTE
           END-IF.

       IMPRIMER-PRODUIT.
           IF CLO-PRODUIT(COMPTE-IDX) AND CLO-SOLDE(COMPTE-IDX) NOT = 0
               COMPUTE SOLDE-AFFICHE = 0 - CLO-SOLDE(COMPTE-IDX)
               ADD SOLDE-AFFICHE TO TOTAL-PRODUITS
               PERFORM IMPRIMER-LIGNE-COMPTE
           END-IF.

      *    Actif at its debit balance, passif at its credit balance
      *    with the year's result in the capitaux propres: the two
      *    totals must agree.
       IMPRIMER-BILAN.
           MOVE SPACES TO REPORT-LINE
           STRING "BILAN AU " DELIMITED BY SIZE
                  DATE-CLOTURE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "ACTIF" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM IMPRIMER-ACTIF
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT
           MOVE TOTAL-ACTIF TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL ACTIF" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "PASSIF" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM IMPRIMER-PASSIF
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT
           MOVE RESULTAT-EXERCICE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  COMPTE-RESULTAT DELIMITED BY SIZE
                  " RESULTAT DE L'EXERCICE" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT
           ADD RESULTAT-EXERCICE TO TOTAL-PASSIF
           MOVE TOTAL-PASSIF TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL PASSIF" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF TOTAL-ACTIF NOT = TOTAL-PASSIF
               MOVE "*** BILAN DESEQUILIBRE - VERIFIER GLJRNL.DAT ***"
                   TO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               DISPLAY "*** GLCLOSE : BILAN DESEQUILIBRE ***"
           END-IF.

       IMPRIMER-ACTIF.
           IF CLO-ACTIF(COMPTE-IDX) AND CLO-SOLDE(COMPTE-IDX) NOT = 0
               MOVE CLO-SOLDE(COMPTE-IDX) TO SOLDE-AFFICHE
               ADD SOLDE-AFFICHE TO TOTAL-ACTIF
               PERFORM IMPRIMER-LIGNE-COMPTE
           END-IF.

       IMPRIMER-PASSIF.
           IF CLO-PASSIF(COMPTE-IDX) AND CLO-SOLDE(COMPTE-IDX) NOT = 0
               COMPUTE SOLDE-AFFICHE = 0 - CLO-SOLDE(COMPTE-IDX)
               ADD SOLDE-AFFICHE TO TOTAL-PASSIF
               PERFORM IMPRIMER-LIGNE-COMPTE
           END-IF.

       IMPRIMER-LIGNE-COMPTE.
           MOVE SOLDE-AFFICHE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  CLO-ACCOUNT(COMPTE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLO-LABEL(COMPTE-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE DISPLAY-MONTANT TO REPORT-LINE(50:15)
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Every charge and produit back to zero on the last day of
      *    the year, the difference to 120000 or 129000; the slot of
      *    the result account takes the entry too, so the
      *    a-nouveaux below carry it.
       PASSER-ECRITURE-RESULTAT.
           MOVE DATE-CLOTURE TO ODJ-DATE
           MOVE RUN-DATE TO ODJ-SAISIE-DATE
           MOVE "OD" TO ODJ-JOURNAL
           MOVE SPACES TO ODJ-PIECE
           STRING "CLOT" DELIMITED BY SIZE
                  FISCAL-YEAR DELIMITED BY SIZE
               INTO ODJ-PIECE
           MOVE SPACES TO ODJ-LABEL
           STRING "DETERMINATION DU RESULTAT " DELIMITED BY SIZE
                  FISCAL-YEAR DELIMITED BY SIZE
               INTO ODJ-LABEL
           MOVE "GLCLOSE" TO ODJ-SOURCE
           MOVE "BATCH" TO ODJ-OPER-ID
           PERFORM SOLDER-COMPTE-GESTION
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT
           IF RESULTAT-EXERCICE NOT = ZERO
               MOVE COMPTE-RESULTAT TO ODJ-ACCOUNT
               IF RESULTAT-EXERCICE > ZERO
                   MOVE ZERO TO ODJ-DEBIT
                   MOVE RESULTAT-EXERCICE TO ODJ-CREDIT
               ELSE
                   COMPUTE ODJ-DEBIT = 0 - RESULTAT-EXERCICE
                   MOVE ZERO TO ODJ-CREDIT
               END-IF
               WRITE OD-JOURNAL-RECORD
               MOVE COMPTE-RESULTAT TO COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE
               IF COMPTE-SLOT > 0
                   MOVE "P" TO CLO-CLASS(COMPTE-SLOT)
                   SUBTRACT RESULTAT-EXERCICE
                       FROM CLO-SOLDE(COMPTE-SLOT)
               END-IF
           END-IF.

       SOLDER-COMPTE-GESTION.
           IF (CLO-CHARGE(COMPTE-IDX) OR CLO-PRODUIT(COMPTE-IDX))
                   AND CLO-SOLDE(COMPTE-IDX) NOT = ZERO
               MOVE CLO-ACCOUNT(COMPTE-IDX) TO ODJ-ACCOUNT
               IF CLO-SOLDE(COMPTE-IDX) > ZERO
                   MOVE ZERO TO ODJ-DEBIT
                   MOVE CLO-SOLDE(COMPTE-IDX) TO ODJ-CREDIT
               ELSE
                   COMPUTE ODJ-DEBIT = 0 - CLO-SOLDE(COMPTE-IDX)
                   MOVE ZERO TO ODJ-CREDIT
               END-IF
               WRITE OD-JOURNAL-RECORD
           END-IF.

      *    The new year opens on the first of January with every
      *    balance-sheet account at its closing balance.
       PASSER-A-NOUVEAUX.
           MOVE DATE-OUVERTURE TO ODJ-DATE
           MOVE RUN-DATE TO ODJ-SAISIE-DATE
           MOVE "AN" TO ODJ-JOURNAL
           MOVE SPACES TO ODJ-PIECE
           STRING "AN" DELIMITED BY SIZE
                  NOUVELLE-ANNEE DELIMITED BY SIZE
               INTO ODJ-PIECE
           MOVE SPACES TO ODJ-LABEL
           STRING "A-NOUVEAUX " DELIMITED BY SIZE
                  NOUVELLE-ANNEE DELIMITED BY SIZE
               INTO ODJ-LABEL
           MOVE "GLCLOSE" TO ODJ-SOURCE
           MOVE "BATCH" TO ODJ-OPER-ID
           PERFORM REPORTER-COMPTE-BILAN
               VARYING COMPTE-IDX FROM 1 BY 1
               UNTIL COMPTE-IDX > COMPTE-COUNT.

       REPORTER-COMPTE-BILAN.
           IF (CLO-ACTIF(COMPTE-IDX) OR CLO-PASSIF(COMPTE-IDX))
                   AND CLO-SOLDE(COMPTE-IDX) NOT = ZERO
               MOVE CLO-ACCOUNT(COMPTE-IDX) TO ODJ-ACCOUNT
               IF CLO-SOLDE(COMPTE-IDX) > ZERO
                   MOVE CLO-SOLDE(COMPTE-IDX) TO ODJ-DEBIT
                   MOVE ZERO TO ODJ-CREDIT
               ELSE
                   MOVE ZERO TO ODJ-DEBIT
                   COMPUTE ODJ-CREDIT = 0 - CLO-SOLDE(COMPTE-IDX)
               END-IF
               WRITE OD-JOURNAL-RECORD
           END-IF.

       VERROUILLER-EXERCICE.
           OPEN I-O GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "35"
               OPEN OUTPUT GL-CHECKPOINT-FILE
               CLOSE GL-CHECKPOINT-FILE
               OPEN I-O GL-CHECKPOINT-FILE
           END-IF
           MOVE "C" TO GLK-KEY
           MOVE ZERO TO GLK-LAST-ENTRY
           MOVE DATE-CLOTURE TO GLK-LAST-DATE
           REWRITE GL-CHECKPOINT-RECORD
               INVALID KEY
                   WRITE GL-CHECKPOINT-RECORD
           END-REWRITE
           CLOSE GL-CHECKPOINT-FILE.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO CLOSING-REPORT-RECORD
           WRITE CLOSING-REPORT-RECORD.
