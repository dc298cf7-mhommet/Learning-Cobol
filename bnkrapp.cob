       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRAPP.

      *    Monthly rapprochement bancaire: proves that account
      *    512000 in GLJRNL.DAT agrees with the bank's closing
      *    balance. Every statement line of the month is paired
      *    with a 512000 journal line of the same amount within the
      *    date window, the reference quoted on the statement
      *    deciding between candidates; what pairs with nothing is
      *    listed on the rapprochement (GL balance, in the bank but
      *    not booked, booked but not through the bank, reconciled
      *    balance against the statement) and carried forward in
      *    RAPPSUSP.DAT to next month's run until it clears. A
      *    512000 line posted after a month was reconciled but dated
      *    inside it is still offered, on the next month's run: the
      *    journal is followed by entry number, not only by date.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SYSIN/parameter file: the month to reconcile, the
      *    closing balance printed on the bank's statement and the
      *    date window in days, the same idea as CA3PARM.DAT.
           SELECT RECON-PARM-FILE ASSIGN TO "RAPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-PARM-STATUS.

      *    Same telebanking pull BNKIMP letters the receipts off.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT RECON-SUSPENSE-FILE ASSIGN TO "RAPPSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAP-KEY
               FILE STATUS IS RAPPSUSP-STATUS.

      *    Highest GLJRNL entry number each month's run had seen,
      *    keyed by month so a rerun starts from the same point.
           SELECT RECON-CHECKPOINT-FILE ASSIGN TO "RAPCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-MOIS
               FILE STATUS IS RAPCKPT-STATUS.

      *    The "C" record GLCLOSE leaves behind: a closed year lives
      *    on only through the a-nouveaux of the next one.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "RAPPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD RECON-PARM-FILE.
       01 RECON-PARM-RECORD.
           05 RPP-MOIS          PIC 9(6).
           05 RPP-SOLDE-BANQUE  PIC 9(9)V99.
      *    C = solde crediteur on the statement (money at the bank),
      *    D = debiteur.
           05 RPP-SENS          PIC X(01).
           05 RPP-FENETRE-JOURS PIC 9(2).

       FD BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-RECORD.
           05 BST-DATE          PIC 9(8).
           05 BST-SENS          PIC X(01).
               88 BST-CREDIT        VALUE "C".
               88 BST-DEBIT         VALUE "D".
           05 BST-AMOUNT        PIC 9(6)V99.
           05 BST-LABEL         PIC X(60).

       FD GL-JOURNAL-FILE.
       COPY "GLJRNL.cpy".

       FD RECON-SUSPENSE-FILE.
       COPY "RAPPSUSP.cpy".

       FD RECON-CHECKPOINT-FILE.
       01 RECON-CHECKPOINT-RECORD.
           05 RCK-MOIS          PIC 9(6).
           05 RCK-LAST-ENTRY    PIC 9(6).

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 RECON-PARM-STATUS     PIC X(02).
       01 BANK-STATEMENT-STATUS PIC X(02).
       01 GL-JOURNAL-STATUS     PIC X(02).
       01 RAPPSUSP-STATUS       PIC X(02).
       01 RECON-REPORT-STATUS   PIC X(02).
       01 RAPCKPT-STATUS        PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01).
           88 SCAN-EOF             VALUE "Y".
       01 PARM-LU-SWITCH        PIC X(01) VALUE "N".
           88 PARM-LU              VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".

       01 MOIS-RAPPROCHE        PIC 9(6).
       01 MOIS-PRECEDENT        PIC 9(6) VALUE ZERO.
       01 DATE-FIN-MOIS         PIC 9(8).
       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 FENETRE-JOURS         PIC 9(2).
       01 SOLDE-BANQUE          PIC S9(11)V99.
       01 SOLDE-GL              PIC S9(11)V99 VALUE ZERO.
       01 SOLDE-RAPPROCHE       PIC S9(11)V99.
       01 ECART-RAPPROCHEMENT   PIC S9(11)V99.
       01 TOTAL-BANQUE-NON-PASSE PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-GL-NON-PASSE    PIC S9(11)V99 VALUE ZERO.
       01 RAPPROCHE-COUNT       PIC 9(5) VALUE ZERO.

      *    Entry number the previous month's run had reached, and
      *    the highest one in the journal now.
       01 CKPT-PRECEDENT-SW     PIC X(01) VALUE "N".
           88 CKPT-PRECEDENT       VALUE "Y".
       01 DERNIERE-ECRITURE-VUE PIC 9(6) VALUE ZERO.
       01 ECRITURE-MAX          PIC 9(6) VALUE ZERO.
       01 SEQ-SUSPENS           PIC 9(5) VALUE ZERO.

      *    The month's open items on each side, reloaded carry-
      *    forwards first. A month with more lines than a table
      *    holds stops the run with a non-zero return code rather
      *    than reconcile half the statement.
       01 BANQUE-COUNT          PIC 9(4) VALUE ZERO.
       01 BANQUE-IDX            PIC 9(4).
       01 BANQUE-TABLE.
           05 BQ-ITEM OCCURS 2000 TIMES.
               10 BQ-DATE          PIC 9(8).
               10 BQ-JOURS         PIC 9(7).
               10 BQ-MONTANT       PIC S9(9)V99.
               10 BQ-LIBELLE       PIC X(40).
               10 BQ-MOIS-ORIGINE  PIC 9(6).
               10 BQ-RAPPROCHE     PIC X(01).
       01 GL-COUNT              PIC 9(4) VALUE ZERO.
       01 GL-IDX                PIC 9(4).
       01 GL-TABLE.
           05 GL-ITEM OCCURS 2000 TIMES.
               10 GLT-DATE         PIC 9(8).
               10 GLT-JOURS        PIC 9(7).
               10 GLT-MONTANT      PIC S9(9)V99.
               10 GLT-LIBELLE      PIC X(40).
               10 GLT-MOIS-ORIGINE PIC 9(6).
               10 GLT-RAPPROCHE    PIC X(01).

      *    Pairing: the reference is the first run of six digits on
      *    the statement line (an invoice or supplier number) and
      *    counts when the journal label carries it too; without
      *    one, the candidate nearest in date wins.
       01 LABEL-IDX             PIC 9(2).
       01 REFERENCE-BANQUE      PIC X(06).
       01 REFERENCE-COUNT       PIC 9(3).
       01 CANDIDAT-IDX          PIC 9(4).
       01 CANDIDAT-ECART        PIC 9(5).
       01 ECART-JOURS           PIC S9(7).
       01 PASSE-REFERENCE-SW    PIC X(01).
           88 PASSE-REFERENCE      VALUE "Y".

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

       01 FIN-ANNEE             PIC 9(4).
       01 FIN-MOIS              PIC 9(2).
       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LIRE-PARAMETRES
           IF NOT PARM-LU
               DISPLAY "RAPPARM.DAT absent ou vide : mois et solde "
                       "du releve obligatoires."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCULER-FIN-DE-MOIS
           PERFORM LIRE-CHECKPOINT-GL
           IF DATE-FIN-MOIS <= DATE-CLOTURE
               DISPLAY "Exercice clos le " DATE-CLOTURE
                       " : rapprochement de " MOIS-RAPPROCHE
                       " refuse."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "GLJRNL.DAT indisponible (" GL-JOURNAL-STATUS
                       ") : rapprochement impossible."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OUVRIR-SUSPENS
           PERFORM CHERCHER-MOIS-PRECEDENT
           IF MOIS-PRECEDENT NOT = ZERO
               PERFORM RECHARGER-SUSPENS
           END-IF

           PERFORM LIRE-CHECKPOINT-PRECEDENT
           PERFORM CHARGER-GRAND-LIVRE
           CLOSE GL-JOURNAL-FILE
           PERFORM CHARGER-RELEVE

           IF DEBORDEMENT
               DISPLAY "Plus de 2000 lignes en suspens d'un cote :"
                       " rapprochement interrompu."
               CLOSE RECON-SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "Y" TO PASSE-REFERENCE-SW
           PERFORM APPARIER-LIGNE-BANQUE
               VARYING BANQUE-IDX FROM 1 BY 1
               UNTIL BANQUE-IDX > BANQUE-COUNT
           MOVE "N" TO PASSE-REFERENCE-SW
           PERFORM APPARIER-LIGNE-BANQUE
               VARYING BANQUE-IDX FROM 1 BY 1
               UNTIL BANQUE-IDX > BANQUE-COUNT

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM ECRIRE-RAPPROCHEMENT
           CLOSE RECON-REPORT-FILE
           CLOSE RECON-SUSPENSE-FILE
           PERFORM ECRIRE-CHECKPOINT
           GOBACK.

       LIRE-PARAMETRES.
           OPEN INPUT RECON-PARM-FILE
           IF RECON-PARM-STATUS = "00"
               READ RECON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RPP-MOIS TO MOIS-RAPPROCHE
                       IF RPP-SENS = "D"
                           COMPUTE SOLDE-BANQUE = 0 - RPP-SOLDE-BANQUE
                       ELSE
                           MOVE RPP-SOLDE-BANQUE TO SOLDE-BANQUE
                       END-IF
                       MOVE RPP-FENETRE-JOURS TO FENETRE-JOURS
                       IF FENETRE-JOURS = ZERO
                           MOVE 5 TO FENETRE-JOURS
                       END-IF
                       SET PARM-LU TO TRUE
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.

       CALCULER-FIN-DE-MOIS.
           MOVE MOIS-RAPPROCHE(1:4) TO FIN-ANNEE
           MOVE MOIS-RAPPROCHE(5:2) TO FIN-MOIS
           MOVE MOIS-JOURS(FIN-MOIS) TO MOIS-LONGUEUR
           IF FIN-MOIS = 2
               DIVIDE FIN-ANNEE BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE FIN-ANNEE BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE FIN-ANNEE BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE DATE-FIN-MOIS = FIN-ANNEE * 10000
                                 + FIN-MOIS * 100
                                 + MOIS-LONGUEUR.

      *    Same reading GLBAL makes of the last closed day; no
      *    GLCKPT.DAT means no year was ever closed.
       LIRE-CHECKPOINT-GL.
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "C" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DATE-CLOTURE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

      *    RAPPSUSP.DAT may not exist yet on a first run; create it
      *    empty, same as the other indexed files in this repo.
       OUVRIR-SUSPENS.
           OPEN I-O RECON-SUSPENSE-FILE
           IF RAPPSUSP-STATUS = "35"
               OPEN OUTPUT RECON-SUSPENSE-FILE
               CLOSE RECON-SUSPENSE-FILE
               OPEN I-O RECON-SUSPENSE-FILE
           END-IF.

      *    The latest month left open before this one is the one
      *    to carry forward; items already left at this month by an
      *    earlier run of the same month are dropped, so a rerun
      *    starts from the same point.
       CHERCHER-MOIS-PRECEDENT.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO RAP-KEY
           START RECON-SUSPENSE-FILE KEY IS NOT LESS THAN RAP-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM EXAMINER-SUSPENS-SUIVANT UNTIL SCAN-EOF.

       EXAMINER-SUSPENS-SUIVANT.
           READ RECON-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF RAPPSUSP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF RAP-MOIS < MOIS-RAPPROCHE
                   MOVE RAP-MOIS TO MOIS-PRECEDENT
               END-IF
               IF RAP-MOIS = MOIS-RAPPROCHE
                   DELETE RECON-SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

       RECHARGER-SUSPENS.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE MOIS-PRECEDENT TO RAP-MOIS
           MOVE ZERO TO RAP-SEQ
           START RECON-SUSPENSE-FILE KEY IS NOT LESS THAN RAP-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM RECHARGER-SUSPENS-SUIVANT UNTIL SCAN-EOF.

       RECHARGER-SUSPENS-SUIVANT.
           READ RECON-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF RAPPSUSP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF RAP-MOIS NOT = MOIS-PRECEDENT
                   SET SCAN-EOF TO TRUE
               ELSE
                   IF RAP-BANQUE
                       PERFORM AJOUTER-ITEM-BANQUE
                       IF NOT DEBORDEMENT
                           MOVE RAP-DATE TO BQ-DATE(BANQUE-COUNT)
                           MOVE RAP-MONTANT TO BQ-MONTANT(BANQUE-COUNT)
                           MOVE RAP-LIBELLE TO BQ-LIBELLE(BANQUE-COUNT)
                           MOVE RAP-MOIS-ORIGINE
                               TO BQ-MOIS-ORIGINE(BANQUE-COUNT)
                           MOVE RAP-DATE TO SERIE-DATE
                           PERFORM CALCULER-JOURS-SERIE
                           MOVE SERIE-JOURS TO BQ-JOURS(BANQUE-COUNT)
                       END-IF
                   ELSE
                       PERFORM AJOUTER-ITEM-GL
                       IF NOT DEBORDEMENT
                           MOVE RAP-DATE TO GLT-DATE(GL-COUNT)
                           MOVE RAP-MONTANT TO GLT-MONTANT(GL-COUNT)
                           MOVE RAP-LIBELLE TO GLT-LIBELLE(GL-COUNT)
                           MOVE RAP-MOIS-ORIGINE
                               TO GLT-MOIS-ORIGINE(GL-COUNT)
                           MOVE RAP-DATE TO SERIE-DATE
                           PERFORM CALCULER-JOURS-SERIE
                           MOVE SERIE-JOURS TO GLT-JOURS(GL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJOUTER-ITEM-BANQUE.
           IF BANQUE-COUNT < 2000
               ADD 1 TO BANQUE-COUNT
               MOVE "N" TO BQ-RAPPROCHE(BANQUE-COUNT)
           ELSE
               SET DEBORDEMENT TO TRUE
           END-IF.

       AJOUTER-ITEM-GL.
           IF GL-COUNT < 2000
               ADD 1 TO GL-COUNT
               MOVE "N" TO GLT-RAPPROCHE(GL-COUNT)
           ELSE
               SET DEBORDEMENT TO TRUE
           END-IF.

      *    The latest month reconciled before this one; none
      *    means a first run, on the month's own lines alone.
       LIRE-CHECKPOINT-PRECEDENT.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT RECON-CHECKPOINT-FILE
           IF RAPCKPT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO RCK-MOIS
               START RECON-CHECKPOINT-FILE
                       KEY IS NOT LESS THAN RCK-MOIS
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM EXAMINER-CHECKPOINT-SUIVANT UNTIL SCAN-EOF
           IF RAPCKPT-STATUS NOT = "35"
               CLOSE RECON-CHECKPOINT-FILE
           END-IF.

       EXAMINER-CHECKPOINT-SUIVANT.
           READ RECON-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF RAPCKPT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF RCK-MOIS < MOIS-RAPPROCHE
                   MOVE RCK-LAST-ENTRY TO DERNIERE-ECRITURE-VUE
                   SET CKPT-PRECEDENT TO TRUE
               ELSE
                   SET SCAN-EOF TO TRUE
               END-IF
           END-IF.

      *    RAPCKPT.DAT may not exist yet on a first run; create it
      *    empty, same as RAPPSUSP.DAT.
       ECRIRE-CHECKPOINT.
           OPEN I-O RECON-CHECKPOINT-FILE
           IF RAPCKPT-STATUS = "35"
               OPEN OUTPUT RECON-CHECKPOINT-FILE
               CLOSE RECON-CHECKPOINT-FILE
               OPEN I-O RECON-CHECKPOINT-FILE
           END-IF
           MOVE MOIS-RAPPROCHE TO RCK-MOIS
           MOVE ECRITURE-MAX TO RCK-LAST-ENTRY
           REWRITE RECON-CHECKPOINT-RECORD
               INVALID KEY
                   WRITE RECON-CHECKPOINT-RECORD
           END-REWRITE
           CLOSE RECON-CHECKPOINT-FILE.

      *    The GL balance of 512000 runs from the last closing, whose
      *    a-nouveaux carry everything before it, up to the month
      *    end. New candidates are the month's own lines, and the
      *    earlier-dated lines posted since the last month's run
      *    (entry number past its checkpoint); anything else was
      *    reconciled or carried forward already, the a-nouveaux
      *    included: they move no money at the bank.
       CHARGER-GRAND-LIVRE.
           MOVE "N" TO SCAN-EOF-SWITCH
           PERFORM CHARGER-LIGNE-GL-SUIVANTE UNTIL SCAN-EOF.

       CHARGER-LIGNE-GL-SUIVANTE.
           READ GL-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF GLJ-ENTRY-NUMBER > ECRITURE-MAX
                   MOVE GLJ-ENTRY-NUMBER TO ECRITURE-MAX
               END-IF
               IF GLJ-ACCOUNT = "512000"
                       AND GLJ-DATE > DATE-CLOTURE
                       AND GLJ-DATE <= DATE-FIN-MOIS
                   ADD GLJ-DEBIT TO SOLDE-GL
                   SUBTRACT GLJ-CREDIT FROM SOLDE-GL
                   IF GLJ-JOURNAL NOT = "AN"
                           AND (GLJ-DATE(1:6) = MOIS-RAPPROCHE
                           OR (CKPT-PRECEDENT
                           AND GLJ-ENTRY-NUMBER
                               > DERNIERE-ECRITURE-VUE))
                       PERFORM AJOUTER-ITEM-GL
                       IF NOT DEBORDEMENT
                           MOVE GLJ-DATE TO GLT-DATE(GL-COUNT)
                           COMPUTE GLT-MONTANT(GL-COUNT) =
                               GLJ-DEBIT - GLJ-CREDIT
                           MOVE GLJ-LABEL TO GLT-LIBELLE(GL-COUNT)
                           MOVE GLJ-DATE(1:6)
                               TO GLT-MOIS-ORIGINE(GL-COUNT)
                           MOVE GLJ-DATE TO SERIE-DATE
                           PERFORM CALCULER-JOURS-SERIE
                           MOVE SERIE-JOURS TO GLT-JOURS(GL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHARGER-RELEVE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT BANK-STATEMENT-FILE
           IF BANK-STATEMENT-STATUS NOT = "00"
               DISPLAY "BANKSTMT.DAT indisponible ("
                       BANK-STATEMENT-STATUS ") : seuls les "
                       "suspens sont repris."
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CHARGER-LIGNE-RELEVE-SUIVANTE UNTIL SCAN-EOF
           IF BANK-STATEMENT-STATUS NOT = "35"
               CLOSE BANK-STATEMENT-FILE
           END-IF.

       CHARGER-LIGNE-RELEVE-SUIVANTE.
           READ BANK-STATEMENT-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF BST-DATE(1:6) = MOIS-RAPPROCHE
                   PERFORM AJOUTER-ITEM-BANQUE
                   IF NOT DEBORDEMENT
                       MOVE BST-DATE TO BQ-DATE(BANQUE-COUNT)
                       IF BST-DEBIT
                           COMPUTE BQ-MONTANT(BANQUE-COUNT) =
                               0 - BST-AMOUNT
                       ELSE
                           MOVE BST-AMOUNT TO BQ-MONTANT(BANQUE-COUNT)
                       END-IF
                       MOVE BST-LABEL(1:40) TO BQ-LIBELLE(BANQUE-COUNT)
                       MOVE MOIS-RAPPROCHE
                           TO BQ-MOIS-ORIGINE(BANQUE-COUNT)
                       MOVE BST-DATE TO SERIE-DATE
                       PERFORM CALCULER-JOURS-SERIE
                       MOVE SERIE-JOURS TO BQ-JOURS(BANQUE-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    First pass: amount, window and reference all agree.
      *    Second pass, for what is left: amount and window, the
      *    nearest date taken.
       APPARIER-LIGNE-BANQUE.
           IF BQ-RAPPROCHE(BANQUE-IDX) = "N"
               MOVE SPACES TO REFERENCE-BANQUE
               IF PASSE-REFERENCE
                   PERFORM EXAMINER-POSITION-LIBELLE
                       VARYING LABEL-IDX FROM 1 BY 1
                       UNTIL LABEL-IDX > 35
                           OR REFERENCE-BANQUE NOT = SPACES
               END-IF
               MOVE ZERO TO CANDIDAT-IDX
               MOVE 99999 TO CANDIDAT-ECART
               IF NOT PASSE-REFERENCE OR REFERENCE-BANQUE NOT = SPACES
                   PERFORM EXAMINER-CANDIDAT-GL
                       VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > GL-COUNT
               END-IF
               IF CANDIDAT-IDX NOT = ZERO
                   MOVE "Y" TO BQ-RAPPROCHE(BANQUE-IDX)
                   MOVE "Y" TO GLT-RAPPROCHE(CANDIDAT-IDX)
                   ADD 1 TO RAPPROCHE-COUNT
               END-IF
           END-IF.

       EXAMINER-POSITION-LIBELLE.
           IF BQ-LIBELLE(BANQUE-IDX)(LABEL-IDX:6) IS NUMERIC
               MOVE BQ-LIBELLE(BANQUE-IDX)(LABEL-IDX:6)
                   TO REFERENCE-BANQUE
           END-IF.

       EXAMINER-CANDIDAT-GL.
           IF GLT-RAPPROCHE(GL-IDX) = "N"
                   AND GLT-MONTANT(GL-IDX) = BQ-MONTANT(BANQUE-IDX)
               COMPUTE ECART-JOURS =
                   BQ-JOURS(BANQUE-IDX) - GLT-JOURS(GL-IDX)
               IF ECART-JOURS < 0
                   COMPUTE ECART-JOURS = 0 - ECART-JOURS
               END-IF
      *    A carried-forward item has already outlived the window
      *    (the cheque that takes three weeks to clear); only the
      *    month's own pairs are held to it.
               IF ECART-JOURS > FENETRE-JOURS
                       AND GLT-MOIS-ORIGINE(GL-IDX) = MOIS-RAPPROCHE
                       AND BQ-MOIS-ORIGINE(BANQUE-IDX) = MOIS-RAPPROCHE
                   MOVE 99999 TO ECART-JOURS
               END-IF
               IF ECART-JOURS < CANDIDAT-ECART
                   MOVE ZERO TO REFERENCE-COUNT
                   IF PASSE-REFERENCE
                       INSPECT GLT-LIBELLE(GL-IDX) TALLYING
                           REFERENCE-COUNT FOR ALL REFERENCE-BANQUE
                   END-IF
                   IF NOT PASSE-REFERENCE OR REFERENCE-COUNT > 0
                       MOVE GL-IDX TO CANDIDAT-IDX
                       MOVE ECART-JOURS TO CANDIDAT-ECART
                   END-IF
               END-IF
           END-IF.

      *    The classic presentation: the book balance, adjusted by
      *    what the bank saw first and by what the books saw first,
      *    must land on the statement's closing balance.
       ECRIRE-RAPPROCHEMENT.
           MOVE SPACES TO REPORT-LINE
           STRING "ETAT DE RAPPROCHEMENT BANCAIRE 512000 - MOIS "
                      DELIMITED BY SIZE
                  MOIS-RAPPROCHE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE RAPPROCHE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LIGNE(S) RAPPROCHEE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SOLDE-GL TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLDE COMPTABLE 512000 AU " DELIMITED BY SIZE
                  DATE-FIN-MOIS DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE "EN BANQUE, NON COMPTABILISE :" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM ECRIRE-SUSPENS-BANQUE
               VARYING BANQUE-IDX FROM 1 BY 1
               UNTIL BANQUE-IDX > BANQUE-COUNT
           MOVE TOTAL-BANQUE-NON-PASSE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL NON COMPTABILISE" DELIMITED BY SIZE
                  "                     " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE "COMPTABILISE, NON PASSE EN BANQUE :" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM ECRIRE-SUSPENS-GL
               VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-COUNT
           MOVE TOTAL-GL-NON-PASSE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL NON PASSE EN BANQUE" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           COMPUTE SOLDE-RAPPROCHE = SOLDE-GL + TOTAL-BANQUE-NON-PASSE
                                   - TOTAL-GL-NON-PASSE
           COMPUTE ECART-RAPPROCHEMENT = SOLDE-BANQUE - SOLDE-RAPPROCHE
           MOVE SOLDE-RAPPROCHE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLDE BANCAIRE RAPPROCHE" DELIMITED BY SIZE
                  "                     " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SOLDE-BANQUE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLDE DU RELEVE BANCAIRE" DELIMITED BY SIZE
                  "                     " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF ECART-RAPPROCHEMENT NOT = ZERO
               MOVE ECART-RAPPROCHEMENT TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "*** ECART NON EXPLIQUE" DELIMITED BY SIZE
                      "                       " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               DISPLAY "*** BNKRAPP : ECART DE RAPPROCHEMENT "
                       DISPLAY-MONTANT " ***"
           END-IF.

      *    Each open item printed and carried forward at this
      *    month, keeping the month it first appeared in.
       ECRIRE-SUSPENS-BANQUE.
           IF BQ-RAPPROCHE(BANQUE-IDX) = "N"
               ADD BQ-MONTANT(BANQUE-IDX) TO TOTAL-BANQUE-NON-PASSE
               MOVE BQ-MONTANT(BANQUE-IDX) TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      BQ-DATE(BANQUE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BQ-LIBELLE(BANQUE-IDX)(1:34) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               ADD 1 TO SEQ-SUSPENS
               MOVE MOIS-RAPPROCHE TO RAP-MOIS
               MOVE SEQ-SUSPENS TO RAP-SEQ
               MOVE "B" TO RAP-COTE
               MOVE BQ-DATE(BANQUE-IDX) TO RAP-DATE
               MOVE BQ-MONTANT(BANQUE-IDX) TO RAP-MONTANT
               MOVE BQ-LIBELLE(BANQUE-IDX) TO RAP-LIBELLE
               MOVE BQ-MOIS-ORIGINE(BANQUE-IDX) TO RAP-MOIS-ORIGINE
               PERFORM ECRIRE-SUSPENS
           END-IF.

       ECRIRE-SUSPENS-GL.
           IF GLT-RAPPROCHE(GL-IDX) = "N"
               ADD GLT-MONTANT(GL-IDX) TO TOTAL-GL-NON-PASSE
               MOVE GLT-MONTANT(GL-IDX) TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      GLT-DATE(GL-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GLT-LIBELLE(GL-IDX)(1:34) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               ADD 1 TO SEQ-SUSPENS
               MOVE MOIS-RAPPROCHE TO RAP-MOIS
               MOVE SEQ-SUSPENS TO RAP-SEQ
               MOVE "G" TO RAP-COTE
               MOVE GLT-DATE(GL-IDX) TO RAP-DATE
               MOVE GLT-MONTANT(GL-IDX) TO RAP-MONTANT
               MOVE GLT-LIBELLE(GL-IDX) TO RAP-LIBELLE
               MOVE GLT-MOIS-ORIGINE(GL-IDX) TO RAP-MOIS-ORIGINE
               PERFORM ECRIRE-SUSPENS
           END-IF.

       ECRIRE-SUSPENS.
           WRITE RECON-SUSPENSE-RECORD
               INVALID KEY
                   REWRITE RECON-SUSPENSE-RECORD
           END-WRITE.

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

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.
