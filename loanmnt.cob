      *    amortization schedule (echeancier) splitting interest
      *    from principal, and disburses the money into the
      *    customer's COMPTES account through the same committed
      *    credit leg the transfer programs use. Early repayment,
      *    total or partial, is taken here too: interest due to
      *    date and the legal indemnity are debited with the
      *    capital, and a partial one shortens the loan or lowers
      *    its installment and reprints the echeancier.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-DOC-STATUS.

      *    Day-count base for the interest due on an early
      *    repayment, the same INTPARM.DAT the accrual run reads.
           SELECT DAYCOUNT-PARM-FILE ASSIGN TO "INTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYCOUNT-PARM-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.
       FD SCHEDULE-DOC-FILE.
       01 SCHEDULE-DOC-RECORD   PIC X(80).

       FD DAYCOUNT-PARM-FILE.
       01 DAYCOUNT-PARM-RECORD.
           05 DAYCOUNT-PARM-BASE PIC 9(3).

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       01 LOANMAST-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 SCHEDULE-DOC-STATUS   PIC X(02).
       01 DAYCOUNT-PARM-STATUS  PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

           88 MODE-OUVRIR          VALUE "O".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-ECHEANCIER      VALUE "E".
           88 MODE-ANTICIPER       VALUE "R".

       01 ID-COMPTE             PIC 9(5).
       01 MONTANT-SIGNE         PIC S9(7)V99.
       01 FACTEUR-CAPITAL       PIC 9(7)V9(8).
       01 PERIODE-IDX           PIC 9(3).
       01 MENSUALITE-CALC       PIC 9(7)V99.
       01 CAPITAL-A-AMORTIR     PIC 9(7)V99.
       01 DUREE-A-AMORTIR       PIC 9(3).

      *    Schedule working lines: running balance, the split of
      *    each installment, and the totals at the foot.
       01 PART-CAPITAL          PIC 9(7)V99.
       01 ECHEANCE-MONTANT      PIC 9(7)V99.
       01 TOTAL-INTERETS        PIC 9(9)V99.
       01 ECHEANCE-DEBUT        PIC 9(3).
       01 MOIS-RESTANTS         PIC 9(3).
       01 DOC-LINE              PIC X(80).
       01 DISPLAY-NUM           PIC ZZ9.
       01 DISPLAY-ECHEANCE      PIC ZZZ,ZZ9.99.
       01 DISPLAY-CAPITAL       PIC ZZZ,ZZ9.99.
       01 DISPLAY-SOLDE         PIC ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZ9.99.

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 LOG-TIME              PIC 9(8).
       01 RUN-DATE              PIC 9(8).

      *    Early repayment: what is repaid and how the rest of the
      *    loan is reshaped, and the three parts of the debit.
       01 TYPE-REMBOURSEMENT    PIC X(01).
           88 REMB-TOTAL           VALUE "T".
           88 REMB-PARTIEL         VALUE "P".
       01 OPTION-REAMENAGEMENT  PIC X(01).
           88 REDUIRE-DUREE        VALUE "D".
           88 REDUIRE-MENSUALITE   VALUE "M".
       01 ANTICIPE-VALIDE-SWITCH PIC X(01) VALUE "Y".
           88 ANTICIPE-VALIDE      VALUE "Y".
       01 CONFIRMATION          PIC X(01).
       01 CAPITAL-REMBOURSE     PIC 9(7)V99.
       01 INTERETS-COURUS       PIC 9(7)V99.
       01 INDEMNITE             PIC 9(7)V99.
       01 PLAFOND-INDEMNITE     PIC 9(7)V99.
       01 INTERETS-RESTANTS     PIC 9(9)V99.
       01 TOTAL-REMBOURSE       PIC 9(7)V99.
       01 SOLDE-COMPTE          PIC S9(7)V99.
       01 NOUVEAU-SOLDE         PIC S9(7)V99.

      *    Legal early-repayment indemnity on consumer credit: 1% of
      *    the capital repaid early, 0.5% when a year or less of
      *    the loan remains, nothing while the early repayments of
      *    the last twelve months stay within the threshold, and
      *    never more than the interest that capital would still
      *    have cost to the contractual end.
       01 SEUIL-INDEMNITE       PIC 9(7)V99 VALUE 10000.00.
       01 TAUX-INDEMNITE-LONG   PIC 9V999 VALUE 1.000.
       01 TAUX-INDEMNITE-COURT  PIC 9V999 VALUE 0.500.
       01 TAUX-INDEMNITE        PIC 9V999.
       01 DEBUT-FENETRE         PIC 9(8).
       01 CUMUL-FENETRE         PIC 9(7)V99.

      *    Interest due to date: actual days since the last due
      *    date over the INTPARM.DAT base, same as the accrual run.
       01 BASE-JOURS            PIC 9(3) VALUE 360.
       01 DATE-DEPART           PIC 9(8).
       01 DATE-ARRET            PIC 9(8).
       01 JOURS-DEPART          PIC 9(7).
       01 JOURS-COURUS          PIC S9(5).
       01 DISPLAY-JOURS         PIC ZZZZ9.
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

      *    First-installment date roll: same month arithmetic as
      *    STOEXEC, day clamped to the shorter month.
       01 ECHEANCE-DATE-WS.
           PERFORM OUVRIR-FICHIER-PRETS

           DISPLAY "Mode (O = ouvrir un pret, C = consulter,"
                   " E = reimprimer l'echeancier,"
                   " R = remboursement anticipe) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
                   PERFORM CONSULTER-PRET
               WHEN MODE-ECHEANCIER
                   PERFORM REIMPRIMER-ECHEANCIER
               WHEN MODE-ANTICIPER
                   PERFORM REMBOURSER-PAR-ANTICIPATION
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE
               WHEN LN-DUREE-MOIS = 0
                   DISPLAY "Duree invalide : pret refuse."
               WHEN OTHER
                   MOVE LN-PRINCIPAL TO CAPITAL-A-AMORTIR
                   MOVE LN-DUREE-MOIS TO DUREE-A-AMORTIR
                   PERFORM CALCULER-MENSUALITE
                   PERFORM DEBLOQUER-LE-PRET
           END-EVALUATE.
      *    factor (1+i)^n accumulated one period at a time, and the
      *    installment that amortises the principal exactly over the
      *    term. A zero rate degenerates to principal over months.
      *    The capital and term come in CAPITAL-A-AMORTIR and
      *    DUREE-A-AMORTIR: the whole loan at opening, what is left
      *    of it after a partial early repayment.
       CALCULER-MENSUALITE.
           COMPUTE TAUX-MENSUEL = LN-TAUX / 100 / 12
           IF TAUX-MENSUEL = 0
               COMPUTE MENSUALITE-CALC ROUNDED
                   = CAPITAL-A-AMORTIR / DUREE-A-AMORTIR
           ELSE
               MOVE 1 TO FACTEUR-CAPITAL
               PERFORM CAPITALISER-UNE-PERIODE
                   VARYING PERIODE-IDX FROM 1 BY 1
                   UNTIL PERIODE-IDX > DUREE-A-AMORTIR
               COMPUTE MENSUALITE-CALC ROUNDED
                   = CAPITAL-A-AMORTIR * TAUX-MENSUEL
                   * FACTEUR-CAPITAL / (FACTEUR-CAPITAL - 1)
           END-IF
           MOVE MENSUALITE-CALC TO LN-MENSUALITE.

           PERFORM AVANCER-DATE-MENSUELLE
           MOVE ZERO TO LN-ECHEANCES-PAYEES
           MOVE ZERO TO LN-IMPAYES
           MOVE ZERO TO LN-DATE-ANTICIPE
           MOVE ZERO TO LN-FENETRE-ANTICIPE
           MOVE ZERO TO LN-CUMUL-ANTICIPE
           MOVE "O" TO LN-STATUT
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  Prochaine echeance " LN-NEXT-DATE
                           " (payees " LN-ECHEANCES-PAYEES
                           ", impayes " LN-IMPAYES ")"
                   IF LN-DATE-ANTICIPE > ZERO
                       DISPLAY "  Dernier remboursement anticipe le "
                               LN-DATE-ANTICIPE
                               " (cumul sur 12 mois "
                               LN-CUMUL-ANTICIPE ")"
                   END-IF
           END-READ.

       REIMPRIMER-ECHEANCIER.
               INVALID KEY
                   DISPLAY "Pret inconnu."
               NOT INVALID KEY
                   IF LN-SOLDE-STATUT AND LN-DATE-ANTICIPE > ZERO
                       DISPLAY "Pret solde par anticipation le "
                               LN-DATE-ANTICIPE
                               " : plus d'echeancier."
                   ELSE
                       PERFORM IMPRIMER-ECHEANCIER
                   END-IF
           END-READ.

      *    Early repayment, total or partial, at the borrower's
      *    request.
       REMBOURSER-PAR-ANTICIPATION.
           DISPLAY "Numero de pret ?"
           ACCEPT LN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Pret inconnu."
               NOT INVALID KEY
                   PERFORM TRAITER-REMBOURSEMENT-ANTICIPE
           END-READ.

      *    An installment already due is collected by LOANCOLL
      *    first: the early repayment starts from a loan that is up
      *    to date, so its interest runs from the last due date.
       TRAITER-REMBOURSEMENT-ANTICIPE.
           MOVE "Y" TO ANTICIPE-VALIDE-SWITCH
           EVALUATE TRUE
               WHEN NOT LN-OUVERT
                   DISPLAY "Pret " LN-NUMBER " deja solde."
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
               WHEN LN-NEXT-DATE <= RUN-DATE
                   DISPLAY "Echeance du " LN-NEXT-DATE
                           " non reglee : la regulariser avant tout "
                           "remboursement anticipe."
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
           END-EVALUATE
           IF ANTICIPE-VALIDE
               PERFORM SAISIR-REMBOURSEMENT
           END-IF
           IF ANTICIPE-VALIDE
               PERFORM LIRE-PARM-BASE-JOURS
               PERFORM CALCULER-INTERETS-COURUS
               PERFORM CALCULER-INDEMNITE
               PERFORM PRESENTER-DECOMPTE
           END-IF
           IF ANTICIPE-VALIDE
               PERFORM DEBITER-REMBOURSEMENT
           END-IF
           IF ANTICIPE-VALIDE
               PERFORM CONCLURE-REMBOURSEMENT
           END-IF.

       SAISIR-REMBOURSEMENT.
           DISPLAY "Restant du " LN-SOLDE-RESTANT
                   " - remboursement total ou partiel (T/P) ?"
           ACCEPT TYPE-REMBOURSEMENT
           EVALUATE TRUE
               WHEN REMB-TOTAL
                   MOVE LN-SOLDE-RESTANT TO CAPITAL-REMBOURSE
               WHEN REMB-PARTIEL
                   DISPLAY "Capital rembourse par anticipation ?"
                   ACCEPT CAPITAL-REMBOURSE
                   IF CAPITAL-REMBOURSE = ZERO
                           OR CAPITAL-REMBOURSE >= LN-SOLDE-RESTANT
                       DISPLAY "Montant invalide : pour tout solder, "
                               "choisir T."
                       MOVE "N" TO ANTICIPE-VALIDE-SWITCH
                   ELSE
                       DISPLAY "Reduire la duree ou la mensualite "
                               "(D/M) ?"
                       ACCEPT OPTION-REAMENAGEMENT
                       IF NOT REDUIRE-DUREE
                               AND NOT REDUIRE-MENSUALITE
                           DISPLAY "Option invalide : "
                                   OPTION-REAMENAGEMENT
                           MOVE "N" TO ANTICIPE-VALIDE-SWITCH
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Type invalide : " TYPE-REMBOURSEMENT
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
           END-EVALUATE.

      *    INTPARM.DAT may not exist; actual/360 then stands, same
      *    default as the accrual run.
       LIRE-PARM-BASE-JOURS.
           OPEN INPUT DAYCOUNT-PARM-FILE
           IF DAYCOUNT-PARM-STATUS = "00"
               READ DAYCOUNT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DAYCOUNT-PARM-BASE = 360
                               OR DAYCOUNT-PARM-BASE = 365
                           MOVE DAYCOUNT-PARM-BASE TO BASE-JOURS
                       END-IF
               END-READ
               CLOSE DAYCOUNT-PARM-FILE
           END-IF.

      *    Interest on the capital repaid from the last due date -
      *    one month before the next one, as in the accrual run -
      *    to today. What stays owed pays its own interest with the
      *    next installment as before.
       CALCULER-INTERETS-COURUS.
           MOVE LN-NEXT-DATE(1:4) TO ECH-YEAR
           MOVE LN-NEXT-DATE(5:2) TO ECH-MONTH
           MOVE LN-NEXT-DATE(7:2) TO ECH-DAY
           IF ECH-MONTH = 1
               MOVE 12 TO ECH-MONTH
               SUBTRACT 1 FROM ECH-YEAR
           ELSE
               SUBTRACT 1 FROM ECH-MONTH
           END-IF
           PERFORM CHERCHER-LONGUEUR-MOIS
           IF ECH-DAY > MOIS-LONGUEUR
               MOVE MOIS-LONGUEUR TO ECH-DAY
           END-IF
           COMPUTE DATE-DEPART = ECH-YEAR * 10000
                               + ECH-MONTH * 100
                               + ECH-DAY
           MOVE RUN-DATE TO DATE-ARRET
           PERFORM CALCULER-JOURS-COURUS
           COMPUTE INTERETS-COURUS ROUNDED
               = CAPITAL-REMBOURSE * LN-TAUX / 100
               * JOURS-COURUS / BASE-JOURS.

      *    The twelve-month window opens with the first early
      *    repayment made outside the previous one.
       CALCULER-INDEMNITE.
           COMPUTE MOIS-RESTANTS = LN-DUREE-MOIS - LN-ECHEANCES-PAYEES
           IF LN-FENETRE-ANTICIPE = ZERO
                   OR LN-FENETRE-ANTICIPE + 10000 <= RUN-DATE
               MOVE RUN-DATE TO DEBUT-FENETRE
               MOVE ZERO TO CUMUL-FENETRE
           ELSE
               MOVE LN-FENETRE-ANTICIPE TO DEBUT-FENETRE
               MOVE LN-CUMUL-ANTICIPE TO CUMUL-FENETRE
           END-IF
           ADD CAPITAL-REMBOURSE TO CUMUL-FENETRE

           MOVE ZERO TO INDEMNITE
           IF CUMUL-FENETRE > SEUIL-INDEMNITE
               IF MOIS-RESTANTS > 12
                   MOVE TAUX-INDEMNITE-LONG TO TAUX-INDEMNITE
               ELSE
                   MOVE TAUX-INDEMNITE-COURT TO TAUX-INDEMNITE
               END-IF
               COMPUTE INDEMNITE ROUNDED
                   = CAPITAL-REMBOURSE * TAUX-INDEMNITE / 100
               PERFORM CALCULER-INTERETS-RESTANTS
               COMPUTE PLAFOND-INDEMNITE ROUNDED
                   = INTERETS-RESTANTS * CAPITAL-REMBOURSE
                   / LN-SOLDE-RESTANT
               IF INDEMNITE > PLAFOND-INDEMNITE
                   MOVE PLAFOND-INDEMNITE TO INDEMNITE
               END-IF
           END-IF.

      *    The interest the current schedule still has to run, the
      *    installments LOANCOLL would collect to the end.
       CALCULER-INTERETS-RESTANTS.
           COMPUTE TAUX-MENSUEL = LN-TAUX / 100 / 12
           MOVE LN-SOLDE-RESTANT TO SOLDE-COURANT
           MOVE ZERO TO INTERETS-RESTANTS
           COMPUTE ECHEANCE-DEBUT = LN-ECHEANCES-PAYEES + 1
           PERFORM SIMULER-UNE-ECHEANCE
               VARYING PERIODE-IDX FROM ECHEANCE-DEBUT BY 1
               UNTIL PERIODE-IDX > LN-DUREE-MOIS
                  OR SOLDE-COURANT = ZERO.

      *    Same split as LOANCOLL: the installment that would take
      *    the balance below zero, or the last one, clears it.
       SIMULER-UNE-ECHEANCE.
           COMPUTE PART-INTERET ROUNDED
               = SOLDE-COURANT * TAUX-MENSUEL
           IF PERIODE-IDX = LN-DUREE-MOIS
                   OR PART-INTERET + SOLDE-COURANT <= LN-MENSUALITE
               MOVE SOLDE-COURANT TO PART-CAPITAL
           ELSE
               COMPUTE PART-CAPITAL = LN-MENSUALITE - PART-INTERET
           END-IF
           SUBTRACT PART-CAPITAL FROM SOLDE-COURANT
           ADD PART-INTERET TO INTERETS-RESTANTS.

       PRESENTER-DECOMPTE.
           COMPUTE TOTAL-REMBOURSE
               = CAPITAL-REMBOURSE + INTERETS-COURUS + INDEMNITE
               ON SIZE ERROR
                   DISPLAY "Montant hors limites : remboursement "
                           "refuse."
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
           END-COMPUTE
           IF ANTICIPE-VALIDE
               MOVE CAPITAL-REMBOURSE TO DISPLAY-MONTANT
               DISPLAY "Capital rembourse         : " DISPLAY-MONTANT
               MOVE INTERETS-COURUS TO DISPLAY-MONTANT
               MOVE JOURS-COURUS TO DISPLAY-JOURS
               DISPLAY "Interets courus           : " DISPLAY-MONTANT
                       " (" DISPLAY-JOURS " jours depuis le "
                       DATE-DEPART ")"
               MOVE INDEMNITE TO DISPLAY-MONTANT
               DISPLAY "Indemnite                 : " DISPLAY-MONTANT
               MOVE TOTAL-REMBOURSE TO DISPLAY-MONTANT
               DISPLAY "Total debite au compte " LN-COMPTE " : "
                       DISPLAY-MONTANT
               DISPLAY "Confirmer le remboursement anticipe (O/N) ?"
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "O"
                   DISPLAY "Remboursement anticipe abandonne."
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
               END-IF
           END-IF.

       DEBITER-REMBOURSEMENT.
           MOVE LN-COMPTE TO ID-COMPTE
           PERFORM VERIFIER-COMPTE-LIBRE
           IF NOT COMPTE-LIBRE
               DISPLAY "Compte " ID-COMPTE " bloque ou cloture : "
                       "remboursement refuse."
               MOVE "N" TO ANTICIPE-VALIDE-SWITCH
           ELSE
               EXEC SQL
                   SELECT SOLDE
                   INTO :SOLDE-COMPTE
                   FROM COMPTES
                   WHERE ID_COMPTE = :ID-COMPTE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "Compte introuvable ou erreur DB2 : "
                               "remboursement refuse."
                       MOVE "N" TO ANTICIPE-VALIDE-SWITCH
                   WHEN TOTAL-REMBOURSE > SOLDE-COMPTE
                       DISPLAY "Provision insuffisante sur le compte "
                               ID-COMPTE " : remboursement refuse."
                       MOVE "N" TO ANTICIPE-VALIDE-SWITCH
                   WHEN OTHER
                       PERFORM EXECUTER-DEBIT-ANTICIPE
               END-EVALUATE
           END-IF.

      *    The debit and its TRANSACTIONS row commit together or not
      *    at all, same unit-of-work rule as LOANCOLL.
       EXECUTER-DEBIT-ANTICIPE.
           COMPUTE NOUVEAU-SOLDE = SOLDE-COMPTE - TOTAL-REMBOURSE
           EXEC SQL
               UPDATE COMPTES
               SET SOLDE = :NOUVEAU-SOLDE
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Erreur DB2 : remboursement annule."
               MOVE "N" TO ANTICIPE-VALIDE-SWITCH
           ELSE
               COMPUTE MONTANT-SIGNE = 0 - TOTAL-REMBOURSE
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (ID_COMPTE, DATE_TRANSACTION, MONTANT)
                   VALUES
                       (:ID-COMPTE, CURRENT DATE, :MONTANT-SIGNE)
               END-EXEC
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Erreur DB2 : remboursement annule."
                   MOVE "N" TO ANTICIPE-VALIDE-SWITCH
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.

      *    A total repayment closes the loan; a partial one keeps
      *    it running on a reshaped schedule, printed after the
      *    statement of the repayment.
       CONCLURE-REMBOURSEMENT.
           SUBTRACT CAPITAL-REMBOURSE FROM LN-SOLDE-RESTANT
           MOVE RUN-DATE TO LN-DATE-ANTICIPE
           MOVE DEBUT-FENETRE TO LN-FENETRE-ANTICIPE
           MOVE CUMUL-FENETRE TO LN-CUMUL-ANTICIPE
           EVALUATE TRUE
               WHEN REMB-TOTAL
                   MOVE "S" TO LN-STATUT
               WHEN REDUIRE-DUREE
                   PERFORM RACCOURCIR-DUREE
               WHEN OTHER
                   PERFORM RECALCULER-MENSUALITE
           END-EVALUATE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du pret " LN-NUMBER
           END-REWRITE

           IF REMB-TOTAL
               DISPLAY "Pret " LN-NUMBER " solde par anticipation."
           ELSE
               DISPLAY "Pret " LN-NUMBER " reamenage : mensualite "
                       LN-MENSUALITE " jusqu'a l'echeance "
                       LN-DUREE-MOIS
           END-IF
           MOVE SPACES TO LOG-LINE
           STRING "PRET REMB ANTICIPE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " PRET " DELIMITED BY SIZE
                  LN-NUMBER DELIMITED BY SIZE
                  " CPT " DELIMITED BY SIZE
                  LN-COMPTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TYPE-REMBOURSEMENT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR

           PERFORM IMPRIMER-DECOMPTE
           IF REMB-PARTIEL
               PERFORM IMPRIMER-ECHEANCIER
           END-IF.

      *    Same installment, fewer of them: the schedule is run
      *    forward from the reduced balance until it is cleared,
      *    and the loan now ends with that installment.
       RACCOURCIR-DUREE.
           COMPUTE TAUX-MENSUEL = LN-TAUX / 100 / 12
           MOVE LN-SOLDE-RESTANT TO SOLDE-COURANT
           MOVE ZERO TO INTERETS-RESTANTS
           COMPUTE ECHEANCE-DEBUT = LN-ECHEANCES-PAYEES + 1
           PERFORM SIMULER-UNE-ECHEANCE
               VARYING PERIODE-IDX FROM ECHEANCE-DEBUT BY 1
               UNTIL PERIODE-IDX > LN-DUREE-MOIS
                  OR SOLDE-COURANT = ZERO
           COMPUTE LN-DUREE-MOIS = PERIODE-IDX - 1.

      *    Same end date, a lower installment: the annuity is
      *    recomputed on the reduced balance over the months left.
       RECALCULER-MENSUALITE.
           MOVE LN-SOLDE-RESTANT TO CAPITAL-A-AMORTIR
           COMPUTE DUREE-A-AMORTIR
               = LN-DUREE-MOIS - LN-ECHEANCES-PAYEES
           PERFORM CALCULER-MENSUALITE.

      *    The statement of the early repayment, archived in
      *    ECHEANCR.PRN ahead of the new schedule it leads to.
       IMPRIMER-DECOMPTE.
           PERFORM OUVRIR-DOC-ECHEANCIER

           MOVE SPACES TO DOC-LINE
           IF REMB-TOTAL
               STRING "REMBOURSEMENT ANTICIPE TOTAL DU PRET "
                          DELIMITED BY SIZE
                      LN-NUMBER DELIMITED BY SIZE
                      " - COMPTE " DELIMITED BY SIZE
                      LN-COMPTE DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               STRING "REMBOURSEMENT ANTICIPE PARTIEL DU PRET "
                          DELIMITED BY SIZE
                      LN-NUMBER DELIMITED BY SIZE
                      " - COMPTE " DELIMITED BY SIZE
                      LN-COMPTE DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           MOVE CAPITAL-REMBOURSE TO DISPLAY-TOTAL
           MOVE SPACES TO DOC-LINE
           STRING "CAPITAL REMBOURSE LE " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           MOVE INTERETS-COURUS TO DISPLAY-TOTAL
           MOVE JOURS-COURUS TO DISPLAY-JOURS
           MOVE SPACES TO DOC-LINE
           STRING "INTERETS COURUS DEPUIS LE " DELIMITED BY SIZE
                  DATE-DEPART DELIMITED BY SIZE
                  DISPLAY-JOURS DELIMITED BY SIZE
                  "J " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           MOVE INDEMNITE TO DISPLAY-TOTAL
           MOVE SPACES TO DOC-LINE
           STRING "INDEMNITE DE REMBOURSEMENT ANTICIPE "
                      DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           MOVE TOTAL-REMBOURSE TO DISPLAY-TOTAL
           MOVE SPACES TO DOC-LINE
           STRING "TOTAL DEBITE AU COMPTE             "
                      DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           MOVE SPACES TO DOC-LINE
           IF REMB-TOTAL
               STRING "---- PRET SOLDE ----" DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               MOVE LN-MENSUALITE TO DISPLAY-ECHEANCE
               STRING "---- NOUVELLE MENSUALITE " DELIMITED BY SIZE
                      DISPLAY-ECHEANCE DELIMITED BY SIZE
                      " JUSQU'A L'ECHEANCE " DELIMITED BY SIZE
                      LN-DUREE-MOIS DELIMITED BY SIZE
                      " ----" DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD
           MOVE SPACES TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           CLOSE SCHEDULE-DOC-FILE.

      *    The full schedule from the original principal: period by
      *    period the interest at the monthly rate, the principal
      *    part, the declining balance, and the interest total at
      *    the foot - what the borrower signs. Once an early
      *    repayment has reshaped the loan, the schedule runs from
      *    what remains owed over the installments still to come.
       IMPRIMER-ECHEANCIER.
           PERFORM OUVRIR-DOC-ECHEANCIER

           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           IF LN-DATE-ANTICIPE > ZERO
               MOVE LN-SOLDE-RESTANT TO SOLDE-COURANT
               COMPUTE ECHEANCE-DEBUT = LN-ECHEANCES-PAYEES + 1
               COMPUTE MOIS-RESTANTS
                   = LN-DUREE-MOIS - LN-ECHEANCES-PAYEES
               MOVE LN-SOLDE-RESTANT TO DISPLAY-TOTAL
               MOVE SPACES TO DOC-LINE
               STRING "REAMENAGE LE " DELIMITED BY SIZE
                      LN-DATE-ANTICIPE DELIMITED BY SIZE
                      " - RESTANT DU " DELIMITED BY SIZE
                      DISPLAY-TOTAL DELIMITED BY SIZE
                      " TAUX " DELIMITED BY SIZE
                      LN-TAUX DELIMITED BY SIZE
                      " SUR " DELIMITED BY SIZE
                      MOIS-RESTANTS DELIMITED BY SIZE
                      " MOIS" DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               MOVE LN-PRINCIPAL TO SOLDE-COURANT
               MOVE 1 TO ECHEANCE-DEBUT
               MOVE LN-PRINCIPAL TO DISPLAY-TOTAL
               MOVE SPACES TO DOC-LINE
               STRING "PRINCIPAL " DELIMITED BY SIZE
                      DISPLAY-TOTAL DELIMITED BY SIZE
                      " TAUX " DELIMITED BY SIZE
                      LN-TAUX DELIMITED BY SIZE
                      " SUR " DELIMITED BY SIZE
                      LN-DUREE-MOIS DELIMITED BY SIZE
                      " MOIS" DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

           WRITE SCHEDULE-DOC-RECORD

           COMPUTE TAUX-MENSUEL = LN-TAUX / 100 / 12
           MOVE ZERO TO TOTAL-INTERETS
           PERFORM IMPRIMER-UNE-ECHEANCE
               VARYING PERIODE-IDX FROM ECHEANCE-DEBUT BY 1
               UNTIL PERIODE-IDX > LN-DUREE-MOIS

           MOVE TOTAL-INTERETS TO DISPLAY-TOTAL
           MOVE SPACES TO DOC-LINE
           IF LN-DATE-ANTICIPE > ZERO
               STRING "INTERETS RESTANT A COURIR : "
                          DELIMITED BY SIZE
                      DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               STRING "COUT TOTAL DU CREDIT (INTERETS) : "
                          DELIMITED BY SIZE
                      DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           MOVE DOC-LINE TO SCHEDULE-DOC-RECORD
           WRITE SCHEDULE-DOC-RECORD

                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE ECH-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE ECH-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CALCULER-JOURS-COURUS.
           MOVE DATE-DEPART TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-DEPART
           MOVE DATE-ARRET TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           COMPUTE JOURS-COURUS = SERIE-JOURS - JOURS-DEPART
           IF JOURS-COURUS < 0
               MOVE ZERO TO JOURS-COURUS
           END-IF.

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

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
