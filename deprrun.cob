       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRRUN.

      *    Month-end depreciation run: for every asset in service in
      *    ASSETMST.DAT, the dotation of the month is what the plan
      *    d'amortissement says should have accumulated by the last
      *    day of the month, less what the register already holds -
      *    a missed month is caught up rather than lost. Each
      *    dotation is staged in ODJRNL.DAT (681100 dotations against
      *    the asset's 28xxxx account), dated the last day of the
      *    month, for GLPOST to carry to the ledger; the register is
      *    brought forward and the month printed to DEPRRPT.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "ASSETMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMM-ID
               FILE STATUS IS ASSETMST-STATUS.

      *    The "D" record is the last day GLPOST swept.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT DEPRECIATION-REPORT-FILE ASSIGN TO "DEPRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPRRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ASSET-MASTER.
       COPY "ASSETMST.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD DEPRECIATION-REPORT-FILE.
       01 DEPRECIATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 ASSETMST-STATUS       PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 DEPRRPT-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 MOIS-TRAITE           PIC 9(6).
       01 DATE-FIN-MOIS         PIC 9(8).

       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.
       01 DATE-SAISIE           PIC 9(8).
       01 CALC-DATE             PIC 9(8).
       01 CALC-DATE-R REDEFINES CALC-DATE.
           05 CALC-ANNEE        PIC 9(4).
           05 CALC-MOIS         PIC 9(2).
           05 CALC-JOUR         PIC 9(2).

       01 DOTATION-MOIS         PIC S9(9)V99.
       01 DOTATION-COUNT        PIC 9(5) VALUE ZERO.
       01 TOTAL-DOTATIONS       PIC S9(11)V99 VALUE ZERO.

      *    The plan d'amortissement, one line per fiscal (calendar)
      *    year, rebuilt from the asset's terms each time it is
      *    needed: the register keeps only what was posted, never a
      *    second copy of the schedule to drift out of step.
       01 PLAN-TABLE.
           05 PLAN-LIGNE OCCURS 60 TIMES.
               10 PLAN-ANNEE          PIC 9(4).
               10 PLAN-VNC-DEBUT      PIC 9(9)V99.
               10 PLAN-DOTATION       PIC 9(9)V99.
               10 PLAN-CUMUL          PIC 9(9)V99.
               10 PLAN-MOIS-DEBUT     PIC 9(2).
               10 PLAN-MOIS-FIN       PIC 9(2).
       01 PLAN-COUNT            PIC 9(2).
       01 PLAN-IDX              PIC 9(2).
       01 PLAN-ANNEE-COURANTE   PIC 9(4).
       01 ACQ-YEAR              PIC 9(4).
       01 ACQ-MONTH             PIC 9(2).
       01 ACQ-DAY               PIC 9(2).
       01 DUREE-MOIS            PIC 9(3).
       01 MOIS-ECOULES          PIC 9(3).
       01 MOIS-RESTANTS         PIC S9(3).
       01 MOIS-ANNEE            PIC 9(2).
      *    A linear plan started mid-month runs into one more month
      *    than its whole months count.
       01 MOIS-ENTAMES          PIC 9(1).
       01 JOURS-PRORATA         PIC 9(3).
       01 COEFFICIENT-DEGRESSIF PIC 9V99.
       01 VNC-COURANTE          PIC 9(9)V99.
       01 CUMUL-PLAN            PIC 9(9)V99.
       01 DOTATION-ANNEE        PIC 9(9)V99.
       01 DOTATION-LINEAIRE     PIC 9(9)V99.
       01 CIBLE-ANNEE           PIC 9(4).
       01 CIBLE-MOIS            PIC 9(2).
       01 CUMUL-THEORIQUE       PIC 9(9)V99.

       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-MONTANT       PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-CUMUL         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO MOIS-TRAITE
           MOVE RUN-DATE(1:4) TO CIBLE-ANNEE
           MOVE RUN-DATE(5:2) TO CIBLE-MOIS
           PERFORM CALCULER-FIN-DE-MOIS
           PERFORM LIRE-CHECKPOINT-GL
           PERFORM DETERMINER-DATE-SAISIE

           OPEN I-O ASSET-MASTER
           IF ASSETMST-STATUS NOT = "00"
               DISPLAY "ASSETMST.DAT indisponible (" ASSETMST-STATUS
                       ") : aucune dotation."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND OD-JOURNAL-FILE
           IF ODJRNL-STATUS = "35"
               OPEN OUTPUT OD-JOURNAL-FILE
               CLOSE OD-JOURNAL-FILE
               OPEN EXTEND OD-JOURNAL-FILE
           END-IF
           OPEN OUTPUT DEPRECIATION-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DOTATIONS AUX AMORTISSEMENTS - MOIS "
                      DELIMITED BY SIZE
                  MOIS-TRAITE DELIMITED BY SIZE
                  " - ECRITURES AU " DELIMITED BY SIZE
                  DATE-FIN-MOIS DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE LOW-VALUES TO IMM-ID
           START ASSET-MASTER KEY IS NOT LESS THAN IMM-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM TRAITER-IMMOBILISATION-SUIVANTE UNTIL SCAN-EOF

           MOVE DOTATION-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-DOTATIONS TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "DOTATION(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           CLOSE ASSET-MASTER
           CLOSE OD-JOURNAL-FILE
           CLOSE DEPRECIATION-REPORT-FILE
           GOBACK.

       CALCULER-FIN-DE-MOIS.
           MOVE MOIS-JOURS(CIBLE-MOIS) TO MOIS-LONGUEUR
           IF CIBLE-MOIS = 2
               DIVIDE CIBLE-ANNEE BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE CIBLE-ANNEE BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE CIBLE-ANNEE BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE DATE-FIN-MOIS = CIBLE-ANNEE * 10000
                                 + CIBLE-MOIS * 100
                                 + MOIS-LONGUEUR.

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

      *    Staged today the dotations go to the ledger with GLPOST's
      *    next run; if that run already happened today they are
      *    staged for tomorrow's, or no sweep would ever take them
      *    and the month, already marked done in the register,
      *    would be lost.
       DETERMINER-DATE-SAISIE.
           MOVE RUN-DATE TO DATE-SAISIE
           IF DERNIERE-DATE-POSTEE >= DATE-SAISIE
               MOVE DERNIERE-DATE-POSTEE TO CALC-DATE
               PERFORM AJOUTER-UN-JOUR
               MOVE CALC-DATE TO DATE-SAISIE
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

       TRAITER-IMMOBILISATION-SUIVANTE.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF ASSETMST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
      *    An asset sold, not yet acquired, or already brought to
      *    this month has nothing to post.
           IF NOT SCAN-EOF
               IF IMM-EN-SERVICE
                       AND IMM-ACQ-DATE <= DATE-FIN-MOIS
                       AND IMM-LAST-MONTH < MOIS-TRAITE
                   PERFORM DOTER-IMMOBILISATION
               END-IF
           END-IF.

       DOTER-IMMOBILISATION.
           PERFORM CALCULER-PLAN
           PERFORM CALCULER-CUMUL-THEORIQUE
           COMPUTE DOTATION-MOIS = CUMUL-THEORIQUE - IMM-CUMUL-AMORT
           IF DOTATION-MOIS > ZERO
               PERFORM ECRIRE-DOTATION
               ADD DOTATION-MOIS TO IMM-CUMUL-AMORT
               ADD 1 TO DOTATION-COUNT
               ADD DOTATION-MOIS TO TOTAL-DOTATIONS
               MOVE DOTATION-MOIS TO DISPLAY-MONTANT
               MOVE IMM-CUMUL-AMORT TO DISPLAY-CUMUL
               MOVE SPACES TO REPORT-LINE
               STRING IMM-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMM-LABEL(1:24) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMM-GL-AMORT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " CUMUL " DELIMITED BY SIZE
                      DISPLAY-CUMUL DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF
           MOVE MOIS-TRAITE TO IMM-LAST-MONTH
           REWRITE ASSET-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour immobilisation "
                           IMM-ID
           END-REWRITE.

      *    One entry per asset: dotations debited, the asset's
      *    amortissements account credited.
       ECRIRE-DOTATION.
           MOVE DATE-FIN-MOIS TO ODJ-DATE
           MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
           MOVE "OD" TO ODJ-JOURNAL
      *    Piece D + asset + YYMM + origin (M monthly run, C
      *    complement at disposal): twelve characters, the layout
      *    DEPRRUN and ASSETMNT share so no two dotations collide.
           MOVE SPACES TO ODJ-PIECE
           STRING "D" DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
                  MOIS-TRAITE(3:4) DELIMITED BY SIZE
                  "M" DELIMITED BY SIZE
               INTO ODJ-PIECE
           MOVE SPACES TO ODJ-LABEL
           STRING "DOTATION AMORT. IMMO " DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOIS-TRAITE DELIMITED BY SIZE
               INTO ODJ-LABEL
           MOVE "DEPRRUN" TO ODJ-SOURCE
           MOVE "BATCH" TO ODJ-OPER-ID
           MOVE "681100" TO ODJ-ACCOUNT
           MOVE DOTATION-MOIS TO ODJ-DEBIT
           MOVE ZERO TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD
           MOVE IMM-GL-AMORT TO ODJ-ACCOUNT
           MOVE ZERO TO ODJ-DEBIT
           MOVE DOTATION-MOIS TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD.

      *    The plan, year by year until nothing is left to write
      *    down. Linear: cost over the life, the first year pro rata
      *    of its days on a 360-day year. Degressive: the linear
      *    rate times the fiscal coefficient on the opening net
      *    book value, the first year pro rata of its months, and
      *    linear over the remaining months as soon as that gives
      *    more. The year the remaining life runs out takes
      *    whatever is left, rounding included.
       CALCULER-PLAN.
           MOVE ZERO TO PLAN-COUNT
           MOVE ZERO TO MOIS-ECOULES
           MOVE ZERO TO CUMUL-PLAN
           MOVE IMM-COST TO VNC-COURANTE
           MOVE IMM-ACQ-DATE(1:4) TO ACQ-YEAR
           MOVE IMM-ACQ-DATE(5:2) TO ACQ-MONTH
           MOVE IMM-ACQ-DATE(7:2) TO ACQ-DAY
           MOVE ACQ-YEAR TO PLAN-ANNEE-COURANTE
           COMPUTE DUREE-MOIS = IMM-LIFE-YEARS * 12
           MOVE ZERO TO MOIS-ENTAMES
           IF IMM-LINEAIRE AND ACQ-DAY > 1
               MOVE 1 TO MOIS-ENTAMES
           END-IF
           EVALUATE TRUE
               WHEN IMM-LIFE-YEARS > 6
                   MOVE 2.25 TO COEFFICIENT-DEGRESSIF
               WHEN IMM-LIFE-YEARS > 4
                   MOVE 1.75 TO COEFFICIENT-DEGRESSIF
               WHEN OTHER
                   MOVE 1.25 TO COEFFICIENT-DEGRESSIF
           END-EVALUATE
           IF IMM-LIFE-YEARS > ZERO
               PERFORM CALCULER-ANNEE-PLAN
                   UNTIL VNC-COURANTE = ZERO OR PLAN-COUNT = 60
           END-IF.

       CALCULER-ANNEE-PLAN.
           ADD 1 TO PLAN-COUNT
           MOVE PLAN-ANNEE-COURANTE TO PLAN-ANNEE(PLAN-COUNT)
           MOVE VNC-COURANTE TO PLAN-VNC-DEBUT(PLAN-COUNT)
           IF PLAN-COUNT = 1
               MOVE ACQ-MONTH TO PLAN-MOIS-DEBUT(PLAN-COUNT)
           ELSE
               MOVE 1 TO PLAN-MOIS-DEBUT(PLAN-COUNT)
           END-IF
           MOVE 12 TO PLAN-MOIS-FIN(PLAN-COUNT)
           COMPUTE MOIS-ANNEE = 13 - PLAN-MOIS-DEBUT(PLAN-COUNT)
           COMPUTE MOIS-RESTANTS = DUREE-MOIS - MOIS-ECOULES

           IF MOIS-RESTANTS + MOIS-ENTAMES <= MOIS-ANNEE
               MOVE VNC-COURANTE TO DOTATION-ANNEE
               COMPUTE PLAN-MOIS-FIN(PLAN-COUNT) =
                   PLAN-MOIS-DEBUT(PLAN-COUNT) + MOIS-RESTANTS
                   + MOIS-ENTAMES - 1
           ELSE
               IF IMM-LINEAIRE
                   IF PLAN-COUNT = 1
                       IF ACQ-DAY > 30
                           MOVE 30 TO ACQ-DAY
                       END-IF
                       COMPUTE JOURS-PRORATA =
                           (12 - ACQ-MONTH) * 30 + 31 - ACQ-DAY
                       COMPUTE DOTATION-ANNEE ROUNDED =
                           IMM-COST * JOURS-PRORATA
                           / (360 * IMM-LIFE-YEARS)
                   ELSE
                       COMPUTE DOTATION-ANNEE ROUNDED =
                           IMM-COST / IMM-LIFE-YEARS
                   END-IF
               ELSE
                   COMPUTE DOTATION-ANNEE ROUNDED =
                       VNC-COURANTE * COEFFICIENT-DEGRESSIF
                       * MOIS-ANNEE / (IMM-LIFE-YEARS * 12)
                   COMPUTE DOTATION-LINEAIRE ROUNDED =
                       VNC-COURANTE * MOIS-ANNEE / MOIS-RESTANTS
                   IF DOTATION-LINEAIRE > DOTATION-ANNEE
                       MOVE DOTATION-LINEAIRE TO DOTATION-ANNEE
                   END-IF
               END-IF
               IF DOTATION-ANNEE > VNC-COURANTE
                   MOVE VNC-COURANTE TO DOTATION-ANNEE
               END-IF
           END-IF

           MOVE DOTATION-ANNEE TO PLAN-DOTATION(PLAN-COUNT)
           SUBTRACT DOTATION-ANNEE FROM VNC-COURANTE
           ADD DOTATION-ANNEE TO CUMUL-PLAN
           MOVE CUMUL-PLAN TO PLAN-CUMUL(PLAN-COUNT)
           ADD MOIS-ANNEE TO MOIS-ECOULES
           ADD 1 TO PLAN-ANNEE-COURANTE.

      *    What the plan has accumulated by the end of CIBLE-MOIS of
      *    CIBLE-ANNEE: whole years before it, and the year itself
      *    spread evenly over its months in service.
       CALCULER-CUMUL-THEORIQUE.
           MOVE ZERO TO CUMUL-THEORIQUE
           PERFORM CUMULER-ANNEE-PLAN
               VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > PLAN-COUNT.

       CUMULER-ANNEE-PLAN.
           IF PLAN-ANNEE(PLAN-IDX) < CIBLE-ANNEE
               ADD PLAN-DOTATION(PLAN-IDX) TO CUMUL-THEORIQUE
           END-IF
           IF PLAN-ANNEE(PLAN-IDX) = CIBLE-ANNEE
               IF CIBLE-MOIS >= PLAN-MOIS-FIN(PLAN-IDX)
                   ADD PLAN-DOTATION(PLAN-IDX) TO CUMUL-THEORIQUE
               ELSE
                   IF CIBLE-MOIS >= PLAN-MOIS-DEBUT(PLAN-IDX)
                       COMPUTE CUMUL-THEORIQUE ROUNDED =
                           CUMUL-THEORIQUE + PLAN-DOTATION(PLAN-IDX)
                           * (CIBLE-MOIS - PLAN-MOIS-DEBUT(PLAN-IDX)
                              + 1)
                           / (PLAN-MOIS-FIN(PLAN-IDX)
                              - PLAN-MOIS-DEBUT(PLAN-IDX) + 1)
                   END-IF
               END-IF
           END-IF.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO DEPRECIATION-REPORT-RECORD
           WRITE DEPRECIATION-REPORT-RECORD.
