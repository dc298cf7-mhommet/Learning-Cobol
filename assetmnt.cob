       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMNT.

      *    Fixed-asset register maintenance: an asset is entered once
      *    its purchase is booked (PURMAINT, on the 2xxxxx account),
      *    with its depreciation terms; its plan d'amortissement is
      *    printed to ASSETPLN.DAT on demand. DEPRRUN posts the
      *    monthly dotations. A cession (sortie) is supervisor-only:
      *    it stages the complementary dotation to the month of
      *    sale, the exit of the asset at its net book value
      *    (675000) and the sale price (462000 against 775000) in
      *    ODJRNL.DAT for GLPOST, and prints the plus- or
      *    moins-value. Every change is logged to OPERLOG.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "ASSETMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMM-ID
               FILE STATUS IS ASSETMST-STATUS.

      *    Both the asset account and its amortissements account
      *    must be in the plan comptable before GLPOST is asked to
      *    post to them.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    The "C" record is the last closed day: a cession dated
      *    on or before it would post into a closed year.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

      *    The printed plan d'amortissement, rewritten per request.
           SELECT ASSET-PLAN-FILE ASSIGN TO "ASSETPLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSETPLN-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ASSET-MASTER.
       COPY "ASSETMST.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD ASSET-PLAN-FILE.
       01 ASSET-PLAN-RECORD     PIC X(80).

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 ASSETMST-STATUS       PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.
       01 DATE-SAISIE           PIC 9(8).
       01 CALC-DATE             PIC 9(8).
       01 CALC-DATE-R REDEFINES CALC-DATE.
           05 CALC-ANNEE        PIC 9(4).
           05 CALC-MOIS         PIC 9(2).
           05 CALC-JOUR         PIC 9(2).
       01 ASSETPLN-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-PLAN            VALUE "P".
           88 MODE-CEDER           VALUE "S".
           88 MODE-SUPPRIMER       VALUE "D".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 IMMO-VALIDE-SWITCH    PIC X(01).
           88 IMMO-VALIDE          VALUE "Y".
       01 COMPTE-A-CONTROLER    PIC X(06).
       01 REPRISE-CUMUL         PIC 9(9)V99.
       01 CONFIRMATION          PIC X(01).

      *    Cession figures: net book value at the date of sale and
      *    the resulting plus-value (positive) or moins-value.
       01 DOTATION-COMPLEMENT   PIC S9(9)V99.
       01 VNC-CESSION           PIC 9(9)V99.
       01 RESULTAT-CESSION      PIC S9(9)V99.
       01 PIECE-CESSION         PIC X(12).
       01 LABEL-CESSION         PIC X(40).

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
       01 DATE-FIN-MOIS         PIC 9(8).

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-VNC-DEBUT     PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DOTATION      PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-CUMUL         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-VNC-FIN       PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COEF          PIC 9.99.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           PERFORM OUVRIR-REGISTRE-IMMOS

           DISPLAY "Mode (A = ajouter, C = consulter, P = plan"
                   " d'amortissement, S = cession, D = supprimer) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM AJOUTER-IMMOBILISATION
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-IMMOBILISATION
               WHEN MODE-PLAN
                   PERFORM IMPRIMER-PLAN
               WHEN MODE-CEDER
                   PERFORM CEDER-IMMOBILISATION
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-IMMOBILISATION
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE ASSET-MASTER
           GOBACK.

      *    ASSETMST.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files in this repo.
       OUVRIR-REGISTRE-IMMOS.
           OPEN I-O ASSET-MASTER
           IF ASSETMST-STATUS = "35"
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF.

       AJOUTER-IMMOBILISATION.
           MOVE "Y" TO IMMO-VALIDE-SWITCH
           INITIALIZE ASSET-MASTER-RECORD
           DISPLAY "Numero d'immobilisation ?"
           ACCEPT IMM-ID
           READ ASSET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Immobilisation " IMM-ID
                           " deja enregistree."
                   MOVE "N" TO IMMO-VALIDE-SWITCH
           END-READ

           IF IMMO-VALIDE
               DISPLAY "Designation ?"
               ACCEPT IMM-LABEL
               DISPLAY "Date d'acquisition (AAAAMMJJ) ?"
               ACCEPT IMM-ACQ-DATE
               DISPLAY "Cout d'acquisition HT ?"
               ACCEPT IMM-COST
               DISPLAY "Mode (L = lineaire, D = degressif) ?"
               ACCEPT IMM-METHOD
               DISPLAY "Duree d'utilisation (annees) ?"
               ACCEPT IMM-LIFE-YEARS
               DISPLAY "Compte d'immobilisation (2xxxxx) ?"
               ACCEPT IMM-GL-ASSET
               DISPLAY "Compte d'amortissements (28xxxx) ?"
               ACCEPT IMM-GL-AMORT
               DISPLAY "Amortissements deja pratiques (reprise,"
                       " 0 si bien neuf) ?"
               ACCEPT REPRISE-CUMUL
               PERFORM CONTROLER-IMMOBILISATION
           END-IF

           IF IMMO-VALIDE
               MOVE REPRISE-CUMUL TO IMM-CUMUL-AMORT
      *    A reprise was posted by the previous books up to last
      *    month; DEPRRUN carries on from this month.
               MOVE ZERO TO IMM-LAST-MONTH
               IF REPRISE-CUMUL > ZERO
                   MOVE SESSION-DATE-JOUR(1:4) TO CIBLE-ANNEE
                   MOVE SESSION-DATE-JOUR(5:2) TO CIBLE-MOIS
                   IF CIBLE-MOIS = 1
                       SUBTRACT 1 FROM CIBLE-ANNEE
                       MOVE 12 TO CIBLE-MOIS
                   ELSE
                       SUBTRACT 1 FROM CIBLE-MOIS
                   END-IF
                   COMPUTE IMM-LAST-MONTH = CIBLE-ANNEE * 100
                                          + CIBLE-MOIS
               END-IF
               MOVE "A" TO IMM-STATUS
               MOVE ZERO TO IMM-DISPOSAL-DATE
               MOVE ZERO TO IMM-DISPOSAL-PRICE
               MOVE OPERATEUR-COURANT TO IMM-OPER-ID
               WRITE ASSET-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur ecriture ASSETMST.DAT ("
                               ASSETMST-STATUS ")."
                       MOVE "N" TO IMMO-VALIDE-SWITCH
               END-WRITE
           END-IF

           IF IMMO-VALIDE
               MOVE IMM-COST TO DISPLAY-MONTANT
               DISPLAY "Immobilisation " IMM-ID " enregistree, cout "
                       DISPLAY-MONTANT
               MOVE SPACES TO LOG-LINE
               STRING "IMMO CREEE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMM-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IMM-METHOD DELIMITED BY SIZE
                      IMM-LIFE-YEARS DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

      *    A degressive plan needs at least three years - the fiscal
      *    coefficients start there - and the reprise cannot exceed
      *    what there is to write down.
       CONTROLER-IMMOBILISATION.
           IF IMM-LABEL = SPACES
               DISPLAY "Designation obligatoire."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-ACQ-DATE = ZERO OR IMM-ACQ-DATE > SESSION-DATE-JOUR
               DISPLAY "Date d'acquisition invalide."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-COST = ZERO
               DISPLAY "Cout d'acquisition obligatoire."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF NOT IMM-LINEAIRE AND NOT IMM-DEGRESSIF
               DISPLAY "Mode d'amortissement invalide : L ou D."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-LIFE-YEARS = ZERO OR IMM-LIFE-YEARS > 50
               DISPLAY "Duree invalide : 1 a 50 ans."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-DEGRESSIF AND IMM-LIFE-YEARS < 3
               DISPLAY "Degressif refuse sous 3 ans d'utilisation."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF REPRISE-CUMUL > IMM-COST
               DISPLAY "Reprise superieure au cout : refusee."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-GL-ASSET(1:1) NOT = "2"
                   OR IMM-GL-ASSET(1:2) = "28"
               DISPLAY "Compte d'immobilisation invalide : 2xxxxx."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-GL-AMORT(1:2) NOT = "28"
               DISPLAY "Compte d'amortissements invalide : 28xxxx."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           MOVE IMM-GL-ASSET TO COMPTE-A-CONTROLER
           PERFORM CONTROLER-COMPTE
           MOVE IMM-GL-AMORT TO COMPTE-A-CONTROLER
           PERFORM CONTROLER-COMPTE
           IF NOT IMMO-VALIDE
               DISPLAY "Immobilisation refusee."
           END-IF.

       CONTROLER-COMPTE.
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "00"
               MOVE COMPTE-A-CONTROLER TO GLA-NUMBER
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Compte " COMPTE-A-CONTROLER
                               " absent du plan comptable."
                       MOVE "N" TO IMMO-VALIDE-SWITCH
               END-READ
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       CONSULTER-IMMOBILISATION.
           DISPLAY "Numero d'immobilisation ?"
           ACCEPT IMM-ID
           READ ASSET-MASTER
               INVALID KEY
                   DISPLAY "Immobilisation inconnue."
               NOT INVALID KEY
                   MOVE IMM-COST TO DISPLAY-MONTANT
                   DISPLAY "Immobilisation " IMM-ID " : " IMM-LABEL
                   DISPLAY "  Acquise le " IMM-ACQ-DATE
                           " cout " DISPLAY-MONTANT
                           " mode " IMM-METHOD
                           " duree " IMM-LIFE-YEARS " ans"
                   MOVE IMM-CUMUL-AMORT TO DISPLAY-MONTANT
                   DISPLAY "  Comptes " IMM-GL-ASSET "/" IMM-GL-AMORT
                           " amortissements " DISPLAY-MONTANT
                           " au mois " IMM-LAST-MONTH
                   IF IMM-CEDEE
                       MOVE IMM-DISPOSAL-PRICE TO DISPLAY-MONTANT
                       DISPLAY "  Cedee le " IMM-DISPOSAL-DATE
                               " prix " DISPLAY-MONTANT
                   END-IF
           END-READ.

      *    The plan printed year by year: opening net book value,
      *    dotation, cumul and closing value - the schedule the
      *    auditor ticks the monthly dotations against.
       IMPRIMER-PLAN.
           DISPLAY "Numero d'immobilisation ?"
           ACCEPT IMM-ID
           READ ASSET-MASTER
               INVALID KEY
                   DISPLAY "Immobilisation inconnue."
               NOT INVALID KEY
                   PERFORM ECRIRE-PLAN
                   DISPLAY "Plan d'amortissement de " IMM-ID
                           " imprime dans ASSETPLN.DAT."
           END-READ.

       ECRIRE-PLAN.
           PERFORM CALCULER-PLAN
           OPEN OUTPUT ASSET-PLAN-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PLAN D'AMORTISSEMENT - IMMOBILISATION "
                      DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-PLAN
           MOVE SPACES TO REPORT-LINE
           STRING IMM-LABEL DELIMITED BY SIZE
                  " COMPTES " DELIMITED BY SIZE
                  IMM-GL-ASSET DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  IMM-GL-AMORT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-PLAN
           MOVE IMM-COST TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           IF IMM-LINEAIRE
               STRING "ACQUIS LE " DELIMITED BY SIZE
                      IMM-ACQ-DATE DELIMITED BY SIZE
                      " COUT " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " LINEAIRE " DELIMITED BY SIZE
                      IMM-LIFE-YEARS DELIMITED BY SIZE
                      " ANS" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE COEFFICIENT-DEGRESSIF TO DISPLAY-COEF
               STRING "ACQUIS LE " DELIMITED BY SIZE
                      IMM-ACQ-DATE DELIMITED BY SIZE
                      " COUT " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " DEGRESSIF " DELIMITED BY SIZE
                      IMM-LIFE-YEARS DELIMITED BY SIZE
                      " ANS COEF " DELIMITED BY SIZE
                      DISPLAY-COEF DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-PLAN
           MOVE SPACES TO REPORT-LINE
           STRING "ANNEE       VNC DEBUT       DOTATION"
                      DELIMITED BY SIZE
                  "          CUMUL        VNC FIN" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-PLAN
           PERFORM ECRIRE-ANNEE-PLAN
               VARYING PLAN-IDX FROM 1 BY 1
               UNTIL PLAN-IDX > PLAN-COUNT
           CLOSE ASSET-PLAN-FILE.

       ECRIRE-ANNEE-PLAN.
           MOVE PLAN-VNC-DEBUT(PLAN-IDX) TO DISPLAY-VNC-DEBUT
           MOVE PLAN-DOTATION(PLAN-IDX) TO DISPLAY-DOTATION
           MOVE PLAN-CUMUL(PLAN-IDX) TO DISPLAY-CUMUL
           COMPUTE DISPLAY-VNC-FIN = IMM-COST - PLAN-CUMUL(PLAN-IDX)
           MOVE SPACES TO REPORT-LINE
           STRING PLAN-ANNEE(PLAN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-VNC-DEBUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-DOTATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-CUMUL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-VNC-FIN DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-PLAN.

       ECRIRE-LIGNE-PLAN.
           MOVE REPORT-LINE TO ASSET-PLAN-RECORD
           WRITE ASSET-PLAN-RECORD.

      *    Cession: the dotation runs to the end of the month of
      *    sale, then the asset leaves the books at its cost against
      *    its accumulated depreciation and its net book value
      *    (675000), and the price comes in on 462000 against
      *    775000. The plus- or moins-value is the difference of
      *    the two, shown here and on the trial balance.
       CEDER-IMMOBILISATION.
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Cession reservee au superviseur."
               MOVE SPACES TO LOG-LINE
               STRING "ASSETMNT CESSION REFUSEE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           ELSE
               MOVE "Y" TO IMMO-VALIDE-SWITCH
               DISPLAY "Numero d'immobilisation cedee ?"
               ACCEPT IMM-ID
               READ ASSET-MASTER
                   INVALID KEY
                       DISPLAY "Immobilisation inconnue."
                       MOVE "N" TO IMMO-VALIDE-SWITCH
                   NOT INVALID KEY
                       IF NOT IMM-EN-SERVICE
                           DISPLAY "Immobilisation deja cedee."
                           MOVE "N" TO IMMO-VALIDE-SWITCH
                       END-IF
               END-READ
               IF IMMO-VALIDE
                   PERFORM SAISIR-CESSION
               END-IF
               IF IMMO-VALIDE
                   PERFORM COMPTABILISER-CESSION
               END-IF
           END-IF.

      *    The sale cannot predate a month DEPRRUN already posted:
      *    that depreciation would have to be reversed first. Nor
      *    can it fall in a closed year, as in GLSAISIE.
       SAISIR-CESSION.
           DISPLAY "Date de cession (AAAAMMJJ) ?"
           ACCEPT IMM-DISPOSAL-DATE
           DISPLAY "Prix de cession HT (0 si mise au rebut) ?"
           ACCEPT IMM-DISPOSAL-PRICE
           IF IMM-DISPOSAL-DATE < IMM-ACQ-DATE
                   OR IMM-DISPOSAL-DATE > SESSION-DATE-JOUR
               DISPLAY "Date de cession invalide."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           PERFORM LIRE-CHECKPOINT-GL
           IF IMMO-VALIDE AND IMM-DISPOSAL-DATE <= DATE-CLOTURE
               DISPLAY "Exercice clos le " DATE-CLOTURE
                       " : date refusee."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMM-DISPOSAL-DATE(1:6) < IMM-LAST-MONTH
               DISPLAY "Dotations deja passees au-dela du mois de "
                       "cession (" IMM-LAST-MONTH ") : refusee."
               MOVE "N" TO IMMO-VALIDE-SWITCH
           END-IF
           IF IMMO-VALIDE
               MOVE IMM-DISPOSAL-DATE(1:4) TO CIBLE-ANNEE
               MOVE IMM-DISPOSAL-DATE(5:2) TO CIBLE-MOIS
               PERFORM CALCULER-PLAN
               PERFORM CALCULER-CUMUL-THEORIQUE
               COMPUTE DOTATION-COMPLEMENT =
                   CUMUL-THEORIQUE - IMM-CUMUL-AMORT
               IF DOTATION-COMPLEMENT < ZERO
                   MOVE ZERO TO DOTATION-COMPLEMENT
               END-IF
               COMPUTE VNC-CESSION = IMM-COST - IMM-CUMUL-AMORT
                                   - DOTATION-COMPLEMENT
               COMPUTE RESULTAT-CESSION =
                   IMM-DISPOSAL-PRICE - VNC-CESSION
               MOVE VNC-CESSION TO DISPLAY-MONTANT
               DISPLAY "Valeur nette comptable a la cession : "
                       DISPLAY-MONTANT
               MOVE RESULTAT-CESSION TO DISPLAY-MONTANT
               IF RESULTAT-CESSION < ZERO
                   DISPLAY "Moins-value de cession : " DISPLAY-MONTANT
               ELSE
                   DISPLAY "Plus-value de cession : " DISPLAY-MONTANT
               END-IF
               DISPLAY "Confirmer la cession (O/N) ?"
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "O"
                   DISPLAY "Cession abandonnee."
                   MOVE "N" TO IMMO-VALIDE-SWITCH
               END-IF
           END-IF.

      *    Same reading GLSAISIE makes of the last closed day and
      *    of the last day GLPOST swept; no GLCKPT.DAT means no
      *    year was ever closed and no day ever swept.
       LIRE-CHECKPOINT-GL.
           MOVE ZERO TO DATE-CLOTURE
           MOVE ZERO TO DERNIERE-DATE-POSTEE
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "C" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DATE-CLOTURE
               END-READ
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

      *    Staged today the disposal goes to the ledger with
      *    GLPOST's next run; if that run already happened today it
      *    is staged for tomorrow's, or no sweep would ever take it.
       COMPTABILISER-CESSION.
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
           MOVE IMM-DISPOSAL-DATE TO ODJ-DATE
           MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
           MOVE "OD" TO ODJ-JOURNAL
           MOVE "ASSETMNT" TO ODJ-SOURCE
           MOVE OPERATEUR-COURANT TO ODJ-OPER-ID

           IF DOTATION-COMPLEMENT > ZERO
      *    Piece D + asset + YYMM + origin (M monthly run, C
      *    complement at disposal): twelve characters, the layout
      *    DEPRRUN and ASSETMNT share so no two dotations collide.
               MOVE SPACES TO ODJ-PIECE
               STRING "D" DELIMITED BY SIZE
                      IMM-ID DELIMITED BY SIZE
                      IMM-DISPOSAL-DATE(3:4) DELIMITED BY SIZE
                      "C" DELIMITED BY SIZE
                   INTO ODJ-PIECE
               MOVE SPACES TO ODJ-LABEL
               STRING "DOTATION COMPLEMENT. IMMO " DELIMITED BY SIZE
                      IMM-ID DELIMITED BY SIZE
                   INTO ODJ-LABEL
               MOVE "681100" TO ODJ-ACCOUNT
               MOVE DOTATION-COMPLEMENT TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE IMM-GL-AMORT TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE DOTATION-COMPLEMENT TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               ADD DOTATION-COMPLEMENT TO IMM-CUMUL-AMORT
           END-IF

           MOVE SPACES TO PIECE-CESSION
           STRING "CES" DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
               INTO PIECE-CESSION
           MOVE SPACES TO LABEL-CESSION
           STRING "CESSION IMMO " DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMM-LABEL DELIMITED BY SIZE
               INTO LABEL-CESSION
           MOVE PIECE-CESSION TO ODJ-PIECE
           MOVE LABEL-CESSION TO ODJ-LABEL
           IF IMM-CUMUL-AMORT > ZERO
               MOVE IMM-GL-AMORT TO ODJ-ACCOUNT
               MOVE IMM-CUMUL-AMORT TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF
           IF VNC-CESSION > ZERO
               MOVE "675000" TO ODJ-ACCOUNT
               MOVE VNC-CESSION TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF
           MOVE IMM-GL-ASSET TO ODJ-ACCOUNT
           MOVE ZERO TO ODJ-DEBIT
           MOVE IMM-COST TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD
           IF IMM-DISPOSAL-PRICE > ZERO
               MOVE "462000" TO ODJ-ACCOUNT
               MOVE IMM-DISPOSAL-PRICE TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "775000" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE IMM-DISPOSAL-PRICE TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF
           CLOSE OD-JOURNAL-FILE

           MOVE IMM-DISPOSAL-DATE(1:6) TO IMM-LAST-MONTH
           MOVE "C" TO IMM-STATUS
           MOVE OPERATEUR-COURANT TO IMM-OPER-ID
           REWRITE ASSET-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour immobilisation "
                           IMM-ID
           END-REWRITE
           MOVE RESULTAT-CESSION TO DISPLAY-MONTANT
           DISPLAY "Cession de " IMM-ID " enregistree : resultat "
                   DISPLAY-MONTANT
           MOVE SPACES TO LOG-LINE
           STRING "IMMO CEDEE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMM-ID DELIMITED BY SIZE
                  " RESULTAT" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    Day after CALC-DATE, for the staging of the disposal.
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

      *    Only an asset nothing was ever posted for may disappear;
      *    once depreciated, it leaves the register by cession.
       SUPPRIMER-IMMOBILISATION.
           DISPLAY "Numero d'immobilisation a supprimer ?"
           ACCEPT IMM-ID
           READ ASSET-MASTER
               INVALID KEY
                   DISPLAY "Immobilisation inconnue."
               NOT INVALID KEY
                   IF IMM-CUMUL-AMORT NOT = ZERO
                           OR IMM-LAST-MONTH NOT = ZERO
                       DISPLAY "Amortissements deja comptabilises :"
                               " passer par une cession."
                   ELSE
                       DELETE ASSET-MASTER
                           INVALID KEY
                               DISPLAY "Erreur suppression "
                                       IMM-ID
                       END-DELETE
                       DISPLAY "Immobilisation " IMM-ID " supprimee."
                       MOVE SPACES TO LOG-LINE
                       STRING "IMMO SUPPRIMEE " DELIMITED BY SIZE
                              OPERATEUR-COURANT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              IMM-ID DELIMITED BY SIZE
                           INTO LOG-LINE
                       PERFORM ECRIRE-LOG-OPERATEUR
                   END-IF
           END-READ.

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
