       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

      *    Month-end interest accruals (interets courus): TDMATUR
      *    pays deposit interest only at maturity and LOANCOLL takes
      *    loan interest only with the installment, so at every
      *    month end the books would miss what has run since. For
      *    each open TERMDEP.DAT deposit the interest earned from
      *    its open date, and for each open LOANMAST.DAT loan the
      *    interest run since its last due date, both up to the
      *    last day of the month with the INTPARM.DAT day-count
      *    convention, are listed to INTACRPT.DAT and staged in
      *    ODJRNL.DAT for GLPOST: the accrual dated the last day of
      *    the month, its extourne dated the first of the next, so
      *    each month end carries the full amount run to date and
      *    nothing is ever counted twice.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS TERMDEP-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS LOANMAST-STATUS.

           SELECT DAYCOUNT-PARM-FILE ASSIGN TO "INTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYCOUNT-PARM-STATUS.

      *    The "C" record is the last closed day, the "D" record
      *    the last day GLPOST swept.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "INTACRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD LOAN-MASTER-FILE.
       COPY "LOANMAST.cpy".

       FD DAYCOUNT-PARM-FILE.
       01 DAYCOUNT-PARM-RECORD.
           05 DAYCOUNT-PARM-BASE PIC 9(3).

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD ACCRUAL-REPORT-FILE.
       01 ACCRUAL-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 TERMDEP-STATUS        PIC X(02).
       01 LOANMAST-STATUS       PIC X(02).
       01 DAYCOUNT-PARM-STATUS  PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 ACCRUAL-REPORT-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 DEJA-FAIT-SWITCH      PIC X(01) VALUE "N".
           88 DEJA-FAIT            VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 MOIS-TRAITE           PIC 9(6).
       01 DATE-FIN-MOIS         PIC 9(8).
       01 DATE-EXTOURNE         PIC 9(8).
       01 DATE-SAISIE           PIC 9(8).
       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.
       01 PIECE-COURUS          PIC X(12).
       01 PIECE-EXTOURNE        PIC X(12).

       01 BASE-JOURS            PIC 9(3) VALUE 360.
       01 DATE-DEPART           PIC 9(8).
       01 DATE-ARRET            PIC 9(8).
       01 JOURS-DEPART          PIC 9(7).
       01 JOURS-COURUS          PIC S9(5).
       01 INTERET-COURU         PIC 9(7)V99.

       01 DEPOT-COUNT           PIC 9(5) VALUE ZERO.
       01 PRET-COUNT            PIC 9(5) VALUE ZERO.
       01 TOTAL-DEPOTS          PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-PRETS           PIC 9(9)V99 VALUE ZERO.

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-JOURS         PIC ZZZZ9.
       01 DISPLAY-TAUX          PIC Z9.99.

      *    Serial-day arithmetic, same as the interest batch.
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

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO MOIS-TRAITE
           MOVE RUN-DATE TO CALC-DATE
           PERFORM CALCULER-LONGUEUR-MOIS
           MOVE MOIS-LONGUEUR TO CALC-JOUR
           MOVE CALC-DATE TO DATE-FIN-MOIS
           PERFORM AJOUTER-UN-JOUR
           MOVE CALC-DATE TO DATE-EXTOURNE
           MOVE SPACES TO PIECE-COURUS
           STRING "ICC" DELIMITED BY SIZE
                  MOIS-TRAITE DELIMITED BY SIZE
               INTO PIECE-COURUS
           MOVE SPACES TO PIECE-EXTOURNE
           STRING "ICX" DELIMITED BY SIZE
                  MOIS-TRAITE DELIMITED BY SIZE
               INTO PIECE-EXTOURNE

           PERFORM LIRE-CHECKPOINT-GL
           IF DATE-FIN-MOIS <= DATE-CLOTURE
               DISPLAY "Mois " MOIS-TRAITE " dans un exercice clos "
                       "le " DATE-CLOTURE " : run refuse."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFIER-MOIS-DEJA-TRAITE
           IF DEJA-FAIT
               DISPLAY "Interets courus du mois " MOIS-TRAITE
                       " deja constates : run refuse."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Staged for GLPOST's next sweep; if today's has already
      *    run, for tomorrow's.
           MOVE RUN-DATE TO DATE-SAISIE
           IF DERNIERE-DATE-POSTEE >= DATE-SAISIE
               MOVE DERNIERE-DATE-POSTEE TO CALC-DATE
               PERFORM AJOUTER-UN-JOUR
               MOVE CALC-DATE TO DATE-SAISIE
           END-IF

           PERFORM LIRE-PARM-BASE-JOURS

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INTERETS COURUS AU " DELIMITED BY SIZE
                  DATE-FIN-MOIS DELIMITED BY SIZE
                  " - BASE " DELIMITED BY SIZE
                  BASE-JOURS DELIMITED BY SIZE
                  " - EXTOURNE AU " DELIMITED BY SIZE
                  DATE-EXTOURNE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           PERFORM COURIR-DEPOTS
           PERFORM COURIR-PRETS

           PERFORM ECRIRE-TOTAUX-COURUS
           PERFORM COMPTABILISER-COURUS
           CLOSE ACCRUAL-REPORT-FILE
           GOBACK.

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
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

      *    The month's accrual piece already staged means the run
      *    went through once: a second pass would double it.
       VERIFIER-MOIS-DEJA-TRAITE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT OD-JOURNAL-FILE
           IF ODJRNL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM EXAMINER-PIECE-STAGEE UNTIL SCAN-EOF
           IF ODJRNL-STATUS NOT = "35"
               CLOSE OD-JOURNAL-FILE
           END-IF.

       EXAMINER-PIECE-STAGEE.
           READ OD-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF ODJ-PIECE = PIECE-COURUS
                   SET DEJA-FAIT TO TRUE
                   SET SCAN-EOF TO TRUE
               END-IF
           END-IF.

      *    INTPARM.DAT may not exist; actual/360 then stands, same
      *    default as the interest batch.
       LIRE-PARM-BASE-JOURS.
           OPEN INPUT DAYCOUNT-PARM-FILE
           READ DAYCOUNT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DAYCOUNT-PARM-BASE = 360
                           OR DAYCOUNT-PARM-BASE = 365
                       MOVE DAYCOUNT-PARM-BASE TO BASE-JOURS
                   END-IF
           END-READ
           CLOSE DAYCOUNT-PARM-FILE.

       COURIR-DEPOTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERMDEP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO TD-NUMBER
               START TERM-DEPOSIT-FILE
                       KEY IS NOT LESS THAN TD-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM COURIR-DEPOT-SUIVANT UNTIL SCAN-EOF
           IF TERMDEP-STATUS NOT = "35"
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

      *    Interest from the open date (the last roll, for a
      *    renewed deposit) to the month end, or to the maturity if
      *    TDMATUR has not paid a deposit already due.
       COURIR-DEPOT-SUIVANT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF TERMDEP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF TD-OUVERT AND TD-OPEN-DATE < DATE-FIN-MOIS
                   MOVE TD-OPEN-DATE TO DATE-DEPART
                   MOVE DATE-FIN-MOIS TO DATE-ARRET
                   IF TD-MATURITY-DATE < DATE-ARRET
                       MOVE TD-MATURITY-DATE TO DATE-ARRET
                   END-IF
                   PERFORM CALCULER-JOURS-COURUS
                   COMPUTE INTERET-COURU ROUNDED
                       = TD-PRINCIPAL * TD-TAUX / 100
                       * JOURS-COURUS / BASE-JOURS
                   IF INTERET-COURU > ZERO
                       ADD 1 TO DEPOT-COUNT
                       ADD INTERET-COURU TO TOTAL-DEPOTS
                       MOVE TD-PRINCIPAL TO DISPLAY-MONTANT
                       MOVE TD-TAUX TO DISPLAY-TAUX
                       MOVE JOURS-COURUS TO DISPLAY-JOURS
                       MOVE SPACES TO REPORT-LINE
                       STRING "DAT  " DELIMITED BY SIZE
                              TD-NUMBER DELIMITED BY SIZE
                              " CPT " DELIMITED BY SIZE
                              TD-COMPTE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DISPLAY-MONTANT DELIMITED BY SIZE
                              " A " DELIMITED BY SIZE
                              DISPLAY-TAUX DELIMITED BY SIZE
                              " DEPUIS " DELIMITED BY SIZE
                              DATE-DEPART DELIMITED BY SIZE
                              DISPLAY-JOURS DELIMITED BY SIZE
                              "J" DELIMITED BY SIZE
                          INTO REPORT-LINE
                       MOVE INTERET-COURU TO DISPLAY-MONTANT
                       MOVE DISPLAY-MONTANT TO REPORT-LINE(66:10)
                       PERFORM ECRIRE-LIGNE-RAPPORT
                   END-IF
               END-IF
           END-IF.

       COURIR-PRETS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT LOAN-MASTER-FILE
           IF LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO LN-NUMBER
               START LOAN-MASTER-FILE
                       KEY IS NOT LESS THAN LN-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM COURIR-PRET-SUIVANT UNTIL SCAN-EOF
           IF LOANMAST-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *    Interest on the remaining principal since the last due
      *    date - one month before the next one - to the month end.
       COURIR-PRET-SUIVANT.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND LN-OUVERT
               MOVE LN-NEXT-DATE TO CALC-DATE
               IF CALC-MOIS = 1
                   SUBTRACT 1 FROM CALC-ANNEE
                   MOVE 12 TO CALC-MOIS
               ELSE
                   SUBTRACT 1 FROM CALC-MOIS
               END-IF
               PERFORM CALCULER-LONGUEUR-MOIS
               IF CALC-JOUR > MOIS-LONGUEUR
                   MOVE MOIS-LONGUEUR TO CALC-JOUR
               END-IF
               MOVE CALC-DATE TO DATE-DEPART
               MOVE DATE-FIN-MOIS TO DATE-ARRET
               IF DATE-DEPART < DATE-ARRET
                   PERFORM CALCULER-JOURS-COURUS
                   COMPUTE INTERET-COURU ROUNDED
                       = LN-SOLDE-RESTANT * LN-TAUX / 100
                       * JOURS-COURUS / BASE-JOURS
                   IF INTERET-COURU > ZERO
                       ADD 1 TO PRET-COUNT
                       ADD INTERET-COURU TO TOTAL-PRETS
                       MOVE LN-SOLDE-RESTANT TO DISPLAY-MONTANT
                       MOVE LN-TAUX TO DISPLAY-TAUX
                       MOVE JOURS-COURUS TO DISPLAY-JOURS
                       MOVE SPACES TO REPORT-LINE
                       STRING "PRET " DELIMITED BY SIZE
                              LN-NUMBER DELIMITED BY SIZE
                              " CPT " DELIMITED BY SIZE
                              LN-COMPTE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DISPLAY-MONTANT DELIMITED BY SIZE
                              " A " DELIMITED BY SIZE
                              DISPLAY-TAUX DELIMITED BY SIZE
                              " DEPUIS " DELIMITED BY SIZE
                              DATE-DEPART DELIMITED BY SIZE
                              DISPLAY-JOURS DELIMITED BY SIZE
                              "J" DELIMITED BY SIZE
                          INTO REPORT-LINE
                       MOVE INTERET-COURU TO DISPLAY-MONTANT
                       MOVE DISPLAY-MONTANT TO REPORT-LINE(66:10)
                       PERFORM ECRIRE-LIGNE-RAPPORT
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

       ECRIRE-TOTAUX-COURUS.
           MOVE DEPOT-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-DEPOTS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOT(S) A TERME : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " INTERETS COURUS A PAYER " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE PRET-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-PRETS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PRET(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " INTERETS COURUS A RECEVOIR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    One accrual piece for the month: deposit interest to
      *    661000 against 168800 interets courus a payer, loan
      *    interest to 276800 interets courus a recevoir against
      *    762700; the extourne the same lines the other way round
      *    on the first of the next month.
       COMPTABILISER-COURUS.
           IF TOTAL-DEPOTS > ZERO OR TOTAL-PRETS > ZERO
               OPEN EXTEND OD-JOURNAL-FILE
               IF ODJRNL-STATUS = "35"
                   OPEN OUTPUT OD-JOURNAL-FILE
                   CLOSE OD-JOURNAL-FILE
                   OPEN EXTEND OD-JOURNAL-FILE
               END-IF
               MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
               MOVE "OD" TO ODJ-JOURNAL
               MOVE "INTACCR" TO ODJ-SOURCE
               MOVE "BATCH" TO ODJ-OPER-ID

               MOVE DATE-FIN-MOIS TO ODJ-DATE
               MOVE PIECE-COURUS TO ODJ-PIECE
               MOVE SPACES TO ODJ-LABEL
               STRING "INTERETS COURUS " DELIMITED BY SIZE
                      MOIS-TRAITE DELIMITED BY SIZE
                   INTO ODJ-LABEL
               PERFORM ECRIRE-COURUS-DEPOTS
               PERFORM ECRIRE-COURUS-PRETS

               MOVE DATE-EXTOURNE TO ODJ-DATE
               MOVE PIECE-EXTOURNE TO ODJ-PIECE
               MOVE SPACES TO ODJ-LABEL
               STRING "EXTOURNE INTERETS COURUS " DELIMITED BY SIZE
                      MOIS-TRAITE DELIMITED BY SIZE
                   INTO ODJ-LABEL
               PERFORM ECRIRE-EXTOURNE-DEPOTS
               PERFORM ECRIRE-EXTOURNE-PRETS
               CLOSE OD-JOURNAL-FILE
           END-IF.

       ECRIRE-COURUS-DEPOTS.
           IF TOTAL-DEPOTS > ZERO
               MOVE "661000" TO ODJ-ACCOUNT
               MOVE TOTAL-DEPOTS TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "168800" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE TOTAL-DEPOTS TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF.

       ECRIRE-COURUS-PRETS.
           IF TOTAL-PRETS > ZERO
               MOVE "276800" TO ODJ-ACCOUNT
               MOVE TOTAL-PRETS TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "762700" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE TOTAL-PRETS TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF.

       ECRIRE-EXTOURNE-DEPOTS.
           IF TOTAL-DEPOTS > ZERO
               MOVE "168800" TO ODJ-ACCOUNT
               MOVE TOTAL-DEPOTS TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "661000" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE TOTAL-DEPOTS TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
           END-IF.

       ECRIRE-EXTOURNE-PRETS.
           IF TOTAL-PRETS > ZERO
               MOVE "762700" TO ODJ-ACCOUNT
               MOVE TOTAL-PRETS TO ODJ-DEBIT
               MOVE ZERO TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
               MOVE "276800" TO ODJ-ACCOUNT
               MOVE ZERO TO ODJ-DEBIT
               MOVE TOTAL-PRETS TO ODJ-CREDIT
               WRITE OD-JOURNAL-RECORD
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

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD.
