       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRESPREV.

      *    Ninety-day cash forecast for the Monday treasury meeting,
      *    in place of five reports pieced together by hand. What
      *    comes in: the open customer invoices of INVREG.DAT on
      *    their due date, the direct debits DDCOLL has in flight,
      *    and the loan installments of LOANMAST.DAT. What goes
      *    out: term deposits of TERMDEP.DAT paid back at maturity,
      *    standing orders of STORDERS.DAT paid away to another
      *    bank, and the supplier invoices of PURREG.DAT. Every
      *    date is rolled to a working day off BUSCAL.DAT, the same
      *    rule STOEXEC executes on; anything already overdue is
      *    expected on the first working day. The report gives the
      *    flows day by day, then by week with the running cash
      *    position, then the total per source. Nightly, no prompts.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS LOANMAST-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS TERMDEP-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-NUMBER
               FILE STATUS IS STORDERS-STATUS.

      *    Business-day calendar CALMAINT keeps: weekends are
      *    arithmetic, the file holds the holidays and closures.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS BUSCAL-STATUS.

      *    Day-count base for the deposit interest, as TDMATUR.
           SELECT DAYCOUNT-PARM-FILE ASSIGN TO "INTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYCOUNT-PARM-STATUS.

      *    The cash position the forecast starts from, as treasury
      *    read it off the bank that morning. Absent, the report
      *    shows the cumulative net flow from zero.
           SELECT TRESO-PARM-FILE ASSIGN TO "TRESPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRESO-PARM-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "TRESPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD LOAN-MASTER-FILE.
       COPY "LOANMAST.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD STANDING-ORDER-FILE.
       COPY "STORDERS.cpy".

       FD BUSINESS-CALENDAR-FILE.
       COPY "BUSCAL.cpy".

       FD DAYCOUNT-PARM-FILE.
       01 DAYCOUNT-PARM-RECORD.
           05 DAYCOUNT-PARM-BASE PIC 9(3).

       FD TRESO-PARM-FILE.
       01 TRESO-PARM-RECORD.
           05 TRESO-PARM-SOLDE  PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 PURREG-STATUS         PIC X(02).
       01 LOANMAST-STATUS       PIC X(02).
       01 TERMDEP-STATUS        PIC X(02).
       01 STORDERS-STATUS       PIC X(02).
       01 BUSCAL-STATUS         PIC X(02).
       01 DAYCOUNT-PARM-STATUS  PIC X(02).
       01 TRESO-PARM-STATUS     PIC X(02).
       01 FORECAST-REPORT-STATUS PIC X(02).

       01 CALENDRIER-DISPO-SW   PIC X(01) VALUE "N".
           88 CALENDRIER-DISPO     VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).
       01 SOLDE-OUVERTURE       PIC S9(11)V99 VALUE ZERO.
       01 BASE-JOURS            PIC 9(3) VALUE 360.

      *    Ninety days ahead plus today: day 1 is the run date, day
      *    91 the horizon. Thirteen weeks of seven days cover them.
       01 HORIZON-JOURS         PIC 9(3) VALUE 91.
       01 HORIZON-DATE          PIC 9(8).
       01 JOUR-TABLE.
           05 JOUR-ENTRY OCCURS 91 TIMES.
               10 JOUR-DATE      PIC 9(8).
               10 JOUR-ENTREES   PIC S9(11)V99.
               10 JOUR-SORTIES   PIC S9(11)V99.
       01 JOUR-IDX              PIC 9(3).
       01 SEMAINE-IDX           PIC 9(2).
       01 SEMAINE-DEBUT         PIC 9(3).
       01 SEMAINE-FIN           PIC 9(3).
       01 SEMAINE-ENTREES       PIC S9(11)V99.
       01 SEMAINE-SORTIES       PIC S9(11)V99.
       01 POSITION-COURANTE     PIC S9(11)V99.
       01 NET-FLUX              PIC S9(11)V99.

      *    One line per source of flows, in the order they are
      *    swept; E brings cash in, S takes it out.
       01 SOURCE-TABLE-VALUES.
           05 FILLER            PIC X(23)
               VALUE "ECREANCES CLIENTS      ".
           05 FILLER            PIC X(23)
               VALUE "EPRELEVEMENTS EN COURS ".
           05 FILLER            PIC X(23)
               VALUE "EECHEANCES DE PRETS    ".
           05 FILLER            PIC X(23)
               VALUE "SDEPOTS A TERME ECHUS  ".
           05 FILLER            PIC X(23)
               VALUE "SORDRES PERMANENTS     ".
           05 FILLER            PIC X(23)
               VALUE "SFACTURES FOURNISSEURS ".
       01 SOURCE-TABLE REDEFINES SOURCE-TABLE-VALUES.
           05 SOURCE-ENTRY OCCURS 6 TIMES.
               10 SOURCE-SENS    PIC X(01).
                   88 SOURCE-ENTREE VALUE "E".
               10 SOURCE-LIBELLE PIC X(22).
       01 SOURCE-TOTAUX.
           05 SOURCE-CUMUL OCCURS 6 TIMES.
               10 SOURCE-MONTANT PIC S9(11)V99.
               10 SOURCE-COUNT   PIC 9(5).
       01 SOURCE-IDX            PIC 9(1).

      *    A flow to place: its source, the date it is expected and
      *    the amount, always positive - the source says which way.
       01 FLUX-SOURCE           PIC 9(1).
       01 FLUX-DATE             PIC 9(8).
       01 FLUX-MONTANT          PIC S9(9)V99.
       01 FLUX-JOUR             PIC S9(7).
       01 JOURS-RUN             PIC 9(7).

       01 MONTANT-OUVERT        PIC S9(9)V99.
       01 LITIGE-MONTANT        PIC S9(11)V99 VALUE ZERO.
       01 LITIGE-COUNT          PIC 9(5) VALUE ZERO.
       01 PROCHAIN-JOUR-OUVRE   PIC 9(8).
       01 INTERET               PIC 9(7)V99.
       01 JOURS-COURUS          PIC S9(7).

      *    Repeating flows - loan installments, standing orders -
      *    are walked forward from their next date: a week is seven
      *    calendar days, a month keeps the anchor day clamped to
      *    the shorter month, as STOEXEC advances its orders.
       01 ECHEANCE-DATE         PIC 9(8).
       01 ECHEANCE-ANCRE        PIC 9(2).
       01 ECHEANCES-RESTANTES   PIC S9(4).
       01 ECHEANCE-HEBDO-SW     PIC X(01).
           88 ECHEANCE-HEBDO       VALUE "Y".
       01 ECHEANCE-FIN          PIC 9(8).
       01 PROJECTION-FINIE-SW   PIC X(01).
           88 PROJECTION-FINIE     VALUE "Y".
       01 ECHEANCE-DATE-WS.
           05 ECH-YEAR           PIC 9(4).
           05 ECH-MONTH          PIC 9(2).
           05 ECH-DAY            PIC 9(4).
       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

      *    Working-day roll, same rule as STOEXEC.
       01 DATE-A-DECALER        PIC 9(8).
       01 JOUR-OUVRE-SWITCH     PIC X(01).
           88 JOUR-OUVRE           VALUE "Y".
       01 JOUR-SEMAINE          PIC 9(1).
       01 SEMAINE-QUOTIENT      PIC 9(6).
       01 LEND-DATE-WS.
           05 LEND-YEAR          PIC 9(4).
           05 LEND-MONTH         PIC 9(2).
           05 LEND-DAY           PIC 9(2).
       01 LEND-MOIS-LONGUEUR    PIC 9(2).

      *    Serial day counts, same arithmetic as AGERPT.
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

       01 DISPLAY-MONTANT       PIC -ZZZZZZZZ9.99.
       01 DISPLAY-MONTANT-2     PIC -ZZZZZZZZ9.99.
       01 DISPLAY-MONTANT-3     PIC -ZZZZZZZZ9.99.
       01 DISPLAY-MONTANT-4     PIC -ZZZZZZZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-SEMAINE       PIC 99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           PERFORM LIRE-PARAMETRES
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BUSCAL-STATUS = "00"
               SET CALENDRIER-DISPO TO TRUE
           END-IF

           PERFORM INITIALISER-JOURS
           PERFORM INITIALISER-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > 6

      *    A debit DDCOLL has already sent is expected the next
      *    working day, whatever the due date of the invoice.
           MOVE JOUR-DATE(2) TO DATE-A-DECALER
           PERFORM DECALER-JOUR-OUVRE
           MOVE DATE-A-DECALER TO PROCHAIN-JOUR-OUVRE

           PERFORM BALAYER-CREANCES
           PERFORM BALAYER-PRETS
           PERFORM BALAYER-DEPOTS
           PERFORM BALAYER-ORDRES
           PERFORM BALAYER-FOURNISSEURS

           OPEN OUTPUT FORECAST-REPORT-FILE
           PERFORM EMETTRE-ENTETE
           PERFORM EMETTRE-JOURS
           PERFORM EMETTRE-SEMAINES
           PERFORM EMETTRE-SOURCES
           CLOSE FORECAST-REPORT-FILE

           IF CALENDRIER-DISPO
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF
           GOBACK.

       LIRE-PARAMETRES.
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
           END-IF
           OPEN INPUT TRESO-PARM-FILE
           IF TRESO-PARM-STATUS = "00"
               READ TRESO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRESO-PARM-SOLDE NUMERIC
                           MOVE TRESO-PARM-SOLDE TO SOLDE-OUVERTURE
                       END-IF
               END-READ
               CLOSE TRESO-PARM-FILE
           END-IF.

      *    Lay the calendar dates of the ninety days into the table.
       INITIALISER-JOURS.
           MOVE RUN-DATE TO DATE-A-DECALER
           PERFORM INITIALISER-JOUR
               VARYING JOUR-IDX FROM 1 BY 1
               UNTIL JOUR-IDX > HORIZON-JOURS
           MOVE JOUR-DATE(HORIZON-JOURS) TO HORIZON-DATE.

       INITIALISER-JOUR.
           MOVE DATE-A-DECALER TO JOUR-DATE(JOUR-IDX)
           MOVE ZERO TO JOUR-ENTREES(JOUR-IDX)
           MOVE ZERO TO JOUR-SORTIES(JOUR-IDX)
           PERFORM AJOUTER-UN-JOUR.

       INITIALISER-SOURCE.
           MOVE ZERO TO SOURCE-MONTANT(SOURCE-IDX)
           MOVE ZERO TO SOURCE-COUNT(SOURCE-IDX).

      *    Put one flow on its working day: overdue is expected on
      *    the first working day, past the horizon is out of sight.
       PLACER-FLUX.
           IF FLUX-DATE < RUN-DATE
               MOVE RUN-DATE TO FLUX-DATE
           END-IF
           MOVE FLUX-DATE TO DATE-A-DECALER
           PERFORM DECALER-JOUR-OUVRE
           MOVE DATE-A-DECALER TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           COMPUTE FLUX-JOUR = SERIE-JOURS - JOURS-RUN + 1
           IF FLUX-JOUR NOT > HORIZON-JOURS
               MOVE FLUX-JOUR TO JOUR-IDX
               IF SOURCE-ENTREE(FLUX-SOURCE)
                   ADD FLUX-MONTANT TO JOUR-ENTREES(JOUR-IDX)
               ELSE
                   ADD FLUX-MONTANT TO JOUR-SORTIES(JOUR-IDX)
               END-IF
               ADD FLUX-MONTANT TO SOURCE-MONTANT(FLUX-SOURCE)
               ADD 1 TO SOURCE-COUNT(FLUX-SOURCE)
           END-IF.

      *    Customer side: every open invoice still owed something.
      *    One under direct debit comes in with the debit; a
      *    disputed one is left out of the forecast and totalled
      *    apart, since nobody can say when it will be paid.
       BALAYER-CREANCES.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : creances clients ignorees."
           ELSE
               MOVE LOW-VALUES TO REG-INV-NUMBER
               START INVOICE-REGISTER
                       KEY IS NOT LESS THAN REG-INV-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM EXAMINER-CREANCE-SUIVANTE UNTIL SCAN-EOF
               CLOSE INVOICE-REGISTER
           END-IF.

       EXAMINER-CREANCE-SUIVANTE.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND REG-OPEN AND REG-FACTURE
               COMPUTE MONTANT-OUVERT
                   = REG-PRICETTC - REG-AMOUNT-PAID
               IF MONTANT-OUVERT > ZERO
                   PERFORM PREVOIR-CREANCE
               END-IF
           END-IF.

       PREVOIR-CREANCE.
           EVALUATE TRUE
               WHEN REG-EN-LITIGE
                   ADD MONTANT-OUVERT TO LITIGE-MONTANT
                   ADD 1 TO LITIGE-COUNT
               WHEN REG-COLLECT-EN-COURS
                   MOVE 2 TO FLUX-SOURCE
                   MOVE PROCHAIN-JOUR-OUVRE TO FLUX-DATE
                   MOVE MONTANT-OUVERT TO FLUX-MONTANT
                   PERFORM PLACER-FLUX
               WHEN OTHER
                   MOVE 1 TO FLUX-SOURCE
                   MOVE REG-DUE-DATE TO FLUX-DATE
                   IF REG-DUE-DATE = ZERO
                       MOVE REG-INVOICE-DATE TO FLUX-DATE
                   END-IF
                   MOVE MONTANT-OUVERT TO FLUX-MONTANT
                   PERFORM PLACER-FLUX
           END-EVALUATE.

      *    Loan installments: the monthly payment from the next due
      *    date, for as many months as the loan has left to run.
       BALAYER-PRETS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT LOAN-MASTER-FILE
           IF LOANMAST-STATUS = "00"
               MOVE LOW-VALUES TO LN-NUMBER
               START LOAN-MASTER-FILE KEY IS NOT LESS THAN LN-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM EXAMINER-PRET-SUIVANT UNTIL SCAN-EOF
               CLOSE LOAN-MASTER-FILE
           END-IF.

       EXAMINER-PRET-SUIVANT.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND LN-OUVERT AND LN-NEXT-DATE > ZERO
               COMPUTE ECHEANCES-RESTANTES
                   = LN-DUREE-MOIS - LN-ECHEANCES-PAYEES
               IF ECHEANCES-RESTANTES > ZERO
                       AND LN-MENSUALITE > ZERO
                   MOVE 3 TO FLUX-SOURCE
                   MOVE LN-MENSUALITE TO FLUX-MONTANT
                   MOVE LN-NEXT-DATE TO ECHEANCE-DATE
                   MOVE "N" TO ECHEANCE-HEBDO-SW
                   MOVE ZERO TO ECHEANCE-FIN
                   PERFORM PROJETER-ECHEANCES
               END-IF
           END-IF.

      *    Term deposits paid back at maturity carry their interest
      *    out with the principal, at TDMATUR's rate and base; a
      *    deposit set to renew moves no cash.
       BALAYER-DEPOTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERMDEP-STATUS = "00"
               MOVE LOW-VALUES TO TD-NUMBER
               START TERM-DEPOSIT-FILE KEY IS NOT LESS THAN TD-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM EXAMINER-DEPOT-SUIVANT UNTIL SCAN-EOF
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       EXAMINER-DEPOT-SUIVANT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF TERMDEP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND TD-OUVERT AND TD-REMBOURSER
                   AND TD-MATURITY-DATE NOT > HORIZON-DATE
               MOVE TD-OPEN-DATE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               MOVE SERIE-JOURS TO JOURS-COURUS
               MOVE TD-MATURITY-DATE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               COMPUTE JOURS-COURUS = SERIE-JOURS - JOURS-COURUS
               IF JOURS-COURUS < 0
                   MOVE ZERO TO JOURS-COURUS
               END-IF
               COMPUTE INTERET ROUNDED
                   = TD-PRINCIPAL * TD-TAUX / 100
                   * JOURS-COURUS / BASE-JOURS
               MOVE 4 TO FLUX-SOURCE
               MOVE TD-MATURITY-DATE TO FLUX-DATE
               COMPUTE FLUX-MONTANT = TD-PRINCIPAL + INTERET
               PERFORM PLACER-FLUX
           END-IF.

      *    Standing orders leave the bank only when paid to an
      *    outside beneficiary; an order between two COMPTES
      *    accounts moves no cash and is not forecast.
       BALAYER-ORDRES.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT STANDING-ORDER-FILE
           IF STORDERS-STATUS = "00"
               MOVE LOW-VALUES TO STO-NUMBER
               START STANDING-ORDER-FILE
                       KEY IS NOT LESS THAN STO-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM EXAMINER-ORDRE-SUIVANT UNTIL SCAN-EOF
               CLOSE STANDING-ORDER-FILE
           END-IF.

       EXAMINER-ORDRE-SUIVANT.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF STORDERS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND STO-BENEF-NUMBER NOT = ZERO
                   AND STO-NEXT-DATE > ZERO
               MOVE 5 TO FLUX-SOURCE
               MOVE STO-MONTANT TO FLUX-MONTANT
               MOVE STO-NEXT-DATE TO ECHEANCE-DATE
               MOVE 9999 TO ECHEANCES-RESTANTES
               MOVE "N" TO ECHEANCE-HEBDO-SW
               IF STO-HEBDO
                   SET ECHEANCE-HEBDO TO TRUE
               END-IF
               MOVE STO-END-DATE TO ECHEANCE-FIN
               PERFORM PROJETER-ECHEANCES
           END-IF.

      *    Supplier invoices still owed, on the payment date the
      *    treasurer released them for, or else their due date.
       BALAYER-FOURNISSEURS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT PURCHASE-REGISTER
           IF PURREG-STATUS = "00"
               MOVE LOW-VALUES TO PUR-KEY
               START PURCHASE-REGISTER KEY IS NOT LESS THAN PUR-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM EXAMINER-ACHAT-SUIVANT UNTIL SCAN-EOF
               CLOSE PURCHASE-REGISTER
           END-IF.

       EXAMINER-ACHAT-SUIVANT.
           READ PURCHASE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PURREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND PUR-OPEN
               COMPUTE MONTANT-OUVERT
                   = PUR-TOTAL-TTC - PUR-AMOUNT-PAID
               IF MONTANT-OUVERT > ZERO
                   MOVE 6 TO FLUX-SOURCE
                   MOVE PUR-DUE-DATE TO FLUX-DATE
                   IF PUR-PAY-DATE NUMERIC AND PUR-PAY-DATE > ZERO
                       MOVE PUR-PAY-DATE TO FLUX-DATE
                   END-IF
                   MOVE MONTANT-OUVERT TO FLUX-MONTANT
                   PERFORM PLACER-FLUX
               END-IF
           END-IF.

      *    Place a repeating flow at each of its dates up to the
      *    horizon, the count of payments left, or its end date.
       PROJETER-ECHEANCES.
           MOVE ECHEANCE-DATE(7:2) TO ECHEANCE-ANCRE
           MOVE "N" TO PROJECTION-FINIE-SW
           PERFORM PLACER-ECHEANCE UNTIL PROJECTION-FINIE.

       PLACER-ECHEANCE.
           IF ECHEANCE-DATE > HORIZON-DATE
                   OR ECHEANCES-RESTANTES NOT > ZERO
                   OR (ECHEANCE-FIN > ZERO
                       AND ECHEANCE-DATE > ECHEANCE-FIN)
               SET PROJECTION-FINIE TO TRUE
           ELSE
               MOVE ECHEANCE-DATE TO FLUX-DATE
               PERFORM PLACER-FLUX
               SUBTRACT 1 FROM ECHEANCES-RESTANTES
               PERFORM AVANCER-ECHEANCE
           END-IF.

       AVANCER-ECHEANCE.
           MOVE ECHEANCE-DATE(1:4) TO ECH-YEAR
           MOVE ECHEANCE-DATE(5:2) TO ECH-MONTH
           MOVE ECHEANCE-DATE(7:2) TO ECH-DAY

           IF ECHEANCE-HEBDO
               ADD 7 TO ECH-DAY
               PERFORM CHERCHER-LONGUEUR-MOIS
               PERFORM AJUSTER-MOIS-ECHEANCE
                   UNTIL ECH-DAY <= MOIS-LONGUEUR
           ELSE
               ADD 1 TO ECH-MONTH
               IF ECH-MONTH > 12
                   MOVE 1 TO ECH-MONTH
                   ADD 1 TO ECH-YEAR
               END-IF
               PERFORM CHERCHER-LONGUEUR-MOIS
               MOVE ECHEANCE-ANCRE TO ECH-DAY
               IF ECH-DAY > MOIS-LONGUEUR
                   MOVE MOIS-LONGUEUR TO ECH-DAY
               END-IF
           END-IF

           COMPUTE ECHEANCE-DATE = ECH-YEAR * 10000
                                 + ECH-MONTH * 100
                                 + ECH-DAY.

       CHERCHER-LONGUEUR-MOIS.
           MOVE MOIS-JOURS(ECH-MONTH) TO MOIS-LONGUEUR
           IF ECH-MONTH = 2
               DIVIDE ECH-YEAR BY 4 GIVING ANNEE-QUOTIENT
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

       AJUSTER-MOIS-ECHEANCE.
           SUBTRACT MOIS-LONGUEUR FROM ECH-DAY
           ADD 1 TO ECH-MONTH
           IF ECH-MONTH > 12
               MOVE 1 TO ECH-MONTH
               ADD 1 TO ECH-YEAR
           END-IF
           PERFORM CHERCHER-LONGUEUR-MOIS.

       EMETTRE-ENTETE.
           MOVE SPACES TO REPORT-LINE
           STRING "PREVISION DE TRESORERIE A 90 JOURS AU "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SOLDE-OUVERTURE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "POSITION D'OUVERTURE : " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Only the days something moves on are listed.
       EMETTRE-JOURS.
           MOVE SPACES TO REPORT-LINE
           STRING "FLUX QUOTIDIENS DATE          ENTREES       SORTIES"
                      DELIMITED BY SIZE
                  "           NET      POSITION" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SOLDE-OUVERTURE TO POSITION-COURANTE
           PERFORM EMETTRE-JOUR
               VARYING JOUR-IDX FROM 1 BY 1
               UNTIL JOUR-IDX > HORIZON-JOURS
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EMETTRE-JOUR.
           COMPUTE NET-FLUX = JOUR-ENTREES(JOUR-IDX)
                            - JOUR-SORTIES(JOUR-IDX)
           ADD NET-FLUX TO POSITION-COURANTE
           IF JOUR-ENTREES(JOUR-IDX) NOT = ZERO
                   OR JOUR-SORTIES(JOUR-IDX) NOT = ZERO
               MOVE JOUR-ENTREES(JOUR-IDX) TO DISPLAY-MONTANT
               MOVE JOUR-SORTIES(JOUR-IDX) TO DISPLAY-MONTANT-2
               MOVE NET-FLUX TO DISPLAY-MONTANT-3
               MOVE POSITION-COURANTE TO DISPLAY-MONTANT-4
               MOVE SPACES TO REPORT-LINE
               STRING "                " DELIMITED BY SIZE
                      JOUR-DATE(JOUR-IDX) DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT-2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT-3 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT-4 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *    Thirteen weeks of seven calendar days from the run date,
      *    each with the cash position at its close.
       EMETTRE-SEMAINES.
           MOVE SPACES TO REPORT-LINE
           STRING "PAR SEMAINE     FIN           ENTREES       SORTIES"
                      DELIMITED BY SIZE
                  "           NET      POSITION" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SOLDE-OUVERTURE TO POSITION-COURANTE
           PERFORM EMETTRE-SEMAINE
               VARYING SEMAINE-IDX FROM 1 BY 1 UNTIL SEMAINE-IDX > 13
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EMETTRE-SEMAINE.
           COMPUTE SEMAINE-DEBUT = (SEMAINE-IDX - 1) * 7 + 1
           COMPUTE SEMAINE-FIN = SEMAINE-DEBUT + 6
           MOVE ZERO TO SEMAINE-ENTREES
           MOVE ZERO TO SEMAINE-SORTIES
           PERFORM CUMULER-JOUR-SEMAINE
               VARYING JOUR-IDX FROM SEMAINE-DEBUT BY 1
               UNTIL JOUR-IDX > SEMAINE-FIN
           COMPUTE NET-FLUX = SEMAINE-ENTREES - SEMAINE-SORTIES
           ADD NET-FLUX TO POSITION-COURANTE
           MOVE SEMAINE-IDX TO DISPLAY-SEMAINE
           MOVE SEMAINE-ENTREES TO DISPLAY-MONTANT
           MOVE SEMAINE-SORTIES TO DISPLAY-MONTANT-2
           MOVE NET-FLUX TO DISPLAY-MONTANT-3
           MOVE POSITION-COURANTE TO DISPLAY-MONTANT-4
           MOVE SPACES TO REPORT-LINE
           STRING "  SEMAINE " DELIMITED BY SIZE
                  DISPLAY-SEMAINE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  JOUR-DATE(SEMAINE-FIN) DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       CUMULER-JOUR-SEMAINE.
           ADD JOUR-ENTREES(JOUR-IDX) TO SEMAINE-ENTREES
           ADD JOUR-SORTIES(JOUR-IDX) TO SEMAINE-SORTIES.

       EMETTRE-SOURCES.
           MOVE "TOTAL SUR 90 JOURS PAR ORIGINE" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM EMETTRE-SOURCE
               VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > 6
           IF LITIGE-COUNT > ZERO
               MOVE LITIGE-COUNT TO DISPLAY-COUNT
               MOVE LITIGE-MONTANT TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "  HORS PREVISION : " DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " FACTURE(S) EN LITIGE POUR" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

       EMETTRE-SOURCE.
           MOVE SOURCE-COUNT(SOURCE-IDX) TO DISPLAY-COUNT
           MOVE SOURCE-MONTANT(SOURCE-IDX) TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           IF SOURCE-ENTREE(SOURCE-IDX)
               STRING "  ENTREES " DELIMITED BY SIZE
                      SOURCE-LIBELLE(SOURCE-IDX) DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " FLUX" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  SORTIES " DELIMITED BY SIZE
                      SOURCE-LIBELLE(SOURCE-IDX) DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " FLUX" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.

      *    Shift DATE-A-DECALER to the next working day: weekends
      *    by serial-day arithmetic, the closures off BUSCAL.DAT -
      *    an absent calendar file leaves just the weekend rule.
       DECALER-JOUR-OUVRE.
           PERFORM VERIFIER-JOUR-OUVRE
           PERFORM PASSER-AU-LENDEMAIN UNTIL JOUR-OUVRE.

       VERIFIER-JOUR-OUVRE.
           MOVE "Y" TO JOUR-OUVRE-SWITCH
           MOVE DATE-A-DECALER TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           DIVIDE SERIE-JOURS BY 7 GIVING SEMAINE-QUOTIENT
               REMAINDER JOUR-SEMAINE
           IF JOUR-SEMAINE = 1 OR JOUR-SEMAINE = 2
               MOVE "N" TO JOUR-OUVRE-SWITCH
           ELSE
               IF CALENDRIER-DISPO
                   MOVE DATE-A-DECALER TO CAL-DATE
                   READ BUSINESS-CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO JOUR-OUVRE-SWITCH
                   END-READ
               END-IF
           END-IF.

       PASSER-AU-LENDEMAIN.
           PERFORM AJOUTER-UN-JOUR
           PERFORM VERIFIER-JOUR-OUVRE.

       AJOUTER-UN-JOUR.
           MOVE DATE-A-DECALER(1:4) TO LEND-YEAR
           MOVE DATE-A-DECALER(5:2) TO LEND-MONTH
           MOVE DATE-A-DECALER(7:2) TO LEND-DAY
           MOVE MOIS-JOURS(LEND-MONTH) TO LEND-MOIS-LONGUEUR
           IF LEND-MONTH = 2
               DIVIDE LEND-YEAR BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO LEND-MOIS-LONGUEUR
                   DIVIDE LEND-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE LEND-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO LEND-MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO LEND-DAY
           IF LEND-DAY > LEND-MOIS-LONGUEUR
               MOVE 1 TO LEND-DAY
               ADD 1 TO LEND-MONTH
               IF LEND-MONTH > 12
                   MOVE 1 TO LEND-MONTH
                   ADD 1 TO LEND-YEAR
               END-IF
           END-IF
           COMPUTE DATE-A-DECALER = LEND-YEAR * 10000
                                  + LEND-MONTH * 100
                                  + LEND-DAY.

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
