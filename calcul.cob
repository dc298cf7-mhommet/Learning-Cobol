               RECORD KEY IS NIDX-KEY
               FILE STATUS IS CUSTNIDX-STATUS.

      *    Cash side of each trade: one settlement instruction per
      *    purchase or sale, for SECSETL to put through the holder's
      *    account on the settlement date.
           SELECT SECURITY-SETTLEMENT-FILE ASSIGN TO "SECSETL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS SECSETL-STATUS.

      *    Brokerage rate and minimum, TTF rate and settlement delay
      *    in business days - the same SYSIN idea as CALCPARM.DAT.
           SELECT SETTLEMENT-PARM-FILE ASSIGN TO "STLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STLPARM-STATUS.

      *    Business-day calendar CALMAINT keeps: weekends are
      *    arithmetic, the file holds the holidays and closures.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS BUSCAL-STATUS.


       DATA DIVISION.

       FD CUSTOMER-NAME-INDEX.
       COPY "CUSTNIDX.cpy".

       FD SECURITY-SETTLEMENT-FILE.
       COPY "SECSETL.cpy".

       FD SETTLEMENT-PARM-FILE.
       01 SETTLEMENT-PARM-RECORD.
           05 STP-TAUX-COURTAGE PIC 9(1)V9999.
           05 STP-COURTAGE-MIN  PIC 9(3)V99.
           05 STP-TAUX-TTF      PIC 9(1)V9999.
           05 STP-DELAI-REGLT   PIC 9(1).

       FD BUSINESS-CALENDAR-FILE.
       COPY "BUSCAL.cpy".


       WORKING-STORAGE SECTION.
       01 RECOVLOG-STATUS       PIC X(02).
       01 FX-RATE-STATUS     PIC X(02).
       01 FX-EOF-SWITCH      PIC X(01) VALUE "N".
           88 FX-EOF            VALUE "Y".
       01 DEBORDEMENT-SWITCH PIC X(01) VALUE "N".
           88 DEBORDEMENT       VALUE "Y".
       01 FX-COUNT           PIC 9(3) VALUE ZERO.
       01 FX-IDX             PIC 9(3).
       01 FX-TABLE.
       01 CLOSE-FLAG                PIC X(01).
           88 POSITION-FERMEE         VALUE "O".

      *    Settlement instruction for the trade just booked. The
      *    rates are percentages of the gross amount; the defaults
      *    stand when STLPARM.DAT is absent: 0.50 % brokerage with
      *    a 5.00 EUR minimum, TTF at 0.40 % of a purchase of a
      *    security SECMAST flags as liable, settlement at T+2.
       01 SECSETL-STATUS        PIC X(02).
       01 STLPARM-STATUS        PIC X(02).
       01 TAUX-COURTAGE         PIC 9(1)V9999 VALUE 0.5000.
       01 COURTAGE-MINIMUM      PIC 9(3)V99 VALUE 5.00.
       01 TAUX-TTF              PIC 9(1)V9999 VALUE 0.4000.
       01 DELAI-REGLT           PIC 9(1) VALUE 2.
       01 TTF-APPLICABLE-SW     PIC X(01) VALUE "N".
           88 TTF-APPLICABLE       VALUE "Y".
       01 REGLT-EOF-SWITCH      PIC X(01) VALUE "N".
           88 REGLT-EOF            VALUE "Y".
       01 NEXT-REGLT-SEQ        PIC 9(5).
       01 PRIX-NEGOCIE          PIC S9(9)V99.
       01 DISPLAY-NET           PIC ZZZ,ZZZ,ZZ9.99.

      *    Working-day roll for the settlement date, same arithmetic
      *    as STOEXEC.
       01 BUSCAL-STATUS         PIC X(02).
       01 DATE-A-DECALER        PIC 9(8).
       01 JOUR-OUVRE-SWITCH     PIC X(01).
           88 JOUR-OUVRE           VALUE "Y".
       01 JOUR-SEMAINE          PIC 9(1).
       01 SEMAINE-QUOTIENT      PIC 9(6).
       01 CAL-SERIE-DATE        PIC 9(8).
       01 CAL-SERIE-DATE-WS.
           05 CAL-SERIE-YEAR     PIC 9(4).
           05 CAL-SERIE-MONTH    PIC 9(2).
           05 CAL-SERIE-DAY      PIC 9(2).
       01 CAL-SERIE-JOURS       PIC 9(7).
       01 CAL-SERIE-BISSEXTILE  PIC 9(4).
       01 CAL-SERIE-QUOTIENT    PIC 9(4).
       01 CAL-CUMUL-TABLE-VALUES.
           05 FILLER            PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CAL-CUMUL-TABLE REDEFINES CAL-CUMUL-TABLE-VALUES.
           05 CAL-CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).
       01 LEND-DATE-WS.
           05 LEND-YEAR          PIC 9(4).
           05 LEND-MONTH         PIC 9(2).
           05 LEND-DAY           PIC 9(2).
       01 LEND-MOIS-LONGUEUR    PIC 9(2).
       01 LEND-ANNEE-QUOT       PIC 9(4).
       01 LEND-ANNEE-RESTE      PIC 9(4).
       01 LEND-MOIS-TABLE-VALUES.
           05 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 LEND-MOIS-TABLE REDEFINES LEND-MOIS-TABLE-VALUES.
           05 LEND-MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM SAISIR-MODE-EXECUTION.

           ACCEPT VALUATION-DATE FROM DATE YYYYMMDD.
           PERFORM CHARGER-TAUX-CHANGE.
           PERFORM LIRE-PARM-ALERTE.
           PERFORM LIRE-PARM-REGLEMENT.
           PERFORM OUVRIR-REFERENTIEL-VALEURS.
           PERFORM OUVRIR-INDEX-CLIENTS.
           PERFORM OUVRIR-POSITIONS-MASTER.
           PERFORM OUVRIR-INSTRUCTIONS-REGLT.

           IF MODE-BATCH
               PERFORM TRAITER-LOT
           END-IF.

           CLOSE POSITIONS-MASTER-FILE.
           CLOSE SECURITY-SETTLEMENT-FILE.
           IF SECMAST-DISPO
               CLOSE SECURITY-MASTER
           END-IF.
               CLOSE CUSTOMER-NAME-INDEX
           END-IF.

           IF DEBORDEMENT
               DISPLAY "CALCUL : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    A mode staged by JOBCHAIN means no terminal: take it and
      *    AIRBNB ?" instead of silently opening a ghost position.
       VALIDER-TICKER.
           MOVE "N" TO TICKER-VALIDE-SWITCH
           MOVE "N" TO TTF-APPLICABLE-SW
           MOVE SPACES TO SECURITY-NAME

           IF NOT SECMAST-DISPO
                   NOT INVALID KEY
                       SET TICKER-VALIDE TO TRUE
                       MOVE SEC-NAME TO SECURITY-NAME
                       IF SEC-SOUMIS-TTF
                           SET TTF-APPLICABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

           END-READ
           CLOSE ALERT-PARM-FILE.

      *    STLPARM.DAT may not exist yet; the VALUEs above then stand
      *    as the default fees and delay.
       LIRE-PARM-REGLEMENT.
           OPEN INPUT SETTLEMENT-PARM-FILE
           IF STLPARM-STATUS = "00"
               READ SETTLEMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STP-TAUX-COURTAGE TO TAUX-COURTAGE
                       MOVE STP-COURTAGE-MIN TO COURTAGE-MINIMUM
                       MOVE STP-TAUX-TTF TO TAUX-TTF
                       IF STP-DELAI-REGLT > 0
                           MOVE STP-DELAI-REGLT TO DELAI-REGLT
                       END-IF
               END-READ
               CLOSE SETTLEMENT-PARM-FILE
           END-IF.

      *    EUR at parity is the one rate that needs no file entry;
      *    everything else comes off FXRATES.DAT, one record per
      *    currency per effective date, as many currencies as the
               ELSE
                   DISPLAY "Plus de 50 devises au fichier des "
                           "taux : " FXR-CODE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

               PERFORM RELIEVER-VENTE-FIFO
           ELSE
               PERFORM CREER-LOT-ACHAT
           END-IF
           PERFORM EMETTRE-INSTRUCTION-REGLT.

       CREER-LOT-ACHAT.
           PERFORM CHERCHER-PROCHAIN-LOT-SEQ

           MOVE ZERO TO QTE-A-VENDRE.

      *    SECSETL.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as POSMAST.DAT.
       OUVRIR-INSTRUCTIONS-REGLT.
           OPEN I-O SECURITY-SETTLEMENT-FILE
           IF SECSETL-STATUS = "35"
               OPEN OUTPUT SECURITY-SETTLEMENT-FILE
               CLOSE SECURITY-SETTLEMENT-FILE
               OPEN I-O SECURITY-SETTLEMENT-FILE
           END-IF.

      *    The trade at the price it was dealt - the buying price
      *    for a purchase, the selling price for a sale - restated
      *    in EUR at the rate CALCULER-GAINS used.
       EMETTRE-INSTRUCTION-REGLT.
           IF POSITION-FERMEE
               MOVE SELL-PRICE TO PRIX-NEGOCIE
           ELSE
               MOVE BUYING-PRICE TO PRIX-NEGOCIE
           END-IF
           IF QUANTITY > 0 AND PRIX-NEGOCIE > 0
               PERFORM CHERCHER-PROCHAINE-SEQ-REGLT
               PERFORM ECRIRE-INSTRUCTION-REGLT
           END-IF.

      *    Next free sequence for the trade date: one past the
      *    highest already on file, 1 for the day's first trade.
       CHERCHER-PROCHAINE-SEQ-REGLT.
           MOVE "N" TO REGLT-EOF-SWITCH
           MOVE 1 TO NEXT-REGLT-SEQ
           MOVE VALUATION-DATE TO SST-TRADE-DATE
           MOVE ZERO TO SST-SEQ
           START SECURITY-SETTLEMENT-FILE
                   KEY IS NOT LESS THAN SST-KEY
               INVALID KEY
                   SET REGLT-EOF TO TRUE
           END-START
           PERFORM EXAMINER-SEQ-REGLT UNTIL REGLT-EOF.

       EXAMINER-SEQ-REGLT.
           READ SECURITY-SETTLEMENT-FILE NEXT RECORD
               AT END
                   SET REGLT-EOF TO TRUE
           END-READ
           IF SECSETL-STATUS NOT = "00"
               SET REGLT-EOF TO TRUE
           END-IF
           IF NOT REGLT-EOF
               IF SST-TRADE-DATE = VALUATION-DATE
                   COMPUTE NEXT-REGLT-SEQ = SST-SEQ + 1
               ELSE
                   SET REGLT-EOF TO TRUE
               END-IF
           END-IF.

      *    Brokerage on both sides, with its minimum; TTF only on a
      *    purchase, and only of a security SECMAST flags as liable.
       ECRIRE-INSTRUCTION-REGLT.
           MOVE VALUATION-DATE TO SST-TRADE-DATE
           MOVE NEXT-REGLT-SEQ TO SST-SEQ
           IF POSITION-FERMEE
               SET SST-VENTE TO TRUE
           ELSE
               SET SST-ACHAT TO TRUE
           END-IF
           MOVE TICKER-SYMBOL TO SST-TICKER
           MOVE QUANTITY TO SST-QUANTITY
           MOVE PRIX-NEGOCIE TO SST-PRICE
           MOVE CURRENCY-CODE TO SST-CURRENCY
           MOVE FX-RATE-COURANT TO SST-FX-RATE

           COMPUTE SST-MONTANT-BRUT ROUNDED
               = QUANTITY * PRIX-NEGOCIE * FX-RATE-COURANT
           COMPUTE SST-COURTAGE ROUNDED
               = SST-MONTANT-BRUT * TAUX-COURTAGE / 100
           IF SST-COURTAGE < COURTAGE-MINIMUM
               MOVE COURTAGE-MINIMUM TO SST-COURTAGE
           END-IF
           MOVE ZERO TO SST-TTF
           IF SST-ACHAT
               IF TTF-APPLICABLE
                   COMPUTE SST-TTF ROUNDED
                       = SST-MONTANT-BRUT * TAUX-TTF / 100
               END-IF
               COMPUTE SST-MONTANT-NET = SST-MONTANT-BRUT
                                       + SST-COURTAGE + SST-TTF
           ELSE
               COMPUTE SST-MONTANT-NET = SST-MONTANT-BRUT
                                       - SST-COURTAGE
           END-IF

           MOVE CUST-ID-POSITION TO SST-CUST-ID
           MOVE CUST-NOM-POSITION TO SST-CUST-NOM
           MOVE CUST-PRENOM-POSITION TO SST-CUST-PRENOM

           MOVE VALUATION-DATE TO DATE-A-DECALER
           PERFORM AVANCER-JOUR-OUVRE DELAI-REGLT TIMES
           MOVE DATE-A-DECALER TO SST-DATE-REGLT

           SET SST-A-REGLER TO TRUE
           MOVE SPACES TO SST-MOTIF
           MOVE ZERO TO SST-COMPTE
           MOVE ZERO TO SST-DATE-TRAITEMENT
           MOVE ZERO TO SST-TENTATIVES

           WRITE SECURITY-SETTLEMENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur creation de l'instruction de "
                           "reglement " SST-TRADE-DATE " " SST-SEQ
               NOT INVALID KEY
                   MOVE SST-MONTANT-NET TO DISPLAY-NET
                   DISPLAY "REGLEMENT " SST-TICKER " NET "
                           DISPLAY-NET " EUR LE " SST-DATE-REGLT
           END-WRITE.

      *    One business day further: the next calendar day, then on
      *    past any weekend or closure. Same roll as STOEXEC, the
      *    calendar file absent leaving just the weekend rule.
       AVANCER-JOUR-OUVRE.
           PERFORM PASSER-AU-LENDEMAIN
           PERFORM PASSER-AU-LENDEMAIN UNTIL JOUR-OUVRE.

       VERIFIER-JOUR-OUVRE.
           MOVE "Y" TO JOUR-OUVRE-SWITCH
           MOVE DATE-A-DECALER TO CAL-SERIE-DATE
           PERFORM CALCULER-SERIE-CALENDRIER
           DIVIDE CAL-SERIE-JOURS BY 7 GIVING SEMAINE-QUOTIENT
               REMAINDER JOUR-SEMAINE
           IF JOUR-SEMAINE = 1 OR JOUR-SEMAINE = 2
               MOVE "N" TO JOUR-OUVRE-SWITCH
           ELSE
               OPEN INPUT BUSINESS-CALENDAR-FILE
               IF BUSCAL-STATUS = "00"
                   MOVE DATE-A-DECALER TO CAL-DATE
                   READ BUSINESS-CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO JOUR-OUVRE-SWITCH
                   END-READ
                   CLOSE BUSINESS-CALENDAR-FILE
               END-IF
           END-IF.

       PASSER-AU-LENDEMAIN.
           MOVE DATE-A-DECALER(1:4) TO LEND-YEAR
           MOVE DATE-A-DECALER(5:2) TO LEND-MONTH
           MOVE DATE-A-DECALER(7:2) TO LEND-DAY
           MOVE LEND-MOIS-JOURS(LEND-MONTH) TO LEND-MOIS-LONGUEUR
           IF LEND-MONTH = 2
               DIVIDE LEND-YEAR BY 4 GIVING LEND-ANNEE-QUOT
                   REMAINDER LEND-ANNEE-RESTE
               IF LEND-ANNEE-RESTE = 0
                   MOVE 29 TO LEND-MOIS-LONGUEUR
                   DIVIDE LEND-YEAR BY 100 GIVING LEND-ANNEE-QUOT
                       REMAINDER LEND-ANNEE-RESTE
                   IF LEND-ANNEE-RESTE = 0
                       DIVIDE LEND-YEAR BY 400
                           GIVING LEND-ANNEE-QUOT
                           REMAINDER LEND-ANNEE-RESTE
                       IF LEND-ANNEE-RESTE NOT = 0
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
                                  + LEND-DAY
           PERFORM VERIFIER-JOUR-OUVRE.

       CALCULER-SERIE-CALENDRIER.
           MOVE CAL-SERIE-DATE TO CAL-SERIE-DATE-WS
           COMPUTE CAL-SERIE-JOURS = CAL-SERIE-YEAR * 365
                               + CAL-CUMUL-JOURS(CAL-SERIE-MONTH)
                               + CAL-SERIE-DAY
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 4
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 100
           SUBTRACT CAL-SERIE-BISSEXTILE FROM CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 400
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           IF CAL-SERIE-MONTH > 2
               DIVIDE CAL-SERIE-YEAR BY 4 GIVING CAL-SERIE-QUOTIENT
                   REMAINDER CAL-SERIE-BISSEXTILE
               IF CAL-SERIE-BISSEXTILE = 0
                   ADD 1 TO CAL-SERIE-JOURS
                   DIVIDE CAL-SERIE-YEAR BY 100
                       GIVING CAL-SERIE-QUOTIENT
                       REMAINDER CAL-SERIE-BISSEXTILE
                   IF CAL-SERIE-BISSEXTILE = 0
                       DIVIDE CAL-SERIE-YEAR BY 400
                           GIVING CAL-SERIE-QUOTIENT
                           REMAINDER CAL-SERIE-BISSEXTILE
                       IF CAL-SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM CAL-SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       JOURNALISER-LOT.
           MOVE "P" TO RLG-FILE-CODE
           MOVE SPACES TO RLG-KEY
