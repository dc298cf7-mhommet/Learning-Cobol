               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSEPRC-STATUS.

      *    The closes sorted by ticker, newest first within a
      *    ticker, so they can be matched against POSMAST.DAT in
      *    its own ticker order: no table of closes to fill up
      *    however many tickers the feed carries.
           SELECT PRICE-SORT-FILE ASSIGN TO "MARKTOWK.DAT".

           SELECT SORTED-PRICE-FILE ASSIGN TO "CLOSESRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSESRT-STATUS.

           SELECT POSITIONS-MASTER-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 CLP-PRICE-DATE    PIC 9(8).
           05 CLP-CLOSE         PIC 9(9)V99.

       SD PRICE-SORT-FILE.
       01 PRICE-SORT-RECORD.
           05 SRT-TICKER        PIC X(10).
           05 SRT-PRICE-DATE    PIC 9(8).
           05 SRT-CLOSE         PIC 9(9)V99.

       FD SORTED-PRICE-FILE.
       01 SORTED-PRICE-RECORD.
           05 SPR-TICKER        PIC X(10).
           05 SPR-PRICE-DATE    PIC 9(8).
           05 SPR-CLOSE         PIC 9(9)V99.

       FD POSITIONS-MASTER-FILE.
       COPY "POSMAST.cpy".


       WORKING-STORAGE SECTION.
       01 CLOSEPRC-STATUS       PIC X(02).
       01 CLOSESRT-STATUS       PIC X(02).
       01 POSMAST-STATUS        PIC X(02).
       01 MARK-REPORT-STATUS    PIC X(02).
       01 ALERT-PARM-STATUS     PIC X(02).
           88 PRICE-EOF            VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 COURS-DISPO-SWITCH    PIC X(01) VALUE "N".
           88 COURS-DISPO          VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

      *    An open lot finds its ticker's close by advancing the
      *    sorted closes alongside the master; a miss goes on the
      *    report instead of silently keeping the stale valuation.
       01 PRICE-TROUVE-SWITCH   PIC X(01).
           88 PRICE-TROUVE         VALUE "Y".
       01 TICKER-PRECEDENT      PIC X(10).

       01 CURRENCY-CODE         PIC X(03).
       01 UNREALIZED-GAIN       PIC S9(9)V99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM TRIER-COURS
           PERFORM CHARGER-TAUX-CHANGE
           PERFORM LIRE-PARM-ALERTE

               END-START
           END-IF

           PERFORM OUVRIR-COURS-TRIES
           PERFORM VALORISER-LOT-SUIVANT UNTIL SCAN-EOF
           PERFORM FERMER-COURS-TRIES

           PERFORM ECRIRE-TOTAUX

           CLOSE POSITIONS-MASTER-FILE
           CLOSE MARK-REPORT-FILE

           IF DEBORDEMENT
               DISPLAY "Plus de 50 devises au fichier des taux : "
                       "lots non valorises, voir MARKRPT.DAT."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A missing feed is reported and the run goes on, every
      *    lot then printing as without a close.
       TRIER-COURS.
           MOVE "N" TO COURS-DISPO-SWITCH
           OPEN INPUT CLOSING-PRICE-FILE
           IF CLOSEPRC-STATUS NOT = "00"
               DISPLAY "CLOSEPRC.DAT indisponible ("
                       CLOSEPRC-STATUS ") : aucune valorisation "
                       "possible."
           ELSE
               CLOSE CLOSING-PRICE-FILE
               SORT PRICE-SORT-FILE
                   ON ASCENDING KEY SRT-TICKER
                   ON DESCENDING KEY SRT-PRICE-DATE
                   USING CLOSING-PRICE-FILE
                   GIVING SORTED-PRICE-FILE
               SET COURS-DISPO TO TRUE
           END-IF.

       OUVRIR-COURS-TRIES.
           MOVE "N" TO PRICE-EOF-SWITCH
           IF COURS-DISPO
               OPEN INPUT SORTED-PRICE-FILE
               PERFORM LIRE-COURS-TRIE
           ELSE
               SET PRICE-EOF TO TRUE
           END-IF.

       FERMER-COURS-TRIES.
           IF COURS-DISPO
               CLOSE SORTED-PRICE-FILE
           END-IF.

       LIRE-COURS-TRIE.
           READ SORTED-PRICE-FILE
               AT END
                   SET PRICE-EOF TO TRUE
           END-READ.

      *    CALCPARM.DAT may not exist yet; the compile-time VALUE
      *    above then stands as the default alert threshold.
       MARQUER-UN-LOT.
           ADD 1 TO MARKED-COUNT
           COMPUTE UNREALIZED-GAIN ROUNDED =
               (SPR-CLOSE - POSM-BUYING-PRICE)
               * POSM-QUANTITY * FX-RATE-COURANT
           COMPUTE VARIATION =
               (SPR-CLOSE - POSM-BUYING-PRICE)
               / POSM-BUYING-PRICE * 100
           ADD UNREALIZED-GAIN TO TOTAL-UNREALIZED

           MOVE REPORT-LINE TO MARK-REPORT-RECORD
           WRITE MARK-REPORT-RECORD

           MOVE SPR-CLOSE TO POSM-LAST-SELL-PRICE
           MOVE UNREALIZED-GAIN TO POSM-LAST-GAINS-HOME
           MOVE SPR-PRICE-DATE TO POSM-LAST-VALUATION-DATE
           REWRITE POSITIONS-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du lot "
               OPEN EXTEND VALUATION-HISTORY-FILE
           END-IF
           COMPUTE VALEUR-MARCHE-HOME ROUNDED
               = POSM-QUANTITY * SPR-CLOSE
               * FX-RATE-COURANT
           MOVE SPR-PRICE-DATE TO VH-DATE
           MOVE POSM-TICKER TO VH-TICKER
           MOVE POSM-LOT-SEQ TO VH-LOT-SEQ
           MOVE POSM-QUANTITY TO VH-QUANTITY
           MOVE SPR-CLOSE TO VH-CLOSE
           MOVE VALEUR-MARCHE-HOME TO VH-VALUE-HOME
           WRITE VALUATION-HISTORY-RECORD
           CLOSE VALUATION-HISTORY-FILE.

      *    Match on the ticker: the closes are skipped up to the
      *    lot's ticker, and the first one there is its newest. The
      *    next lot of the same ticker finds it still in place.
       CHERCHER-COURS.
           MOVE "N" TO PRICE-TROUVE-SWITCH
           PERFORM LIRE-COURS-TRIE
               UNTIL PRICE-EOF OR SPR-TICKER NOT < POSM-TICKER
           IF NOT PRICE-EOF
               IF SPR-TICKER = POSM-TICKER
                   SET PRICE-TROUVE TO TRUE
               END-IF
           END-IF.

       ECRIRE-TOTAUX.
           IF PRCTARG-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM OUVRIR-COURS-TRIES
               MOVE SPACES TO TICKER-PRECEDENT
               MOVE SPACES TO REPORT-LINE
               STRING "---- ALERTES OBJECTIFS DE COURS ----"
                          DELIMITED BY SIZE
               MOVE REPORT-LINE TO MARK-REPORT-RECORD
               WRITE MARK-REPORT-RECORD

               PERFORM CONTROLER-UN-OBJECTIF UNTIL PRICE-EOF
               PERFORM FERMER-COURS-TRIES

               MOVE ALERT-TRIGGER-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               CLOSE PRICE-TARGET-FILE
           END-IF.

      *    Each ticker's newest close, the first of its group in
      *    the sorted feed, is the one held against the target.
       CONTROLER-UN-OBJECTIF.
           IF SPR-TICKER NOT = TICKER-PRECEDENT
               MOVE SPR-TICKER TO TICKER-PRECEDENT
               MOVE SPR-TICKER TO TGT-TICKER
               READ PRICE-TARGET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TGT-ARME
                           PERFORM EVALUER-UN-OBJECTIF
                       END-IF
               END-READ
           END-IF
           PERFORM LIRE-COURS-TRIE.

       EVALUER-UN-OBJECTIF.
           MOVE "N" TO OBJECTIF-TOUCHE-SW
           IF TGT-UPPER > 0
                   AND SPR-CLOSE >= TGT-UPPER
               SET OBJECTIF-TOUCHE TO TRUE
               MOVE "HAUT" TO SENS-ALERTE
           END-IF
           IF TGT-LOWER > 0
                   AND SPR-CLOSE <= TGT-LOWER
               SET OBJECTIF-TOUCHE TO TRUE
               MOVE "BAS " TO SENS-ALERTE
           END-IF
               ADD 1 TO ALERT-TRIGGER-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                      SPR-TICKER DELIMITED BY SPACE
                      " NIVEAU " DELIMITED BY SIZE
                      SENS-ALERTE DELIMITED BY SIZE
                      " TOUCHE AU COURS " DELIMITED BY SIZE
                      SPR-CLOSE DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE REPORT-LINE TO MARK-REPORT-RECORD
               ELSE
                   DISPLAY "Plus de 50 devises au fichier des "
                           "taux : " FXR-CODE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

