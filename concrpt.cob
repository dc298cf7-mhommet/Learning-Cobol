       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCRPT.

      *    Concentration and allocation report: the open POSMAST
      *    lots at their last mark, restated in EUR at today's
      *    rate, broken down by asset class, exchange, currency and
      *    ticker - for each customer, then for the whole book. Each
      *    slice's share of the holdings is held against the limits
      *    of CONCPARM.DAT and every breach is listed in CONCDEP.DAT
      *    for the desk to act on.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIONS-MASTER-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSM-KEY
               FILE STATUS IS POSMAST-STATUS.

      *    Class and exchange of each ticker; a ticker missing from
      *    the reference master is shown as NON REF, not dropped.
           SELECT SECURITY-MASTER ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-TICKER
               FILE STATUS IS SECMAST-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-STATUS.

      *    One limit per record - the same SYSIN idea as the other
      *    parameter files: scope (C = each customer, L = the whole
      *    book), dimension (C class, E exchange, D currency,
      *    T ticker), the slice it applies to (blank = any slice of
      *    that dimension) and the largest share allowed, in
      *    percent. A named slice's own limit wins over the blank
      *    one.
           SELECT LIMIT-PARM-FILE ASSIGN TO "CONCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCPARM-STATUS.

           SELECT CONCENTRATION-REPORT-FILE ASSIGN TO "CONCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCRPT-STATUS.

      *    The breaches alone, replaced every run like BULKREJ.DAT.
           SELECT BREACH-FILE ASSIGN TO "CONCDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCDEP-STATUS.

      *    What each open lot adds to each slice of its holder's
      *    portfolio and of the book, sorted so every portfolio and
      *    every slice in it arrive together: no table of customers
      *    or slices to fill up.
           SELECT SLICE-SORT-FILE ASSIGN TO "CONCRPWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD POSITIONS-MASTER-FILE.
       COPY "POSMAST.cpy".

       FD SECURITY-MASTER.
       COPY "SECMAST.cpy".

       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           05 FXR-CODE           PIC X(03).
           05 FXR-EFFECTIVE-DATE PIC 9(8).
           05 FXR-RATE           PIC 9(3)V9999.

       FD LIMIT-PARM-FILE.
       01 LIMIT-PARM-RECORD.
           05 LMP-PORTEE        PIC X(01).
           05 LMP-DIMENSION     PIC X(01).
           05 LMP-CODE          PIC X(10).
           05 LMP-POURCENT      PIC 9(3)V99.

       FD CONCENTRATION-REPORT-FILE.
       01 CONCENTRATION-REPORT-RECORD PIC X(100).

       FD BREACH-FILE.
       01 BREACH-RECORD         PIC X(100).

      *    Rank 0 carries the lot's whole value, so a portfolio's
      *    total is known before its first slice; ranks 1 to 4 are
      *    the class, exchange, currency and ticker slices in the
      *    order they are printed. The book pass is scope L with a
      *    zero customer, after every customer's scope C.
       SD SLICE-SORT-FILE.
       01 SLICE-SORT-RECORD.
           05 SRT-PORTEE        PIC X(01).
           05 SRT-CUST-ID       PIC 9(6).
           05 SRT-RANG          PIC 9(1).
           05 SRT-CODE          PIC X(10).
           05 SRT-DIMENSION     PIC X(01).
           05 SRT-NOM           PIC A(30).
           05 SRT-PRENOM        PIC A(30).
           05 SRT-VALEUR        PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 POSMAST-STATUS        PIC X(02).
       01 SECMAST-STATUS        PIC X(02).
       01 FX-RATE-STATUS        PIC X(02).
       01 CONCPARM-STATUS       PIC X(02).
       01 CONCRPT-STATUS        PIC X(02).
       01 CONCDEP-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 PARM-EOF-SWITCH       PIC X(01) VALUE "N".
           88 PARM-EOF             VALUE "Y".
       01 SECMAST-DISPO-SWITCH  PIC X(01) VALUE "N".
           88 SECMAST-DISPO        VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".
       01 LIVRE-EDITE-SWITCH    PIC X(01) VALUE "N".
           88 LIVRE-EDITE          VALUE "Y".

       01 RUN-DATE              PIC 9(8).

      *    Dated rate history kept whole and looked up at today's
      *    date, same loader as FXEXPO.
       01 FX-EOF-SWITCH         PIC X(01) VALUE "N".
           88 FX-EOF               VALUE "Y".
       01 FX-COUNT              PIC 9(3) VALUE ZERO.
       01 FX-IDX                PIC 9(3).
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 500 TIMES.
               10 FX-CODE       PIC X(03).
               10 FX-EFFECTIVE  PIC 9(8).
               10 FX-RATE       PIC 9(3)V9999.
       01 FX-RATE-COURANT       PIC 9(3)V9999.
       01 FX-BEST-DATE          PIC 9(8).
       01 FX-TROUVE-SWITCH      PIC X(01).
           88 FX-TROUVE            VALUE "Y".
       01 CURRENCY-CODE         PIC X(03).
       01 LOOKUP-DATE           PIC 9(8).

      *    The limits; absent CONCPARM.DAT, one line of a customer's
      *    holdings above 20 % is the only rule.
       01 LIM-COUNT             PIC 9(2) VALUE ZERO.
       01 LIM-IDX               PIC 9(2).
       01 LIM-TABLE.
           05 LIM-ENTRY OCCURS 50 TIMES.
               10 LIM-PORTEE        PIC X(01).
               10 LIM-DIMENSION     PIC X(01).
               10 LIM-CODE          PIC X(10).
               10 LIM-POURCENT      PIC 9(3)V99.
       01 LIMITE-APPLICABLE     PIC 9(3)V99.
       01 LIMITE-NOMMEE-SWITCH  PIC X(01).
           88 LIMITE-NOMMEE        VALUE "Y".

       01 CLI-COUNT             PIC 9(5) VALUE ZERO.

      *    What the current pass covers: one customer (scope C) or
      *    every open lot (scope L).
       01 PORTEE-COURANTE       PIC X(01).
           88 PORTEE-CLIENT        VALUE "C".
           88 PORTEE-LIVRE         VALUE "L".
       01 CLIENT-COURANT        PIC 9(6).
       01 CLIENT-LOT            PIC 9(6).
       01 LIBELLE-PORTEFEUILLE  PIC X(40).
       01 DIMENSION-COURANTE    PIC X(01).
       01 CODE-COURANT          PIC X(10).
       01 LIBELLE-DIMENSION     PIC X(07).

       01 VALEUR-LOT            PIC S9(11)V99.
       01 VALEUR-TRANCHE        PIC S9(13)V99.
       01 TOTAL-PORTEFEUILLE    PIC S9(13)V99.
       01 POURCENTAGE           PIC S9(5)V99.

       01 LOTS-SANS-TAUX        PIC 9(5) VALUE ZERO.
       01 DEPASSEMENT-COUNT     PIC 9(5) VALUE ZERO.
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".

       01 REPORT-LINE           PIC X(100).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-VALEUR        PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-POURCENT      PIC ZZ9.99.
       01 DISPLAY-LIMITE        PIC ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO LOOKUP-DATE
           PERFORM CHARGER-TAUX-CHANGE
           PERFORM CHARGER-LIMITES

           OPEN INPUT POSITIONS-MASTER-FILE
           IF POSMAST-STATUS NOT = "00"
               DISPLAY "POSMAST.DAT indisponible ("
                       POSMAST-STATUS ")."
               GOBACK
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF SECMAST-STATUS = "00"
               SET SECMAST-DISPO TO TRUE
           ELSE
               DISPLAY "SECMAST.DAT indisponible ("
                       SECMAST-STATUS ") : classes et places "
                       "non ventilees."
           END-IF

           OPEN OUTPUT CONCENTRATION-REPORT-FILE
           OPEN OUTPUT BREACH-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "CONCENTRATION DES PORTEFEUILLES AU "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPASSEMENTS DE LIMITES AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO BREACH-RECORD
           WRITE BREACH-RECORD

           SORT SLICE-SORT-FILE
               ON ASCENDING KEY SRT-PORTEE SRT-CUST-ID SRT-RANG
                                SRT-CODE
               INPUT PROCEDURE IS VENTILER-LOTS
               OUTPUT PROCEDURE IS ANALYSER-PORTEFEUILLES

           PERFORM ECRIRE-TOTAUX-CONCENTRATION

           CLOSE POSITIONS-MASTER-FILE
           IF SECMAST-DISPO
               CLOSE SECURITY-MASTER
           END-IF
           CLOSE CONCENTRATION-REPORT-FILE
           CLOSE BREACH-FILE

           IF DEBORDEMENT
               DISPLAY "CONCRPT : table des taux ou des limites "
                       "pleine, analyse incomplete."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CHARGER-LIMITES.
           OPEN INPUT LIMIT-PARM-FILE
           IF CONCPARM-STATUS = "00"
               PERFORM CHARGER-UNE-LIMITE UNTIL PARM-EOF
               CLOSE LIMIT-PARM-FILE
           END-IF
           IF LIM-COUNT = 0
               MOVE 1 TO LIM-COUNT
               MOVE "C" TO LIM-PORTEE(1)
               MOVE "T" TO LIM-DIMENSION(1)
               MOVE SPACES TO LIM-CODE(1)
               MOVE 20.00 TO LIM-POURCENT(1)
           END-IF.

       CHARGER-UNE-LIMITE.
           READ LIMIT-PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
               IF LIM-COUNT < 50
                   ADD 1 TO LIM-COUNT
                   MOVE LMP-PORTEE TO LIM-PORTEE(LIM-COUNT)
                   MOVE LMP-DIMENSION TO LIM-DIMENSION(LIM-COUNT)
                   MOVE LMP-CODE TO LIM-CODE(LIM-COUNT)
                   MOVE LMP-POURCENT TO LIM-POURCENT(LIM-COUNT)
               ELSE
                   DISPLAY "Table des limites pleine : limite "
                           LMP-PORTEE LMP-DIMENSION " " LMP-CODE
                           " ignoree."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

      *    One pass over the open lots, each released into every
      *    slice it counts in, for its holder and for the book.
       VENTILER-LOTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO POSM-KEY
           START POSITIONS-MASTER-FILE
                   KEY IS NOT LESS THAN POSM-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM VENTILER-LOT-SUIVANT UNTIL SCAN-EOF.

       VENTILER-LOT-SUIVANT.
           READ POSITIONS-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF POSMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF POSM-OPEN
                   PERFORM VENTILER-UN-LOT
               END-IF
           END-IF.

      *    Last mark times quantity, at today's rate for the lot's
      *    currency; a lot with no usable rate is counted and left
      *    out at zero, never guessed - its holder's portfolio is
      *    still listed.
       VENTILER-UN-LOT.
           MOVE ZERO TO VALEUR-LOT
           MOVE POSM-CURRENCY TO CURRENCY-CODE
           PERFORM RECHERCHER-TAUX-CHANGE
           IF NOT FX-TROUVE
               ADD 1 TO LOTS-SANS-TAUX
           ELSE
               COMPUTE VALEUR-LOT ROUNDED
                   = POSM-QUANTITY * POSM-LAST-SELL-PRICE
                   * FX-RATE-COURANT
               PERFORM LIRE-REFERENTIEL
           END-IF
           MOVE "C" TO PORTEE-COURANTE
           MOVE POSM-CUST-ID TO CLIENT-LOT
           PERFORM LIBERER-LOT
           MOVE "L" TO PORTEE-COURANTE
           MOVE ZERO TO CLIENT-LOT
           PERFORM LIBERER-LOT.

       LIBERER-LOT.
           MOVE PORTEE-COURANTE TO SRT-PORTEE
           MOVE CLIENT-LOT TO SRT-CUST-ID
           MOVE POSM-CUST-NOM TO SRT-NOM
           MOVE POSM-CUST-PRENOM TO SRT-PRENOM
           MOVE VALEUR-LOT TO SRT-VALEUR
           MOVE 0 TO SRT-RANG
           MOVE SPACE TO SRT-DIMENSION
           MOVE SPACES TO SRT-CODE
           RELEASE SLICE-SORT-RECORD
           IF FX-TROUVE
               MOVE 1 TO SRT-RANG
               MOVE "C" TO SRT-DIMENSION
               MOVE SEC-CLASS TO SRT-CODE
               RELEASE SLICE-SORT-RECORD
               MOVE 2 TO SRT-RANG
               MOVE "E" TO SRT-DIMENSION
               MOVE SEC-EXCHANGE TO SRT-CODE
               RELEASE SLICE-SORT-RECORD
               MOVE 3 TO SRT-RANG
               MOVE "D" TO SRT-DIMENSION
               MOVE POSM-CURRENCY TO SRT-CODE
               RELEASE SLICE-SORT-RECORD
               MOVE 4 TO SRT-RANG
               MOVE "T" TO SRT-DIMENSION
               MOVE POSM-TICKER TO SRT-CODE
               RELEASE SLICE-SORT-RECORD
           END-IF.

       LIRE-REFERENTIEL.
           MOVE "NON REF" TO SEC-CLASS
           MOVE "NON REF" TO SEC-EXCHANGE
           IF SECMAST-DISPO
               MOVE POSM-TICKER TO SEC-TICKER
               READ SECURITY-MASTER
                   INVALID KEY
                       MOVE "NON REF" TO SEC-CLASS
                       MOVE "NON REF" TO SEC-EXCHANGE
               END-READ
           END-IF
           IF SEC-CLASS = SPACES
               MOVE "NON REF" TO SEC-CLASS
           END-IF
           IF SEC-EXCHANGE = SPACES
               MOVE "NON REF" TO SEC-EXCHANGE
           END-IF.

      *    Control break on the portfolio: its total off the rank-0
      *    records, then each slice printed as it closes and held
      *    against the limits. An empty book still gets its line.
       ANALYSER-PORTEFEUILLES.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-TRANCHE-TRIEE
           PERFORM ANALYSER-PORTEFEUILLE UNTIL SORT-EOF
           IF NOT LIVRE-EDITE
               SET PORTEE-LIVRE TO TRUE
               MOVE "LIVRE ENTIER" TO LIBELLE-PORTEFEUILLE
               MOVE ZERO TO TOTAL-PORTEFEUILLE
               PERFORM EDITER-PORTEFEUILLE
           END-IF.

       LIRE-TRANCHE-TRIEE.
           RETURN SLICE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       ANALYSER-PORTEFEUILLE.
           MOVE SRT-PORTEE TO PORTEE-COURANTE
           MOVE SRT-CUST-ID TO CLIENT-COURANT
           MOVE SPACES TO LIBELLE-PORTEFEUILLE
           EVALUATE TRUE
               WHEN PORTEE-LIVRE
                   MOVE "LIVRE ENTIER" TO LIBELLE-PORTEFEUILLE
                   SET LIVRE-EDITE TO TRUE
               WHEN CLIENT-COURANT = 0
                   ADD 1 TO CLI-COUNT
                   MOVE "CLIENT 000000 TITULAIRE NON RESOLU"
                       TO LIBELLE-PORTEFEUILLE
               WHEN OTHER
                   ADD 1 TO CLI-COUNT
                   STRING "CLIENT " DELIMITED BY SIZE
                          CLIENT-COURANT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SRT-PRENOM DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          SRT-NOM DELIMITED BY "  "
                       INTO LIBELLE-PORTEFEUILLE
           END-EVALUATE
           MOVE ZERO TO TOTAL-PORTEFEUILLE
           PERFORM CUMULER-TOTAL-TRIE
               UNTIL SORT-EOF
                  OR SRT-PORTEE NOT = PORTEE-COURANTE
                  OR SRT-CUST-ID NOT = CLIENT-COURANT
                  OR SRT-RANG NOT = 0
           PERFORM EDITER-PORTEFEUILLE
           PERFORM EDITER-TRANCHE
               UNTIL SORT-EOF
                  OR SRT-PORTEE NOT = PORTEE-COURANTE
                  OR SRT-CUST-ID NOT = CLIENT-COURANT.

       CUMULER-TOTAL-TRIE.
           ADD SRT-VALEUR TO TOTAL-PORTEFEUILLE
           PERFORM LIRE-TRANCHE-TRIEE.

       EDITER-PORTEFEUILLE.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-PORTEFEUILLE TO DISPLAY-VALEUR
           MOVE SPACES TO REPORT-LINE
           STRING LIBELLE-PORTEFEUILLE DELIMITED BY SIZE
                  " VALEUR EUR " DELIMITED BY SIZE
                  DISPLAY-VALEUR DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EDITER-TRANCHE.
           MOVE SRT-DIMENSION TO DIMENSION-COURANTE
           MOVE SRT-CODE TO CODE-COURANT
           MOVE ZERO TO VALEUR-TRANCHE
           PERFORM CUMULER-TRANCHE-TRIEE
               UNTIL SORT-EOF
                  OR SRT-PORTEE NOT = PORTEE-COURANTE
                  OR SRT-CUST-ID NOT = CLIENT-COURANT
                  OR SRT-DIMENSION NOT = DIMENSION-COURANTE
                  OR SRT-CODE NOT = CODE-COURANT
           IF TOTAL-PORTEFEUILLE > 0
               PERFORM EDITER-LIGNE-TRANCHE
           END-IF.

       CUMULER-TRANCHE-TRIEE.
           ADD SRT-VALEUR TO VALEUR-TRANCHE
           PERFORM LIRE-TRANCHE-TRIEE.

       EDITER-LIGNE-TRANCHE.
           EVALUATE DIMENSION-COURANTE
               WHEN "C"
                   MOVE "CLASSE" TO LIBELLE-DIMENSION
               WHEN "E"
                   MOVE "PLACE" TO LIBELLE-DIMENSION
               WHEN "D"
                   MOVE "DEVISE" TO LIBELLE-DIMENSION
               WHEN OTHER
                   MOVE "VALEUR" TO LIBELLE-DIMENSION
           END-EVALUATE
           COMPUTE POURCENTAGE ROUNDED
               = VALEUR-TRANCHE * 100 / TOTAL-PORTEFEUILLE
           PERFORM CHERCHER-LIMITE

           MOVE VALEUR-TRANCHE TO DISPLAY-VALEUR
           MOVE POURCENTAGE TO DISPLAY-POURCENT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  LIBELLE-DIMENSION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CODE-COURANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-VALEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-POURCENT DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO REPORT-LINE
           IF LIMITE-APPLICABLE > 0
                   AND POURCENTAGE > LIMITE-APPLICABLE
               MOVE LIMITE-APPLICABLE TO DISPLAY-LIMITE
               MOVE " ** LIMITE" TO REPORT-LINE(63:10)
               MOVE DISPLAY-LIMITE TO REPORT-LINE(74:6)
               MOVE " % DEPASSEE" TO REPORT-LINE(80:11)
               PERFORM SIGNALER-DEPASSEMENT
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    The limit for this scope, dimension and slice: a limit
      *    naming the slice wins, otherwise the blank one of the
      *    dimension; zero when neither exists.
       CHERCHER-LIMITE.
           MOVE ZERO TO LIMITE-APPLICABLE
           MOVE "N" TO LIMITE-NOMMEE-SWITCH
           PERFORM EXAMINER-LIMITE
               VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > LIM-COUNT.

       EXAMINER-LIMITE.
           IF LIM-PORTEE(LIM-IDX) = PORTEE-COURANTE
                   AND LIM-DIMENSION(LIM-IDX) = DIMENSION-COURANTE
               IF LIM-CODE(LIM-IDX) = CODE-COURANT
                   MOVE LIM-POURCENT(LIM-IDX) TO LIMITE-APPLICABLE
                   SET LIMITE-NOMMEE TO TRUE
               ELSE
                   IF LIM-CODE(LIM-IDX) = SPACES
                           AND NOT LIMITE-NOMMEE
                       MOVE LIM-POURCENT(LIM-IDX)
                           TO LIMITE-APPLICABLE
                   END-IF
               END-IF
           END-IF.

       SIGNALER-DEPASSEMENT.
           ADD 1 TO DEPASSEMENT-COUNT
           MOVE SPACES TO BREACH-RECORD
           STRING LIBELLE-PORTEFEUILLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-DIMENSION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CODE-COURANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-POURCENT DELIMITED BY SIZE
                  " % > " DELIMITED BY SIZE
                  DISPLAY-LIMITE DELIMITED BY SIZE
                  " % " DELIMITED BY SIZE
                  DISPLAY-VALEUR DELIMITED BY SIZE
               INTO BREACH-RECORD
           WRITE BREACH-RECORD.

       ECRIRE-TOTAUX-CONCENTRATION.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE CLI-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PORTEFEUILLES CLIENTS ANALYSES : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE LOTS-SANS-TAUX TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LOT(S) SANS TAUX UTILISABLE    : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE DEPASSEMENT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPASSEMENTS DE LIMITE         : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE REPORT-LINE TO BREACH-RECORD
           WRITE BREACH-RECORD

           DISPLAY "Depassements de limite : " DISPLAY-COUNT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO CONCENTRATION-REPORT-RECORD
           WRITE CONCENTRATION-REPORT-RECORD.

      *    Same loader and newest-rate-at-or-before lookup as
      *    FXEXPO.
       CHARGER-TAUX-CHANGE.
           MOVE "EUR" TO FX-CODE(1)
           MOVE ZERO TO FX-EFFECTIVE(1)
           MOVE 1.0000 TO FX-RATE(1)
           MOVE 1 TO FX-COUNT

           MOVE "N" TO FX-EOF-SWITCH
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-STATUS NOT = "00"
               DISPLAY "FXRATES.DAT indisponible : seuls les "
                       "lots EUR pourront etre ventiles."
               SET FX-EOF TO TRUE
           END-IF

           PERFORM CHARGER-UN-TAUX UNTIL FX-EOF

           IF FX-RATE-STATUS NOT = "35"
               CLOSE FX-RATE-FILE
           END-IF.

       CHARGER-UN-TAUX.
           READ FX-RATE-FILE
               AT END
                   SET FX-EOF TO TRUE
           END-READ
           IF NOT FX-EOF
               IF FX-COUNT < 500
                   ADD 1 TO FX-COUNT
                   MOVE FXR-CODE TO FX-CODE(FX-COUNT)
                   MOVE FXR-EFFECTIVE-DATE TO FX-EFFECTIVE(FX-COUNT)
                   MOVE FXR-RATE TO FX-RATE(FX-COUNT)
               ELSE
                   DISPLAY "Table des taux pleine : taux "
                           FXR-CODE " " FXR-EFFECTIVE-DATE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

       RECHERCHER-TAUX-CHANGE.
           MOVE "N" TO FX-TROUVE-SWITCH
           MOVE ZERO TO FX-BEST-DATE
           PERFORM EXAMINER-UN-TAUX
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT.

       EXAMINER-UN-TAUX.
           IF FX-CODE(FX-IDX) = CURRENCY-CODE
                   AND FX-EFFECTIVE(FX-IDX) <= LOOKUP-DATE
                   AND (NOT FX-TROUVE
                        OR FX-EFFECTIVE(FX-IDX) > FX-BEST-DATE)
               SET FX-TROUVE TO TRUE
               MOVE FX-EFFECTIVE(FX-IDX) TO FX-BEST-DATE
               MOVE FX-RATE(FX-IDX) TO FX-RATE-COURANT
           END-IF.
