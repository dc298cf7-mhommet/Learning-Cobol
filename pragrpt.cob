       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAGRPT.

      *    Price agreements running out: every PRICEAGR.DAT agreement
      *    whose end date falls within the next 30 days, with the
      *    customer, the product and what the agreement gives, so
      *    the sales team renegotiates before the customer's next
      *    invoice silently goes back to the catalog price. Open-
      *    ended agreements never appear. Nightly, no prompts.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "PRAGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPIRY-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD EXPIRY-REPORT-FILE.
       01 EXPIRY-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 PRICEAGR-STATUS       PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 EXPIRY-REPORT-STATUS  PIC X(02).

       01 ACCORDS-DISPO-SW      PIC X(01) VALUE "N".
           88 ACCORDS-DISPO        VALUE "Y".
       01 MASTER-DISPO-SW       PIC X(01) VALUE "N".
           88 MASTER-DISPO         VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).
       01 NOM-CLIENT            PIC X(30).

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

       01 JOURS-RUN             PIC 9(7).
       01 JOURS-RESTANTS        PIC S9(7).
       01 HORIZON-JOURS         PIC 9(3) VALUE 30.

       01 EXPIRY-COUNT          PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-JOURS         PIC ZZ9.
       01 DISPLAY-PRIX          PIC ZZZZ9.99.
       01 DISPLAY-PCT           PIC Z9.99.
       01 CONDITION-LIGNE       PIC X(20).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCORDS DE PRIX ECHUS SOUS 30 JOURS AU "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

      *    No agreement file yet is an empty report, not a failure.
           OPEN INPUT PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "00"
               SET ACCORDS-DISPO TO TRUE
               MOVE LOW-VALUES TO PAG-KEY
               START PRICE-AGREEMENT-FILE
                       KEY IS NOT LESS THAN PAG-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           ELSE
               SET SCAN-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-STATUS = "00"
               SET MASTER-DISPO TO TRUE
           END-IF

           PERFORM EXAMINER-ACCORD-SUIVANT UNTIL SCAN-EOF

           MOVE EXPIRY-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCORD(S) A RENEGOCIER : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           IF ACCORDS-DISPO
               CLOSE PRICE-AGREEMENT-FILE
           END-IF
           IF MASTER-DISPO
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE EXPIRY-REPORT-FILE
           GOBACK.

       EXAMINER-ACCORD-SUIVANT.
           READ PRICE-AGREEMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PRICEAGR-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF PAG-END-DATE NOT = ZERO
                       AND PAG-END-DATE NOT < RUN-DATE
                   MOVE PAG-END-DATE TO SERIE-DATE
                   PERFORM CALCULER-JOURS-SERIE
                   COMPUTE JOURS-RESTANTS = SERIE-JOURS - JOURS-RUN
                   IF JOURS-RESTANTS NOT > HORIZON-JOURS
                       PERFORM LISTER-ACCORD
                   END-IF
               END-IF
           END-IF.

       LISTER-ACCORD.
           ADD 1 TO EXPIRY-COUNT
           MOVE SPACES TO NOM-CLIENT
           IF PAG-CUST-ID = ZERO
               MOVE "TOUS CLIENTS" TO NOM-CLIENT
           ELSE
               IF MASTER-DISPO
                   MOVE PAG-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "CLIENT INCONNU" TO NOM-CLIENT
                       NOT INVALID KEY
                           MOVE CUST-NOM TO NOM-CLIENT
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO CONDITION-LIGNE
           IF PAG-PRIX-FIXE
               MOVE PAG-UNIT-HT TO DISPLAY-PRIX
               STRING "PRIX " DELIMITED BY SIZE
                      DISPLAY-PRIX DELIMITED BY SIZE
                   INTO CONDITION-LIGNE
           ELSE
               MOVE PAG-DISCOUNT-PCT TO DISPLAY-PCT
               STRING "REMISE " DELIMITED BY SIZE
                      DISPLAY-PCT DELIMITED BY SIZE
                      " %" DELIMITED BY SIZE
                   INTO CONDITION-LIGNE
           END-IF

           MOVE JOURS-RESTANTS TO DISPLAY-JOURS
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  PAG-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOM-CLIENT(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAG-PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONDITION-LIGNE DELIMITED BY SIZE
                  " FIN " DELIMITED BY SIZE
                  PAG-END-DATE DELIMITED BY SIZE
                  DISPLAY-JOURS DELIMITED BY SIZE
                  " J" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD.

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
