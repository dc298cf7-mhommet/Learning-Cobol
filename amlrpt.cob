       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRPT.

      *    Overdue anti-money-laundering cases, for the compliance
      *    officer: every case AMLCASE still holds open past its
      *    deadline, with how late it is, the analyst in charge and
      *    how many alerts it gathers. A case left to drift is the
      *    one the regulator asks about, so the run ends with a
      *    return code of 4 when there is anything to chase.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS AMLCASE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT AML-REPORT-FILE ASSIGN TO "AMLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AML-CASE-FILE.
       COPY "AMLCASE.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD AML-REPORT-FILE.
       01 AML-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 AMLCASE-STATUS        PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 AML-REPORT-STATUS     PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

      *    Same serial day count as AGERPT, so "how many days past
      *    the deadline" is a plain subtraction.
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
       01 JOURS-RETARD          PIC 9(5).

       01 NOM-CLIENT            PIC X(40).

       01 OPEN-COUNT            PIC 9(5) VALUE ZERO.
       01 OVERDUE-COUNT         PIC 9(5) VALUE ZERO.
       01 DISPLAY-RETARD        PIC ZZZZ9.
       01 DISPLAY-ALERTES       PIC Z9.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-COUNT-2       PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE "N" TO SCAN-EOF-SWITCH
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           OPEN INPUT AML-CASE-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT AML-REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "DOSSIERS LCB-FT OUVERTS HORS DELAI AU "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "DOSSIER    CLIENT                   ANALYSTE ECHEANCE"
             TO REPORT-LINE
           MOVE "  RETARD ALERTES" TO REPORT-LINE(55:16)
           PERFORM ECRIRE-LIGNE-RAPPORT

      *    No case file yet simply means nothing has been escalated:
      *    the report goes out empty rather than not at all.
           IF AMLCASE-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF

           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO CAS-KEY
               START AML-CASE-FILE
                       KEY IS NOT LESS THAN CAS-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF

           PERFORM EXAMINER-DOSSIER-SUIVANT UNTIL SCAN-EOF

           MOVE OPEN-COUNT TO DISPLAY-COUNT
           MOVE OVERDUE-COUNT TO DISPLAY-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "DOSSIER(S) OUVERT(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "   DONT HORS DELAI : " DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           IF AMLCASE-STATUS NOT = "35"
               CLOSE AML-CASE-FILE
           END-IF
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE AML-REPORT-FILE

           IF OVERDUE-COUNT > 0
               DISPLAY "Dossier(s) LCB-FT hors delai : "
                       DISPLAY-COUNT-2 " - voir AMLRPT.DAT."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Same forward-scan-by-key idiom the other reports use.
       EXAMINER-DOSSIER-SUIVANT.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF AMLCASE-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF CAS-OUVERT
                   ADD 1 TO OPEN-COUNT
                   IF CAS-ECHEANCE < RUN-DATE
                       PERFORM SIGNALER-DOSSIER-EN-RETARD
                   END-IF
               END-IF
           END-IF.

       SIGNALER-DOSSIER-EN-RETARD.
           ADD 1 TO OVERDUE-COUNT
           MOVE CAS-ECHEANCE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           COMPUTE JOURS-RETARD = JOURS-RUN - SERIE-JOURS
           MOVE JOURS-RETARD TO DISPLAY-RETARD
           MOVE CAS-NB-ALERTES TO DISPLAY-ALERTES

           MOVE SPACES TO NOM-CLIENT
           IF CUSTMAST-STATUS NOT = "35"
               MOVE CAS-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "(CLIENT ABSENT)" TO NOM-CLIENT
                   NOT INVALID KEY
                       STRING CUST-NOM DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              CUST-PRENOM DELIMITED BY "  "
                           INTO NOM-CLIENT
               END-READ
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING CAS-CUST-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CAS-SEQ DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE NOM-CLIENT TO REPORT-LINE(12:24)
           MOVE CAS-ANALYSTE TO REPORT-LINE(37:8)
           MOVE CAS-ECHEANCE TO REPORT-LINE(46:8)
           MOVE DISPLAY-RETARD TO REPORT-LINE(58:5)
           MOVE DISPLAY-ALERTES TO REPORT-LINE(69:2)
           PERFORM ECRIRE-LIGNE-RAPPORT.

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
           MOVE REPORT-LINE TO AML-REPORT-RECORD
           WRITE AML-REPORT-RECORD.
