       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICOBRPT.

      *    FICOBA events still not transmitted past the declaration
      *    deadline: every FICOBEVT.DAT event FICOBEXP has not put
      *    in an extract - an account without IBAN, a person
      *    missing from CUSTMAST.DAT, or simply no run since - more
      *    than the allowed number of days after it took effect,
      *    with how late it is. The run ends with a return code of
      *    4 when there is anything late.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICOBA-EVENT-FILE ASSIGN TO "FICOBEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-KEY
               FILE STATUS IS FICOBEVT-STATUS.

      *    Days allowed between an event and its declaration, same
      *    SYSIN idea as the other parameter files.
           SELECT FICOBA-PARM-FILE ASSIGN TO "FICPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICOBA-PARM-STATUS.

           SELECT FICOBA-REPORT-FILE ASSIGN TO "FICOBRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FICOBA-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FICOBA-EVENT-FILE.
       COPY "FICOBEVT.cpy".

       FD FICOBA-PARM-FILE.
       01 FICOBA-PARM-RECORD.
           05 FCP-DELAI-JOURS       PIC 9(3).

       FD FICOBA-REPORT-FILE.
       01 FICOBA-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 FICOBEVT-STATUS       PIC X(02).
       01 FICOBA-PARM-STATUS    PIC X(02).
       01 FICOBA-REPORT-STATUS  PIC X(02).

      *    Default when FICPARM.DAT is absent: a month after the
      *    opening, closing or change.
       01 DELAI-JOURS           PIC 9(3) VALUE 030.

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
       01 JOURS-RETARD          PIC S9(7).

       01 LIBELLE-NATURE        PIC X(10).
       01 PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01 LATE-COUNT            PIC 9(5) VALUE ZERO.
       01 DISPLAY-RETARD        PIC ZZZZ9.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-COUNT-2       PIC ZZZZ9.
       01 DISPLAY-DELAI         PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE "N" TO SCAN-EOF-SWITCH
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-DELAI

           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           OPEN INPUT FICOBA-EVENT-FILE
           OPEN OUTPUT FICOBA-REPORT-FILE

           MOVE DELAI-JOURS TO DISPLAY-DELAI
           MOVE SPACES TO REPORT-LINE
           STRING "EVENEMENTS FICOBA EN RETARD AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " (DELAI " DELIMITED BY SIZE
                  DISPLAY-DELAI DELIMITED BY SIZE
                  " JOURS)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "COMPTE CLIENT NATURE     ROLE EFFET    SAISI LE"
             TO REPORT-LINE
           MOVE "OPERATEUR RETARD" TO REPORT-LINE(58:16)
           PERFORM ECRIRE-LIGNE-RAPPORT

      *    No event file yet means nothing was ever recorded: the
      *    report goes out empty rather than not at all.
           IF FICOBEVT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF

           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO FEV-KEY
               START FICOBA-EVENT-FILE
                       KEY IS NOT LESS THAN FEV-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF

           PERFORM EXAMINER-EVENEMENT-SUIVANT UNTIL SCAN-EOF

           MOVE PENDING-COUNT TO DISPLAY-COUNT
           MOVE LATE-COUNT TO DISPLAY-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "EVENEMENT(S) NON TRANSMIS : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "   DONT EN RETARD : " DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           IF FICOBEVT-STATUS NOT = "35"
               CLOSE FICOBA-EVENT-FILE
           END-IF
           CLOSE FICOBA-REPORT-FILE

           IF LATE-COUNT > 0
               DISPLAY "Evenement(s) FICOBA en retard : "
                       DISPLAY-COUNT-2 " - voir FICOBRPT.DAT."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LIRE-PARM-DELAI.
           OPEN INPUT FICOBA-PARM-FILE
           IF FICOBA-PARM-STATUS = "00"
               READ FICOBA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FCP-DELAI-JOURS NUMERIC
                               AND FCP-DELAI-JOURS > 0
                           MOVE FCP-DELAI-JOURS TO DELAI-JOURS
                       END-IF
               END-READ
               CLOSE FICOBA-PARM-FILE
           END-IF.

      *    Same forward-scan-by-key idiom the other reports use.
       EXAMINER-EVENEMENT-SUIVANT.
           READ FICOBA-EVENT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF FICOBEVT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF FEV-A-TRANSMETTRE
                   ADD 1 TO PENDING-COUNT
                   MOVE FEV-DATE-EFFET TO SERIE-DATE
                   PERFORM CALCULER-JOURS-SERIE
                   COMPUTE JOURS-RETARD = JOURS-RUN - SERIE-JOURS
                                        - DELAI-JOURS
                   IF JOURS-RETARD > 0
                       PERFORM SIGNALER-EVENEMENT-EN-RETARD
                   END-IF
               END-IF
           END-IF.

       SIGNALER-EVENEMENT-EN-RETARD.
           ADD 1 TO LATE-COUNT
           MOVE JOURS-RETARD TO DISPLAY-RETARD
           EVALUATE TRUE
               WHEN FEV-OUVERTURE
                   MOVE "OUVERTURE" TO LIBELLE-NATURE
               WHEN FEV-CLOTURE
                   MOVE "CLOTURE" TO LIBELLE-NATURE
               WHEN FEV-AJOUT
                   MOVE "AJOUT" TO LIBELLE-NATURE
               WHEN OTHER
                   MOVE "RETRAIT" TO LIBELLE-NATURE
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           MOVE FEV-COMPTE TO REPORT-LINE(1:5)
           MOVE FEV-CUST-ID TO REPORT-LINE(8:6)
           MOVE LIBELLE-NATURE TO REPORT-LINE(15:10)
           MOVE FEV-ROLE TO REPORT-LINE(26:1)
           MOVE FEV-DATE-EFFET TO REPORT-LINE(31:8)
           MOVE FEV-DATE TO REPORT-LINE(40:8)
           MOVE FEV-OPERATEUR TO REPORT-LINE(58:8)
           MOVE DISPLAY-RETARD TO REPORT-LINE(69:5)
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
           MOVE REPORT-LINE TO FICOBA-REPORT-RECORD
           WRITE FICOBA-REPORT-RECORD.
