       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

      *    Monthly KYC worklist: every active customer of
      *    CUSTMAST.DAT held against their KYC.DAT record - no
      *    record at all, an identity document past its expiry, or
      *    a review older than the period of their risk level puts
      *    the customer on the list for compliance. A customer still
      *    overdue past the grace period of KYCPARM.DAT is blocked:
      *    MAJCOMPTE and BULKMVT refuse their movements until the
      *    customer file program records the review that clears it.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT KYC-FILE ASSIGN TO "KYC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS KYC-STATUS.

      *    Review periods in years per risk level and the grace
      *    period in days, the same SYSIN idea as DORMPARM.DAT:
      *    compliance sets them, not a recompile.
           SELECT KYC-PARM-FILE ASSIGN TO "KYCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-PARM-STATUS.

           SELECT KYC-REPORT-FILE ASSIGN TO "KYCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD KYC-FILE.
       COPY "KYCDOS.cpy".

       FD KYC-PARM-FILE.
       01 KYC-PARM-RECORD.
           05 KYP-PERIODE-FAIBLE    PIC 9(2).
           05 KYP-PERIODE-MOYEN     PIC 9(2).
           05 KYP-PERIODE-ELEVE     PIC 9(2).
           05 KYP-GRACE-JOURS       PIC 9(3).

       FD KYC-REPORT-FILE.
       01 KYC-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 CUSTMAST-STATUS       PIC X(02).
       01 KYC-STATUS            PIC X(02).
       01 KYC-PARM-STATUS       PIC X(02).
       01 KYC-REPORT-STATUS     PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

      *    Usual review cycle when KYCPARM.DAT is absent: five years
      *    for a low risk, two for a medium one, every year for a
      *    high one, and sixty days' grace before the block.
       01 PERIODE-FAIBLE        PIC 9(2) VALUE 05.
       01 PERIODE-MOYEN         PIC 9(2) VALUE 02.
       01 PERIODE-ELEVE         PIC 9(2) VALUE 01.
       01 GRACE-JOURS           PIC 9(3) VALUE 060.

       01 RUN-DATE              PIC 9(8).
       01 PERIODE-REVUE         PIC 9(2).
       01 ECHEANCE-REVUE        PIC 9(8).
      *    The earlier of the two dates the customer has passed -
      *    what the days overdue are counted from.
       01 ECHEANCE-DEPASSEE     PIC 9(8).
       01 JOURS-RETARD          PIC S9(5).
       01 MOTIF-LISTE           PIC X(22).

       01 PIECE-EXPIREE-SWITCH  PIC X(01).
           88 PIECE-EXPIREE        VALUE "Y".
       01 REVUE-ECHUE-SWITCH    PIC X(01).
           88 REVUE-ECHUE          VALUE "Y".

      *    Serial day arithmetic, same rule set as CUSTPURGE, so
      *    "days overdue" is a plain subtraction.
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

       01 EXAMINED-COUNT        PIC 9(5) VALUE ZERO.
       01 SANS-DOSSIER-COUNT    PIC 9(5) VALUE ZERO.
       01 LISTED-COUNT          PIC 9(5) VALUE ZERO.
       01 BLOCKED-COUNT         PIC 9(5) VALUE ZERO.
       01 STILL-BLOCKED-COUNT   PIC 9(5) VALUE ZERO.
       01 REPORT-LINE           PIC X(100).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-JOURS         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-KYC

           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT indisponible ("
                       CUSTMAST-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OUVRIR-FICHIER-KYC
           OPEN OUTPUT KYC-REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "REVUE KYC - CLIENTS A REVOIR AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE LOW-VALUES TO CUST-KEY
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM EXAMINER-CLIENT-SUIVANT UNTIL SCAN-EOF

           PERFORM ECRIRE-TOTAUX-KYC

           CLOSE CUSTOMER-MASTER
           CLOSE KYC-FILE
           CLOSE KYC-REPORT-FILE
           GOBACK.

       LIRE-PARM-KYC.
           OPEN INPUT KYC-PARM-FILE
           IF KYC-PARM-STATUS = "00"
               READ KYC-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KYP-PERIODE-FAIBLE > 0
                           MOVE KYP-PERIODE-FAIBLE TO PERIODE-FAIBLE
                       END-IF
                       IF KYP-PERIODE-MOYEN > 0
                           MOVE KYP-PERIODE-MOYEN TO PERIODE-MOYEN
                       END-IF
                       IF KYP-PERIODE-ELEVE > 0
                           MOVE KYP-PERIODE-ELEVE TO PERIODE-ELEVE
                       END-IF
                       MOVE KYP-GRACE-JOURS TO GRACE-JOURS
               END-READ
               CLOSE KYC-PARM-FILE
           END-IF.

      *    KYC.DAT may not exist yet on a brand new install; create
      *    it empty the first time - every customer then simply
      *    shows up without a file.
       OUVRIR-FICHIER-KYC.
           OPEN I-O KYC-FILE
           IF KYC-STATUS = "35"
               OPEN OUTPUT KYC-FILE
               CLOSE KYC-FILE
               OPEN I-O KYC-FILE
           END-IF.

       EXAMINER-CLIENT-SUIVANT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF CUSTMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF NOT CUST-DESACTIVE
                   ADD 1 TO EXAMINED-COUNT
                   PERFORM CONTROLER-DOSSIER-KYC
               END-IF
           END-IF.

      *    No KYC record is listed but not blocked: there is no
      *    date to run a grace period from, and the customer may
      *    predate the KYC file - compliance has to open one.
       CONTROLER-DOSSIER-KYC.
           MOVE CUST-ID TO KYC-CUST-ID
           READ KYC-FILE
               INVALID KEY
                   ADD 1 TO SANS-DOSSIER-COUNT
                   ADD 1 TO LISTED-COUNT
                   MOVE "DOSSIER KYC ABSENT" TO MOTIF-LISTE
                   MOVE ZERO TO ECHEANCE-DEPASSEE
                   MOVE ZERO TO JOURS-RETARD
                   PERFORM ECRIRE-LIGNE-CLIENT
               NOT INVALID KEY
                   PERFORM EVALUER-DOSSIER-KYC
           END-READ.

       EVALUER-DOSSIER-KYC.
           EVALUATE TRUE
               WHEN KYC-RISQUE-ELEVE
                   MOVE PERIODE-ELEVE TO PERIODE-REVUE
               WHEN KYC-RISQUE-MOYEN
                   MOVE PERIODE-MOYEN TO PERIODE-REVUE
               WHEN OTHER
                   MOVE PERIODE-FAIBLE TO PERIODE-REVUE
           END-EVALUATE
           IF KYC-DERNIERE-REVUE = ZERO
               MOVE ZERO TO ECHEANCE-REVUE
           ELSE
               COMPUTE ECHEANCE-REVUE
                   = KYC-DERNIERE-REVUE + PERIODE-REVUE * 10000
           END-IF

           MOVE "N" TO PIECE-EXPIREE-SWITCH
           MOVE "N" TO REVUE-ECHUE-SWITCH
           IF KYC-PIECE-EXPIRATION < RUN-DATE
               SET PIECE-EXPIREE TO TRUE
           END-IF
           IF ECHEANCE-REVUE < RUN-DATE
               SET REVUE-ECHUE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN PIECE-EXPIREE AND REVUE-ECHUE
                   MOVE "PIECE EXPIREE + REVUE" TO MOTIF-LISTE
                   MOVE KYC-PIECE-EXPIRATION TO ECHEANCE-DEPASSEE
                   IF ECHEANCE-REVUE < ECHEANCE-DEPASSEE
                       MOVE ECHEANCE-REVUE TO ECHEANCE-DEPASSEE
                   END-IF
               WHEN PIECE-EXPIREE
                   MOVE "PIECE D'IDENTITE EXPIREE" TO MOTIF-LISTE
                   MOVE KYC-PIECE-EXPIRATION TO ECHEANCE-DEPASSEE
               WHEN REVUE-ECHUE
                   MOVE "REVUE PERIODIQUE ECHUE" TO MOTIF-LISTE
                   MOVE ECHEANCE-REVUE TO ECHEANCE-DEPASSEE
               WHEN OTHER
                   MOVE SPACES TO MOTIF-LISTE
           END-EVALUATE

           IF PIECE-EXPIREE OR REVUE-ECHUE
               ADD 1 TO LISTED-COUNT
               PERFORM CALCULER-JOURS-RETARD
               IF KYC-BLOQUE
                   ADD 1 TO STILL-BLOCKED-COUNT
               ELSE
                   IF JOURS-RETARD > GRACE-JOURS
                       PERFORM BLOQUER-CLIENT
                   END-IF
               END-IF
               PERFORM ECRIRE-LIGNE-CLIENT
           END-IF.

      *    A file never reviewed (date zero) has no date to count
      *    from: it is treated as overdue past any grace period.
       CALCULER-JOURS-RETARD.
           IF ECHEANCE-DEPASSEE = ZERO
               MOVE 99999 TO JOURS-RETARD
           ELSE
               MOVE ECHEANCE-DEPASSEE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               COMPUTE JOURS-RETARD = JOURS-RUN - SERIE-JOURS
           END-IF.

       BLOQUER-CLIENT.
           MOVE "B" TO KYC-STATUT
           MOVE RUN-DATE TO KYC-DATE-BLOCAGE
           REWRITE KYC-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour KYC client "
                           KYC-CUST-ID
               NOT INVALID KEY
                   ADD 1 TO BLOCKED-COUNT
           END-REWRITE.

       ECRIRE-LIGNE-CLIENT.
           MOVE SPACES TO REPORT-LINE
           STRING CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-NOM(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-PRENOM(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIF-LISTE DELIMITED BY SIZE
               INTO REPORT-LINE
           IF ECHEANCE-DEPASSEE NOT = ZERO
               MOVE JOURS-RETARD TO DISPLAY-JOURS
               MOVE "DEPUIS" TO REPORT-LINE(68:6)
               MOVE ECHEANCE-DEPASSEE TO REPORT-LINE(75:8)
               MOVE DISPLAY-JOURS TO REPORT-LINE(84:5)
               MOVE "J" TO REPORT-LINE(90:1)
           END-IF
           IF KYC-BLOQUE AND MOTIF-LISTE NOT = "DOSSIER KYC ABSENT"
               MOVE "BLOQUE" TO REPORT-LINE(93:6)
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-TOTAUX-KYC.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE EXAMINED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTS ACTIFS EXAMINES   : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE LISTED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTS A REVOIR          : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE SANS-DOSSIER-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DONT SANS DOSSIER KYC   : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE BLOCKED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BLOQUES CE MOIS           : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE STILL-BLOCKED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEJA BLOQUES              : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE LISTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Clients KYC a revoir : " DISPLAY-COUNT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO KYC-REPORT-RECORD
           WRITE KYC-REPORT-RECORD.

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
