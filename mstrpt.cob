       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRPT.

      *    Daily master-data change report: every change to the
      *    beneficiaries, account types, company profiles, chart of
      *    accounts and service-fee tariff decided at MSTAPPR on the
      *    day - what changed,
      *    who proposed it and who approved or rejected it - then
      *    the changes still waiting for a second supervisor. The
      *    day defaults to today; MSTPARM.DAT may carry another one
      *    to reprint a past day, same SYSIN idea as the other
      *    parameter files.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-CHANGE-FILE ASSIGN TO "MSTCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-NUMBER
               FILE STATUS IS MSTCHG-STATUS.

           SELECT REPORT-PARM-FILE ASSIGN TO "MSTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-PARM-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "MSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MASTER-CHANGE-FILE.
       COPY "MSTCHG.cpy".

       FD REPORT-PARM-FILE.
       01 REPORT-PARM-RECORD.
           05 RPP-DATE           PIC X(08).

       FD CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 MSTCHG-STATUS         PIC X(02).
       01 REPORT-PARM-STATUS    PIC X(02).
       01 CHANGE-REPORT-STATUS  PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

      *    First pass lists the day's decisions, second the
      *    changes still pending.
       01 PASSE-RAPPORT         PIC X(01).
           88 PASSE-DECISIONS      VALUE "D".
           88 PASSE-ATTENTE        VALUE "P".

       01 DATE-RAPPORT          PIC 9(8).
       01 REPORT-LINE           PIC X(80).
       01 TRONCON-POS           PIC 9(3).
       01 LIBELLE-FICHIER       PIC X(14).
       01 LIBELLE-OPERATION     PIC X(12).
       01 LIBELLE-DECISION      PIC X(11).

       01 APPROVED-COUNT        PIC 9(5) VALUE ZERO.
       01 REJECTED-COUNT        PIC 9(5) VALUE ZERO.
       01 PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LIRE-DATE-RAPPORT

           OPEN INPUT MASTER-CHANGE-FILE
           IF MSTCHG-STATUS NOT = "00"
               DISPLAY "Aucune modification de donnees permanentes ("
                       MSTCHG-STATUS ")."
               GOBACK
           END-IF
           OPEN OUTPUT CHANGE-REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "MODIFICATIONS DES DONNEES PERMANENTES DU "
                      DELIMITED BY SIZE
                  DATE-RAPPORT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "DECISIONS DU JOUR" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "D" TO PASSE-RAPPORT
           PERFORM PARCOURIR-CHANGEMENTS

           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "EN ATTENTE D'APPROBATION" TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "P" TO PASSE-RAPPORT
           PERFORM PARCOURIR-CHANGEMENTS

           PERFORM ECRIRE-TOTAUX

           CLOSE MASTER-CHANGE-FILE
           CLOSE CHANGE-REPORT-FILE

           MOVE APPROVED-COUNT TO DISPLAY-COUNT
           DISPLAY "Approuvee(s) : " DISPLAY-COUNT
           MOVE REJECTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Rejetee(s)   : " DISPLAY-COUNT
           MOVE PENDING-COUNT TO DISPLAY-COUNT
           DISPLAY "En attente   : " DISPLAY-COUNT
           GOBACK.

       LIRE-DATE-RAPPORT.
           ACCEPT DATE-RAPPORT FROM DATE YYYYMMDD
           OPEN INPUT REPORT-PARM-FILE
           IF REPORT-PARM-STATUS = "00"
               READ REPORT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPP-DATE NUMERIC
                           MOVE RPP-DATE TO DATE-RAPPORT
                       END-IF
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF.

       PARCOURIR-CHANGEMENTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO MCH-NUMBER
           START MASTER-CHANGE-FILE
                   KEY IS NOT LESS THAN MCH-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LIRE-CHANGEMENT-SUIVANT UNTIL SCAN-EOF.

       LIRE-CHANGEMENT-SUIVANT.
           READ MASTER-CHANGE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF MSTCHG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               EVALUATE TRUE
                   WHEN PASSE-DECISIONS
                           AND NOT MCH-EN-ATTENTE
                           AND MCH-DECISION-DATE = DATE-RAPPORT
                       PERFORM RAPPORTER-DECISION
                   WHEN PASSE-ATTENTE AND MCH-EN-ATTENTE
                       PERFORM RAPPORTER-ATTENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RAPPORTER-DECISION.
           IF MCH-APPROUVE
               MOVE "APPROUVEE" TO LIBELLE-DECISION
               ADD 1 TO APPROVED-COUNT
           ELSE
               MOVE "REJETEE" TO LIBELLE-DECISION
               ADD 1 TO REJECTED-COUNT
           END-IF
           PERFORM ECRIRE-ENTETE-CHANGEMENT
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  LIBELLE-DECISION DELIMITED BY SIZE
                  " PAR " DELIMITED BY SIZE
                  MCH-SUPERVISEUR DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  MCH-DECISION-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  MCH-DECISION-TIME(3:2) DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM ECRIRE-TRONCON
               VARYING TRONCON-POS FROM 1 BY 60
                   UNTIL TRONCON-POS > 300.

       RAPPORTER-ATTENTE.
           ADD 1 TO PENDING-COUNT
           PERFORM ECRIRE-ENTETE-CHANGEMENT
           PERFORM ECRIRE-TRONCON
               VARYING TRONCON-POS FROM 1 BY 60
                   UNTIL TRONCON-POS > 300.

      *    Same labels as the MSTAPPR screen.
       ECRIRE-ENTETE-CHANGEMENT.
           EVALUATE TRUE
               WHEN MCH-BENEFICIAIRE
                   MOVE "BENEFICIAIRE" TO LIBELLE-FICHIER
               WHEN MCH-TYPE-COMPTE
                   MOVE "TYPE DE COMPTE" TO LIBELLE-FICHIER
               WHEN MCH-SOCIETE
                   MOVE "PROFIL SOCIETE" TO LIBELLE-FICHIER
               WHEN MCH-COMPTE-GL
                   MOVE "COMPTE GL" TO LIBELLE-FICHIER
               WHEN MCH-TARIF
                   MOVE "TARIF FRAIS" TO LIBELLE-FICHIER
               WHEN OTHER
                   MOVE "FICHIER ?" TO LIBELLE-FICHIER
           END-EVALUATE
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   MOVE "AJOUT" TO LIBELLE-OPERATION
               WHEN MCH-MODIFICATION
                   MOVE "MODIFICATION" TO LIBELLE-OPERATION
               WHEN MCH-SUPPRESSION
                   MOVE "SUPPRESSION" TO LIBELLE-OPERATION
               WHEN OTHER
                   MOVE "OPERATION ?" TO LIBELLE-OPERATION
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "NO " DELIMITED BY SIZE
                  MCH-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-FICHIER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-CLE DELIMITED BY SIZE
                  " PAR " DELIMITED BY SIZE
                  MCH-AUTEUR DELIMITED BY SIZE
                  " LE " DELIMITED BY SIZE
                  MCH-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-TRONCON.
           IF MCH-AVANT(TRONCON-POS:60) NOT = MCH-APRES(TRONCON-POS:60)
               MOVE SPACES TO REPORT-LINE
               STRING "    AVANT " DELIMITED BY SIZE
                      MCH-AVANT(TRONCON-POS:60) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE SPACES TO REPORT-LINE
               STRING "    APRES " DELIMITED BY SIZE
                      MCH-APRES(TRONCON-POS:60) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE APPROVED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPROUVEES : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE REJECTED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJETEES   : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE PENDING-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EN ATTENTE : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.
