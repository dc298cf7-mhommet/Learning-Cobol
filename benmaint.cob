       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMAINT.

      *    Beneficiary maintenance under dual control: nothing keyed
      *    here reaches BENEF.DAT directly. Each addition, change,
      *    suspension or deletion is parked in MSTCHG.DAT with the
      *    record as it stands and as it would become, and only
      *    applies once a second supervisor approves it at MSTAPPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

           SELECT MASTER-CHANGE-FILE ASSIGN TO "MSTCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-NUMBER
               FILE STATUS IS MSTCHG-STATUS.

      *    Same counter file MAJCOMPTE numbers its parked withdrawals
      *    from, under its own key "M" for master-data changes.
           SELECT PEND-CHECKPOINT ASSIGN TO "PENDCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCKPT-KEY
               FILE STATUS IS PENDCKPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       FD MASTER-CHANGE-FILE.
       COPY "MSTCHG.cpy".

       FD PEND-CHECKPOINT.
       01 PEND-CHECKPOINT-RECORD.
           05 PCKPT-KEY             PIC X(01).
           05 PCKPT-LAST-NUMBER     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 BENEF-STATUS          PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).
       01 MSTCHG-STATUS         PIC X(02).
       01 PENDCKPT-STATUS       PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
       01 STATUT-VALIDE-SWITCH  PIC X(01) VALUE "N".
           88 STATUT-VALIDE        VALUE "Y".

      *    The change being proposed, held here while MSTCHG.DAT is
      *    scanned for one already waiting on the same record.
       01 CHANGE-FICHIER        PIC X(01) VALUE "B".
       01 CHANGE-OPERATION      PIC X(01).
       01 CHANGE-CLE            PIC X(10).
       01 IMAGE-AVANT           PIC X(300).
       01 IMAGE-APRES           PIC X(300).
       01 NUMERO-CHANGEMENT     PIC 9(5).
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 CHANGEMENT-EN-COURS-SW PIC X(01) VALUE "N".
           88 CHANGEMENT-EN-COURS  VALUE "Y".

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).
               OPEN I-O BENEFICIARY-FILE
           END-IF.

      *    An existing number is a modification: the record on file
      *    is the before image the approver sees.
       AJOUTER-BENEFICIAIRE.
           DISPLAY "Numero de beneficiaire ?"
           ACCEPT BEN-NUMBER
           MOVE SPACES TO IMAGE-AVANT
           MOVE "A" TO CHANGE-OPERATION
           READ BENEFICIARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BENEFICIARY-RECORD TO IMAGE-AVANT
                   MOVE "M" TO CHANGE-OPERATION
           END-READ
           DISPLAY "Nom ?"
           ACCEPT BEN-NOM
           DISPLAY "IBAN ?"
               DISPLAY "IBAN obligatoire : beneficiaire refuse."
           ELSE
               MOVE "A" TO BEN-STATUT
               MOVE BENEFICIARY-RECORD TO IMAGE-APRES
               PERFORM PROPOSER-CHANGEMENT
           END-IF.

       CONSULTER-BENEFICIAIRE.
           END-READ.

       BASCULER-STATUT.
           MOVE BENEFICIARY-RECORD TO IMAGE-AVANT
           MOVE "M" TO CHANGE-OPERATION
           SET STATUT-VALIDE-SWITCH TO "N"
           PERFORM SAISIR-STATUT UNTIL STATUT-VALIDE
           MOVE BENEFICIARY-RECORD TO IMAGE-APRES
           PERFORM PROPOSER-CHANGEMENT.

       SAISIR-STATUT.
           DISPLAY "Statut (A = actif, S = suspendu) ?"
       SUPPRIMER-BENEFICIAIRE.
           DISPLAY "Numero de beneficiaire a supprimer ?"
           ACCEPT BEN-NUMBER
           READ BENEFICIARY-FILE
               INVALID KEY
                   DISPLAY "Beneficiaire inconnu."
               NOT INVALID KEY
                   MOVE BENEFICIARY-RECORD TO IMAGE-AVANT
                   MOVE SPACES TO IMAGE-APRES
                   MOVE "S" TO CHANGE-OPERATION
                   PERFORM PROPOSER-CHANGEMENT
           END-READ.

      *    A change that alters nothing is not worth a second
      *    supervisor's time.
       PROPOSER-CHANGEMENT.
           MOVE SPACES TO CHANGE-CLE
           MOVE BEN-NUMBER TO CHANGE-CLE
           IF IMAGE-AVANT = IMAGE-APRES
               DISPLAY "Aucune modification : rien a approuver."
           ELSE
               PERFORM PARQUER-CHANGEMENT
           END-IF.

      *    One change at a time per record: a second proposal while
      *    the first is still waiting would leave the approver two
      *    before images and only one of them true.
       PARQUER-CHANGEMENT.
           OPEN I-O MASTER-CHANGE-FILE
           IF MSTCHG-STATUS = "35"
               OPEN OUTPUT MASTER-CHANGE-FILE
               CLOSE MASTER-CHANGE-FILE
               OPEN I-O MASTER-CHANGE-FILE
           END-IF
           MOVE "N" TO CHANGEMENT-EN-COURS-SW
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO MCH-NUMBER
           START MASTER-CHANGE-FILE
                   KEY IS NOT LESS THAN MCH-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM CHERCHER-CHANGEMENT-EN-COURS UNTIL SCAN-EOF

           IF CHANGEMENT-EN-COURS
               DISPLAY "Modification " NUMERO-CHANGEMENT
                       " deja en attente sur cet enregistrement :"
                       " proposition refusee."
           ELSE
               PERFORM ATTRIBUER-NUMERO-CHANGEMENT
               PERFORM ECRIRE-CHANGEMENT
           END-IF
           CLOSE MASTER-CHANGE-FILE.

       CHERCHER-CHANGEMENT-EN-COURS.
           READ MASTER-CHANGE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF MSTCHG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF MCH-EN-ATTENTE
                       AND MCH-FICHIER = CHANGE-FICHIER
                       AND MCH-CLE = CHANGE-CLE
                   SET CHANGEMENT-EN-COURS TO TRUE
                   MOVE MCH-NUMBER TO NUMERO-CHANGEMENT
                   SET SCAN-EOF TO TRUE
               END-IF
           END-IF.

       ECRIRE-CHANGEMENT.
           MOVE NUMERO-CHANGEMENT TO MCH-NUMBER
           MOVE CHANGE-FICHIER TO MCH-FICHIER
           MOVE CHANGE-OPERATION TO MCH-OPERATION
           MOVE CHANGE-CLE TO MCH-CLE
           MOVE IMAGE-AVANT TO MCH-AVANT
           MOVE IMAGE-APRES TO MCH-APRES
           MOVE OPERATEUR-COURANT TO MCH-AUTEUR
           ACCEPT MCH-DATE FROM DATE YYYYMMDD
           ACCEPT MCH-TIME FROM TIME
           MOVE "P" TO MCH-STATUT
           MOVE SPACES TO MCH-SUPERVISEUR
           MOVE ZERO TO MCH-DECISION-DATE
           MOVE ZERO TO MCH-DECISION-TIME
           WRITE MASTER-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "Erreur creation de la modification "
                           MCH-NUMBER
           END-WRITE
           DISPLAY "Modification " MCH-NUMBER " en attente de "
                   "l'approbation d'un second superviseur."
           MOVE SPACES TO LOG-LINE
           STRING "PROPOSITION " DELIMITED BY SIZE
                  MCH-FICHIER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-CLE DELIMITED BY SIZE
                  " NO " DELIMITED BY SIZE
                  MCH-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

       ATTRIBUER-NUMERO-CHANGEMENT.
           OPEN I-O PEND-CHECKPOINT
           IF PENDCKPT-STATUS = "35"
               OPEN OUTPUT PEND-CHECKPOINT
               CLOSE PEND-CHECKPOINT
               OPEN I-O PEND-CHECKPOINT
           END-IF
           MOVE "M" TO PCKPT-KEY
           MOVE ZERO TO NUMERO-CHANGEMENT
           READ PEND-CHECKPOINT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PCKPT-LAST-NUMBER TO NUMERO-CHANGEMENT
           END-READ
           ADD 1 TO NUMERO-CHANGEMENT
           MOVE "M" TO PCKPT-KEY
           MOVE NUMERO-CHANGEMENT TO PCKPT-LAST-NUMBER
           REWRITE PEND-CHECKPOINT-RECORD
               INVALID KEY
                   WRITE PEND-CHECKPOINT-RECORD
           END-REWRITE
           CLOSE PEND-CHECKPOINT.

      *    Same stale-session rule as MAJCOMPTE: a leftover from a
      *    previous day is not a sign-on.
