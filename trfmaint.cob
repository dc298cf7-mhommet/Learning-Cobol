       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFMAINT.

      *    Service-fee tariff maintenance under dual control, same
      *    as TYPMAINT: a fee line keyed here - what a type of
      *    account is charged each period for keeping, a card, a
      *    paper statement - is parked in MSTCHG.DAT and only
      *    reaches SVCTARIF.DAT once a second supervisor approves it
      *    at MSTAPPR. SVCFEE charges off what is on file.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-TARIFF-FILE ASSIGN TO "SVCTARIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS SVCTARIF-STATUS.

      *    A fee line only makes sense for an account type that
      *    exists.
           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

      *    The operator PILOTE signed on: the author of each change
      *    parked for approval.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
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
       FD SERVICE-TARIFF-FILE.
       COPY "SVCTARIF.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       FD MASTER-CHANGE-FILE.
       COPY "MSTCHG.cpy".

       FD PEND-CHECKPOINT.
       01 PEND-CHECKPOINT-RECORD.
           05 PCKPT-KEY             PIC X(01).
           05 PCKPT-LAST-NUMBER     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 SVCTARIF-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).
       01 MSTCHG-STATUS         PIC X(02).
       01 PENDCKPT-STATUS       PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-SUPPRIMER       VALUE "D".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 TYPE-CONNU-SWITCH     PIC X(01) VALUE "N".
           88 TYPE-CONNU           VALUE "Y".

      *    The change being proposed, held here while MSTCHG.DAT is
      *    scanned for one already waiting on the same record.
       01 CHANGE-FICHIER        PIC X(01) VALUE "F".
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

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           PERFORM OUVRIR-FICHIER-TARIF

           DISPLAY "Mode (A = ajouter/modifier, C = consulter,"
                   " D = supprimer) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM AJOUTER-TARIF
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-TARIF
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-TARIF
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE SERVICE-TARIFF-FILE
           GOBACK.

      *    SVCTARIF.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files in this repo.
       OUVRIR-FICHIER-TARIF.
           OPEN I-O SERVICE-TARIFF-FILE
           IF SVCTARIF-STATUS = "35"
               OPEN OUTPUT SERVICE-TARIFF-FILE
               CLOSE SERVICE-TARIFF-FILE
               OPEN I-O SERVICE-TARIFF-FILE
           END-IF.

      *    An existing type and code is a modification: the line on
      *    file is the before image the approver sees.
       AJOUTER-TARIF.
           DISPLAY "Code type de compte (C = courant, L = livret,"
                   " T = terme) ?"
           ACCEPT TRF-TYPE
           DISPLAY "Code frais (ex. TENU, CART, RELV) ?"
           ACCEPT TRF-CODE
           PERFORM VERIFIER-TYPE-COMPTE
           IF NOT TYPE-CONNU
               DISPLAY "Type de compte inconnu : refuse."
           ELSE
               PERFORM SAISIR-TARIF
           END-IF.

       SAISIR-TARIF.
           MOVE SPACES TO IMAGE-AVANT
           MOVE "A" TO CHANGE-OPERATION
           READ SERVICE-TARIFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SERVICE-TARIFF-RECORD TO IMAGE-AVANT
                   MOVE "M" TO CHANGE-OPERATION
           END-READ
           DISPLAY "Libelle ?"
           ACCEPT TRF-LIBELLE
           DISPLAY "Montant par periode (0 = non facture) ?"
           ACCEPT TRF-MONTANT
           DISPLAY "Periodicite en mois (01, 03 ou 12) ?"
           ACCEPT TRF-PERIODICITE
           DISPLAY "Exonere en dessous de quel age (0 = aucun) ?"
           ACCEPT TRF-AGE-EXONERATION
           DISPLAY "Exonere en dessous de quel solde (0 = aucun) ?"
           ACCEPT TRF-SEUIL-SOLDE

           IF TRF-CODE = SPACES
               DISPLAY "Code frais obligatoire : refuse."
           ELSE
               IF TRF-PERIODICITE NOT = 1
                       AND TRF-PERIODICITE NOT = 3
                       AND TRF-PERIODICITE NOT = 12
                   DISPLAY "Periodicite " TRF-PERIODICITE
                           " invalide : refuse."
               ELSE
                   MOVE SERVICE-TARIFF-RECORD TO IMAGE-APRES
                   PERFORM PROPOSER-CHANGEMENT
               END-IF
           END-IF.

       VERIFIER-TYPE-COMPTE.
           MOVE "N" TO TYPE-CONNU-SWITCH
           OPEN INPUT ACCOUNT-TYPE-FILE
           IF ACCTTYPE-STATUS = "00"
               MOVE TRF-TYPE TO TYP-CODE
               READ ACCOUNT-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TYPE-CONNU TO TRUE
               END-READ
               CLOSE ACCOUNT-TYPE-FILE
           END-IF.

       CONSULTER-TARIF.
           DISPLAY "Code type de compte ?"
           ACCEPT TRF-TYPE
           DISPLAY "Code frais ?"
           ACCEPT TRF-CODE
           READ SERVICE-TARIFF-FILE
               INVALID KEY
                   DISPLAY "Frais inconnu pour ce type."
               NOT INVALID KEY
                   DISPLAY "Frais " TRF-TYPE "/" TRF-CODE " : "
                           TRF-LIBELLE
                   DISPLAY "  Montant " TRF-MONTANT
                           " tous les " TRF-PERIODICITE " mois"
                   DISPLAY "  Exonere avant " TRF-AGE-EXONERATION
                           " ans - sous un solde de "
                           TRF-SEUIL-SOLDE
           END-READ.

       SUPPRIMER-TARIF.
           DISPLAY "Code type de compte ?"
           ACCEPT TRF-TYPE
           DISPLAY "Code frais a supprimer ?"
           ACCEPT TRF-CODE
           READ SERVICE-TARIFF-FILE
               INVALID KEY
                   DISPLAY "Frais inconnu pour ce type."
               NOT INVALID KEY
                   MOVE SERVICE-TARIFF-RECORD TO IMAGE-AVANT
                   MOVE SPACES TO IMAGE-APRES
                   MOVE "S" TO CHANGE-OPERATION
                   PERFORM PROPOSER-CHANGEMENT
           END-READ.

      *    Same dual control as BENMAINT: a change that alters
      *    nothing is not worth a second supervisor's time.
       PROPOSER-CHANGEMENT.
           MOVE SPACES TO CHANGE-CLE
           MOVE TRF-KEY TO CHANGE-CLE
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
       LIRE-SESSION-OPERATEUR.
           MOVE "N" TO SESSION-OK-SWITCH
           ACCEPT SESSION-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-SESSION-FILE
           IF OPERSESS-STATUS = "00"
               READ OPERATOR-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESS-DATE = SESSION-DATE-JOUR
                           MOVE SESS-OPER-ID TO OPERATEUR-COURANT
                           MOVE SESS-NIVEAU TO NIVEAU-COURANT
                           SET SESSION-OK TO TRUE
                       ELSE
                           DISPLAY "Session operateur perimee du "
                                   SESS-DATE " : se reconnecter "
                                   "via PILOTE."
                       END-IF
               END-READ
               CLOSE OPERATOR-SESSION-FILE
           END-IF.

      *    OPERLOG.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the audit log.
       ECRIRE-LOG-OPERATEUR.
           OPEN EXTEND OPERATOR-LOG-FILE
           IF OPERLOG-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOG-FILE
               CLOSE OPERATOR-LOG-FILE
               OPEN EXTEND OPERATOR-LOG-FILE
           END-IF
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE SPACES TO OPERATOR-LOG-RECORD
           STRING LOG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-LINE DELIMITED BY SIZE
               INTO OPERATOR-LOG-RECORD
           WRITE OPERATOR-LOG-RECORD
           CLOSE OPERATOR-LOG-FILE.
