       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAPPR.

      *    Master-data approval queue: walks the changes BENMAINT,
      *    TYPMAINT, CMPNYMNT, GLMAINT and TRFMAINT parked in
      *    MSTCHG.DAT and,
      *    for each one another operator authored, shows the fields
      *    that differ between the before and after images. The
      *    signed-on supervisor approves (the after image is written
      *    to the master on the spot) or rejects. A supervisor never
      *    sees their own proposals here: the four-eyes rule is the
      *    point. Both operator ids go to OPERLOG.DAT, the same
      *    trail APPRQUE leaves for over-limit withdrawals.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-CHANGE-FILE ASSIGN TO "MSTCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-NUMBER
               FILE STATUS IS MSTCHG-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NUMBER
               FILE STATUS IS BENEF-STATUS.

           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

           SELECT SERVICE-TARIFF-FILE ASSIGN TO "SVCTARIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS SVCTARIF-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD MASTER-CHANGE-FILE.
       COPY "MSTCHG.cpy".

       FD BENEFICIARY-FILE.
       COPY "BENEF.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD SERVICE-TARIFF-FILE.
       COPY "SVCTARIF.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 MSTCHG-STATUS         PIC X(02).
       01 BENEF-STATUS          PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 SVCTARIF-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 MAITRE-TROUVE-SWITCH  PIC X(01) VALUE "N".
           88 MAITRE-TROUVE        VALUE "Y".
       01 APPLICATION-OK-SWITCH PIC X(01) VALUE "N".
           88 APPLICATION-OK       VALUE "Y".

       01 DECISION              PIC X(01).
           88 DECISION-APPROUVER   VALUE "A".
           88 DECISION-REJETER     VALUE "R".
           88 DECISION-PASSER      VALUE "S".

      *    The image the master should hold once the change applies
      *    (the before image for a deletion, which carries the key)
      *    and what the master holds now.
       01 IMAGE-CIBLE           PIC X(300).
       01 IMAGE-ACTUELLE        PIC X(300).
       01 TRONCON-POS           PIC 9(3).

       01 LIBELLE-FICHIER       PIC X(14).
       01 LIBELLE-OPERATION     PIC X(12).
       01 MOTIF-REJET           PIC X(40).

       01 APPROVED-COUNT        PIC 9(5) VALUE ZERO.
       01 REJECTED-COUNT        PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).
       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).
       01 RUN-DATE              PIC 9(8).
       01 RUN-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Approbation des donnees permanentes reservee "
                       "au superviseur."
               MOVE SPACES TO LOG-LINE
               STRING "MSTAPPR REFUSE NIVEAU " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               GOBACK
           END-IF

           OPEN I-O MASTER-CHANGE-FILE
           IF MSTCHG-STATUS NOT = "00"
               DISPLAY "Aucune modification en attente ("
                       MSTCHG-STATUS ")."
               GOBACK
           END-IF

           PERFORM OUVRIR-FICHIERS-MAITRES

           MOVE LOW-VALUES TO MCH-NUMBER
           START MASTER-CHANGE-FILE
                   KEY IS NOT LESS THAN MCH-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM EXAMINER-CHANGEMENT-SUIVANT UNTIL SCAN-EOF

           MOVE APPROVED-COUNT TO DISPLAY-COUNT
           DISPLAY "Approuvee(s) : " DISPLAY-COUNT
           MOVE REJECTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Rejetee(s)   : " DISPLAY-COUNT

           CLOSE MASTER-CHANGE-FILE
           CLOSE BENEFICIARY-FILE
           CLOSE ACCOUNT-TYPE-FILE
           CLOSE COMPANY-PROFILE-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE SERVICE-TARIFF-FILE
           GOBACK.

      *    Any of the five masters may not exist yet on a brand new
      *    install; create it empty the first time, same as the
      *    maintenance programs do.
       OUVRIR-FICHIERS-MAITRES.
           OPEN I-O BENEFICIARY-FILE
           IF BENEF-STATUS = "35"
               OPEN OUTPUT BENEFICIARY-FILE
               CLOSE BENEFICIARY-FILE
               OPEN I-O BENEFICIARY-FILE
           END-IF
           OPEN I-O ACCOUNT-TYPE-FILE
           IF ACCTTYPE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-TYPE-FILE
               CLOSE ACCOUNT-TYPE-FILE
               OPEN I-O ACCOUNT-TYPE-FILE
           END-IF
           OPEN I-O COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "35"
               OPEN OUTPUT COMPANY-PROFILE-FILE
               CLOSE COMPANY-PROFILE-FILE
               OPEN I-O COMPANY-PROFILE-FILE
           END-IF
           OPEN I-O GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "35"
               OPEN OUTPUT GL-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
               OPEN I-O GL-ACCOUNT-FILE
           END-IF
           OPEN I-O SERVICE-TARIFF-FILE
           IF SVCTARIF-STATUS = "35"
               OPEN OUTPUT SERVICE-TARIFF-FILE
               CLOSE SERVICE-TARIFF-FILE
               OPEN I-O SERVICE-TARIFF-FILE
           END-IF.

       EXAMINER-CHANGEMENT-SUIVANT.
           READ MASTER-CHANGE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF MSTCHG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF MCH-EN-ATTENTE
                       AND MCH-AUTEUR NOT = OPERATEUR-COURANT
                   PERFORM DECIDER-UN-CHANGEMENT
               END-IF
           END-IF.

       DECIDER-UN-CHANGEMENT.
           PERFORM LIBELLER-CHANGEMENT
           DISPLAY "Modification " MCH-NUMBER " : "
                   LIBELLE-OPERATION " " LIBELLE-FICHIER
                   " " MCH-CLE
           DISPLAY "  proposee par " MCH-AUTEUR " le " MCH-DATE
           PERFORM AFFICHER-TRONCON
               VARYING TRONCON-POS FROM 1 BY 60
                   UNTIL TRONCON-POS > 300
           DISPLAY "Decision (A = approuver, R = rejeter,"
                   " S = passer) ?"
           ACCEPT DECISION

           EVALUATE TRUE
               WHEN DECISION-APPROUVER
                   PERFORM APPROUVER-UN-CHANGEMENT
               WHEN DECISION-REJETER
                   MOVE "REJET DU SUPERVISEUR" TO MOTIF-REJET
                   PERFORM REJETER-UN-CHANGEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIBELLER-CHANGEMENT.
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
           END-EVALUATE.

      *    Only the 60-character stretches of the record that differ
      *    are shown, so a changed IBAN stands out instead of being
      *    buried in a full record dump.
       AFFICHER-TRONCON.
           IF MCH-AVANT(TRONCON-POS:60) NOT = MCH-APRES(TRONCON-POS:60)
               DISPLAY "  avant : " MCH-AVANT(TRONCON-POS:60)
               DISPLAY "  apres : " MCH-APRES(TRONCON-POS:60)
           END-IF.

      *    The change applies only to the record it was proposed
      *    against: if the master moved since (another change
      *    applied first, or the record appeared or went away), the
      *    before image no longer tells the approver the truth and
      *    the change is rejected rather than applied blind.
       APPROUVER-UN-CHANGEMENT.
           IF MCH-SUPPRESSION
               MOVE MCH-AVANT TO IMAGE-CIBLE
           ELSE
               MOVE MCH-APRES TO IMAGE-CIBLE
           END-IF
           PERFORM LIRE-MAITRE-ACTUEL

           EVALUATE TRUE
               WHEN MCH-AJOUT AND MAITRE-TROUVE
                   MOVE "ENREGISTREMENT CREE ENTRE-TEMPS"
                       TO MOTIF-REJET
                   DISPLAY "Enregistrement cree depuis la "
                           "proposition : modification rejetee."
                   PERFORM REJETER-UN-CHANGEMENT
               WHEN NOT MCH-AJOUT AND NOT MAITRE-TROUVE
                   MOVE "ENREGISTREMENT DISPARU" TO MOTIF-REJET
                   DISPLAY "Enregistrement supprime depuis la "
                           "proposition : modification rejetee."
                   PERFORM REJETER-UN-CHANGEMENT
               WHEN NOT MCH-AJOUT
                       AND IMAGE-ACTUELLE NOT = MCH-AVANT
                   MOVE "IMAGE AVANT PERIMEE" TO MOTIF-REJET
                   DISPLAY "Enregistrement modifie depuis la "
                           "proposition : modification rejetee."
                   PERFORM REJETER-UN-CHANGEMENT
               WHEN OTHER
                   PERFORM APPLIQUER-CHANGEMENT
           END-EVALUATE.

       LIRE-MAITRE-ACTUEL.
           MOVE "N" TO MAITRE-TROUVE-SWITCH
           MOVE SPACES TO IMAGE-ACTUELLE
           EVALUATE TRUE
               WHEN MCH-BENEFICIAIRE
                   MOVE IMAGE-CIBLE TO BENEFICIARY-RECORD
                   READ BENEFICIARY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAITRE-TROUVE TO TRUE
                           MOVE BENEFICIARY-RECORD TO IMAGE-ACTUELLE
                   END-READ
               WHEN MCH-TYPE-COMPTE
                   MOVE IMAGE-CIBLE TO ACCOUNT-TYPE-RECORD
                   READ ACCOUNT-TYPE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAITRE-TROUVE TO TRUE
                           MOVE ACCOUNT-TYPE-RECORD TO IMAGE-ACTUELLE
                   END-READ
               WHEN MCH-SOCIETE
                   MOVE IMAGE-CIBLE TO COMPANY-PROFILE-RECORD
                   READ COMPANY-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAITRE-TROUVE TO TRUE
                           MOVE COMPANY-PROFILE-RECORD
                               TO IMAGE-ACTUELLE
                   END-READ
               WHEN MCH-COMPTE-GL
                   MOVE IMAGE-CIBLE TO GL-ACCOUNT-RECORD
                   READ GL-ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAITRE-TROUVE TO TRUE
                           MOVE GL-ACCOUNT-RECORD TO IMAGE-ACTUELLE
                   END-READ
               WHEN MCH-TARIF
                   MOVE IMAGE-CIBLE TO SERVICE-TARIFF-RECORD
                   READ SERVICE-TARIFF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MAITRE-TROUVE TO TRUE
                           MOVE SERVICE-TARIFF-RECORD
                               TO IMAGE-ACTUELLE
                   END-READ
           END-EVALUATE.

       APPLIQUER-CHANGEMENT.
           MOVE "N" TO APPLICATION-OK-SWITCH
           EVALUATE TRUE
               WHEN MCH-BENEFICIAIRE
                   PERFORM APPLIQUER-BENEFICIAIRE
               WHEN MCH-TYPE-COMPTE
                   PERFORM APPLIQUER-TYPE-COMPTE
               WHEN MCH-SOCIETE
                   PERFORM APPLIQUER-PROFIL-SOCIETE
               WHEN MCH-COMPTE-GL
                   PERFORM APPLIQUER-COMPTE-GL
               WHEN MCH-TARIF
                   PERFORM APPLIQUER-TARIF
           END-EVALUATE
           IF APPLICATION-OK
               PERFORM CONCLURE-CHANGEMENT-APPROUVE
           ELSE
               DISPLAY "Erreur d'ecriture du fichier maitre : "
                       "modification laissee en attente."
           END-IF.

       APPLIQUER-BENEFICIAIRE.
           MOVE IMAGE-CIBLE TO BENEFICIARY-RECORD
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   WRITE BENEFICIARY-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-WRITE
               WHEN MCH-MODIFICATION
                   REWRITE BENEFICIARY-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-REWRITE
               WHEN MCH-SUPPRESSION
                   DELETE BENEFICIARY-FILE
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-DELETE
           END-EVALUATE.

       APPLIQUER-TYPE-COMPTE.
           MOVE IMAGE-CIBLE TO ACCOUNT-TYPE-RECORD
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   WRITE ACCOUNT-TYPE-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-WRITE
               WHEN MCH-MODIFICATION
                   REWRITE ACCOUNT-TYPE-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-REWRITE
               WHEN MCH-SUPPRESSION
                   DELETE ACCOUNT-TYPE-FILE
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-DELETE
           END-EVALUATE.

       APPLIQUER-PROFIL-SOCIETE.
           MOVE IMAGE-CIBLE TO COMPANY-PROFILE-RECORD
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   WRITE COMPANY-PROFILE-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-WRITE
               WHEN MCH-MODIFICATION
                   REWRITE COMPANY-PROFILE-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-REWRITE
               WHEN MCH-SUPPRESSION
                   DELETE COMPANY-PROFILE-FILE
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-DELETE
           END-EVALUATE.

       APPLIQUER-COMPTE-GL.
           MOVE IMAGE-CIBLE TO GL-ACCOUNT-RECORD
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   WRITE GL-ACCOUNT-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-WRITE
               WHEN MCH-MODIFICATION
                   REWRITE GL-ACCOUNT-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-REWRITE
               WHEN MCH-SUPPRESSION
                   DELETE GL-ACCOUNT-FILE
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-DELETE
           END-EVALUATE.

       APPLIQUER-TARIF.
           MOVE IMAGE-CIBLE TO SERVICE-TARIFF-RECORD
           EVALUATE TRUE
               WHEN MCH-AJOUT
                   WRITE SERVICE-TARIFF-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-WRITE
               WHEN MCH-MODIFICATION
                   REWRITE SERVICE-TARIFF-RECORD
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-REWRITE
               WHEN MCH-SUPPRESSION
                   DELETE SERVICE-TARIFF-FILE
                       NOT INVALID KEY
                           SET APPLICATION-OK TO TRUE
                   END-DELETE
           END-EVALUATE.

       CONCLURE-CHANGEMENT-APPROUVE.
           MOVE "A" TO MCH-STATUT
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO APPROVED-COUNT

           MOVE SPACES TO LOG-LINE
           STRING "APPROBATION " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  MCH-AUTEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-FICHIER DELIMITED BY SIZE
                  MCH-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-CLE DELIMITED BY SIZE
                  " NO " DELIMITED BY SIZE
                  MCH-NUMBER DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR

           DISPLAY "Modification " MCH-NUMBER
                   " approuvee et appliquee.".

       REJETER-UN-CHANGEMENT.
           MOVE "R" TO MCH-STATUT
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO REJECTED-COUNT

           MOVE SPACES TO LOG-LINE
           STRING "REJET " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  MCH-AUTEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-FICHIER DELIMITED BY SIZE
                  MCH-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MCH-CLE DELIMITED BY SIZE
                  " NO " DELIMITED BY SIZE
                  MCH-NUMBER DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR

           DISPLAY "Modification " MCH-NUMBER " rejetee ("
                   FUNCTION TRIM(MOTIF-REJET) ").".

       ENREGISTRER-DECISION.
           ACCEPT RUN-TIME FROM TIME
           MOVE OPERATEUR-COURANT TO MCH-SUPERVISEUR
           MOVE RUN-DATE TO MCH-DECISION-DATE
           MOVE RUN-TIME TO MCH-DECISION-TIME
           REWRITE MASTER-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de la modification "
                           MCH-NUMBER
           END-REWRITE.

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
