       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.

      *    Supplier master maintenance: who the shop buys from, the
      *    terms its invoices fall due on and the BENEF.DAT
      *    beneficiary the payment run pays it on. Supervisor-only,
      *    every change logged to OPERLOG.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS SUPPMAST-STATUS.

      *    The beneficiary a supplier is paid on must already exist:
      *    its IBAN went through BENMAINT's supervisor rule, and this
      *    program only points at it.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NUMBER
               FILE STATUS IS BENEF-STATUS.

      *    The default charge account is checked against the plan
      *    comptable so GLPOST never posts a purchase to an account
      *    the trial balance cannot name.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    Repointing a supplier at another beneficiary redirects
      *    where the payment run sends money: supervisor-only, the
      *    same rule as BENMAINT.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SUPPLIER-MASTER.
       COPY "SUPPMAST.cpy".

       FD BENEFICIARY-FILE.
       COPY "BENEF.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUPPMAST-STATUS       PIC X(02).
       01 BENEF-STATUS          PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-SUSPENDRE       VALUE "S".
           88 MODE-SUPPRIMER       VALUE "D".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 STATUT-VALIDE-SWITCH  PIC X(01) VALUE "N".
           88 STATUT-VALIDE        VALUE "Y".
       01 FOURNISSEUR-VALIDE-SWITCH PIC X(01).
           88 FOURNISSEUR-VALIDE   VALUE "Y".

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Maintenance des fournisseurs reservee au "
                       "superviseur."
               MOVE SPACES TO LOG-LINE
               STRING "SUPMAINT REFUSE NIVEAU " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               GOBACK
           END-IF

           PERFORM OUVRIR-FICHIER-FOURNISSEURS

           DISPLAY "Mode (A = ajouter/modifier, C = consulter,"
                   " S = suspendre/reactiver, D = supprimer) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM AJOUTER-FOURNISSEUR
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-FOURNISSEUR
               WHEN MODE-SUSPENDRE
                   PERFORM SUSPENDRE-FOURNISSEUR
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-FOURNISSEUR
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE SUPPLIER-MASTER
           GOBACK.

      *    SUPPMAST.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files in this repo.
       OUVRIR-FICHIER-FOURNISSEURS.
           OPEN I-O SUPPLIER-MASTER
           IF SUPPMAST-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.

       AJOUTER-FOURNISSEUR.
           DISPLAY "Numero de fournisseur ?"
           ACCEPT SUP-ID
           DISPLAY "Raison sociale ?"
           ACCEPT SUP-NOM
           DISPLAY "Adresse ?"
           ACCEPT SUP-ADDR-LINE-1
           DISPLAY "Code postal ?"
           ACCEPT SUP-POSTCODE
           DISPLAY "Ville ?"
           ACCEPT SUP-CITY
           DISPLAY "SIRET ?"
           ACCEPT SUP-SIRET
           DISPLAY "Numero de TVA intracommunautaire ?"
           ACCEPT SUP-TVA-INTRA
           DISPLAY "Delai de paiement (jours) ?"
           ACCEPT SUP-TERMS-DAYS
           DISPLAY "Numero de beneficiaire (BENEF.DAT) ?"
           ACCEPT SUP-BENEF-NUMBER
           DISPLAY "Compte de charge par defaut (ex. 607000) ?"
           ACCEPT SUP-GL-ACCOUNT

           PERFORM CONTROLER-FOURNISSEUR
           IF FOURNISSEUR-VALIDE
               MOVE "A" TO SUP-STATUT
               WRITE SUPPLIER-MASTER-RECORD
                   INVALID KEY
                       REWRITE SUPPLIER-MASTER-RECORD
               END-WRITE
               DISPLAY "Fournisseur " SUP-ID " enregistre."
               MOVE SPACES TO LOG-LINE
               STRING "FOURNISSEUR MAJ " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " FRN " DELIMITED BY SIZE
                      SUP-ID DELIMITED BY SIZE
                      " BEN " DELIMITED BY SIZE
                      SUP-BENEF-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SUP-NOM DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

      *    A supplier whose beneficiary is unknown or suspended could
      *    never be paid; a charge account missing from the plan
      *    comptable could never be posted. Both are refused here,
      *    at the desk, rather than by the payment run or GLPOST.
       CONTROLER-FOURNISSEUR.
           MOVE "Y" TO FOURNISSEUR-VALIDE-SWITCH
           IF SUP-NOM = SPACES
               DISPLAY "Raison sociale obligatoire."
               MOVE "N" TO FOURNISSEUR-VALIDE-SWITCH
           END-IF

           OPEN INPUT BENEFICIARY-FILE
           IF BENEF-STATUS NOT = "00"
               DISPLAY "BENEF.DAT indisponible (" BENEF-STATUS ")."
               MOVE "N" TO FOURNISSEUR-VALIDE-SWITCH
           ELSE
               MOVE SUP-BENEF-NUMBER TO BEN-NUMBER
               READ BENEFICIARY-FILE
                   INVALID KEY
                       DISPLAY "Beneficiaire " SUP-BENEF-NUMBER
                               " inconnu : le creer via BENMAINT."
                       MOVE "N" TO FOURNISSEUR-VALIDE-SWITCH
                   NOT INVALID KEY
                       IF BEN-SUSPENDU
                           DISPLAY "Beneficiaire " SUP-BENEF-NUMBER
                                   " suspendu."
                           MOVE "N" TO FOURNISSEUR-VALIDE-SWITCH
                       END-IF
               END-READ
               CLOSE BENEFICIARY-FILE
           END-IF

           IF SUP-GL-ACCOUNT = SPACES
               MOVE "607000" TO SUP-GL-ACCOUNT
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "00"
               MOVE SUP-GL-ACCOUNT TO GLA-NUMBER
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Compte " SUP-GL-ACCOUNT
                               " absent du plan comptable."
                       MOVE "N" TO FOURNISSEUR-VALIDE-SWITCH
               END-READ
               CLOSE GL-ACCOUNT-FILE
           END-IF

           IF NOT FOURNISSEUR-VALIDE
               DISPLAY "Fournisseur refuse."
           END-IF.

       CONSULTER-FOURNISSEUR.
           DISPLAY "Numero de fournisseur ?"
           ACCEPT SUP-ID
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fournisseur inconnu."
               NOT INVALID KEY
                   DISPLAY "Fournisseur " SUP-ID " : " SUP-NOM
                   DISPLAY "  " SUP-ADDR-LINE-1
                   DISPLAY "  " SUP-POSTCODE " " SUP-CITY
                   DISPLAY "  SIRET " SUP-SIRET
                           " TVA " SUP-TVA-INTRA
                   DISPLAY "  Delai " SUP-TERMS-DAYS " j"
                           " beneficiaire " SUP-BENEF-NUMBER
                           " compte " SUP-GL-ACCOUNT
                           " statut " SUP-STATUT
           END-READ.

      *    A suspended supplier stays on file (its purchase history
      *    still joins) but no new invoice is booked against it and
      *    the payment run leaves it out.
       SUSPENDRE-FOURNISSEUR.
           DISPLAY "Numero de fournisseur ?"
           ACCEPT SUP-ID
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fournisseur inconnu."
               NOT INVALID KEY
                   PERFORM BASCULER-STATUT
           END-READ.

       BASCULER-STATUT.
           SET STATUT-VALIDE-SWITCH TO "N"
           PERFORM SAISIR-STATUT UNTIL STATUT-VALIDE
           REWRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du fournisseur "
                           SUP-ID
           END-REWRITE
           DISPLAY "Fournisseur " SUP-ID " statut " SUP-STATUT
           MOVE SPACES TO LOG-LINE
           STRING "FOURNISSEUR STATUT " DELIMITED BY SIZE
                  SUP-STATUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " FRN " DELIMITED BY SIZE
                  SUP-ID DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

       SAISIR-STATUT.
           DISPLAY "Statut (A = actif, S = suspendu) ?"
           ACCEPT SUP-STATUT
           IF SUP-ACTIF OR SUP-SUSPENDU
               SET STATUT-VALIDE TO TRUE
           ELSE
               DISPLAY "Statut invalide : A ou S."
           END-IF.

       SUPPRIMER-FOURNISSEUR.
           DISPLAY "Numero de fournisseur a supprimer ?"
           ACCEPT SUP-ID
           DELETE SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fournisseur inconnu."
               NOT INVALID KEY
                   DISPLAY "Fournisseur " SUP-ID " supprime."
                   MOVE SPACES TO LOG-LINE
                   STRING "FOURNISSEUR SUPPRIME "
                              DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " FRN " DELIMITED BY SIZE
                          SUP-ID DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
           END-DELETE.

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
