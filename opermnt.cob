               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERMAST-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERMAST-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-SUPPRIMER       VALUE "D".
           88 MODE-REINITIALISER   VALUE "R".

       01 NIVEAU-VALIDE-SWITCH  PIC X(01) VALUE "N".
           88 NIVEAU-VALIDE        VALUE "Y".
       01 PROFIL-EXISTANT-SWITCH PIC X(01) VALUE "N".
           88 PROFIL-EXISTANT      VALUE "Y".
       01 FICHIER-VIDE-SWITCH   PIC X(01) VALUE "N".
           88 FICHIER-VIDE         VALUE "Y".
       01 MDP-VALIDE-SWITCH     PIC X(01) VALUE "N".
           88 MDP-VALIDE           VALUE "Y".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 RUN-DATE              PIC 9(8).
       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

      *    Provisional password a supervisor hands over; PILOTE
      *    makes the operator replace it at the next sign-on.
       01 MDP-LONGUEUR-MIN      PIC 9(2) VALUE 8.
       01 MDP-PROVISOIRE-SAISI  PIC X(16).
       01 MDP-LONGUEUR          PIC 9(2).

      *    Same fingerprint as PILOTE's sign-on.
       01 EMPREINTE-OPERATEUR   PIC X(08).
       01 EMPREINTE-MDP         PIC X(16).
       01 EMPREINTE-SOURCE      PIC X(24).
       01 EMPREINTE-TOUR        PIC 9(2).
       01 EMPREINTE-POS         PIC 9(2).
       01 EMPREINTE-CODE        PIC 9(3).
       01 EMPREINTE-CALCUL      PIC 9(12).
       01 EMPREINTE-QUOTIENT    PIC 9(12).
       01 EMPREINTE-RESULTAT.
           05 EMPREINTE-A        PIC 9(9).
           05 EMPREINTE-B        PIC 9(9).
       01 EMPREINTE-NUM REDEFINES EMPREINTE-RESULTAT PIC 9(18).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIER-OPERATEURS
           PERFORM LIRE-SESSION-OPERATEUR
           PERFORM VERIFIER-FICHIER-VIDE

           DISPLAY "Mode (A = ajouter/modifier, C = consulter,"
                   " D = supprimer, R = reinitialiser le mot de"
                   " passe) ?"
           ACCEPT RUN-MODE

      *    Profiles and passwords are a supervisor's business: a
      *    teller able to create a supervisor profile, or reset
      *    somebody else's password, would make the sign-on
      *    worthless. The very first profile of a brand new install
      *    is the only one created with nobody signed on.
           IF NOT MODE-CONSULTER AND NOT FICHIER-VIDE
                   AND NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Gestion des profils reservee au "
                       "superviseur."
               CLOSE OPERATOR-MASTER
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM AJOUTER-OPERATEUR
                   PERFORM CONSULTER-OPERATEUR
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-OPERATEUR
               WHEN MODE-REINITIALISER
                   PERFORM REINITIALISER-OPERATEUR
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE
               OPEN I-O OPERATOR-MASTER
           END-IF.

      *    A modified profile keeps its password and lock state; a
      *    new one starts on a provisional password.
       AJOUTER-OPERATEUR.
           MOVE "N" TO PROFIL-EXISTANT-SWITCH
           DISPLAY "Identifiant operateur ?"
           ACCEPT OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFIL-EXISTANT TO TRUE
           END-READ
           DISPLAY "Nom ?"
           ACCEPT OPER-NOM
           SET NIVEAU-VALIDE-SWITCH TO "N"
           PERFORM SAISIR-NIVEAU UNTIL NIVEAU-VALIDE
           IF FICHIER-VIDE AND NOT OPER-SUPERVISEUR
               DISPLAY "Le premier profil doit etre superviseur."
               CLOSE OPERATOR-MASTER
               GOBACK
           END-IF
           DISPLAY "Limite de retrait sans superviseur ?"
           ACCEPT OPER-RETRAIT-LIMITE

           IF PROFIL-EXISTANT
               REWRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du profil "
                               OPER-ID
               END-REWRITE
           ELSE
               PERFORM ATTRIBUER-MDP-PROVISOIRE
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur creation du profil " OPER-ID
               END-WRITE
           END-IF
           DISPLAY "Profil " OPER-ID " enregistre.".

       SAISIR-NIVEAU.
                   DISPLAY "Operateur " OPER-ID " : " OPER-NOM
                   DISPLAY "  Niveau " OPER-NIVEAU
                           " - limite retrait " OPER-RETRAIT-LIMITE
                   DISPLAY "  Mot de passe du " OPER-MDP-DATE
                           " (" OPER-MDP-STATUT ") - echecs "
                           OPER-ECHECS
                   IF OPER-VERROUILLE
                       DISPLAY "  VERROUILLE depuis le "
                               OPER-VERROU-DATE
                   END-IF
           END-READ.

       SUPPRIMER-OPERATEUR.
               NOT INVALID KEY
                   DISPLAY "Profil " OPER-ID " supprime."
           END-DELETE.

      *    Unlocks a profile locked by failed sign-ons, or replaces
      *    a forgotten password: either way the operator leaves with
      *    a provisional password to change at the next sign-on.
       REINITIALISER-OPERATEUR.
           DISPLAY "Identifiant operateur a reinitialiser ?"
           ACCEPT OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "Operateur inconnu."
               NOT INVALID KEY
                   PERFORM ATTRIBUER-MDP-PROVISOIRE
                   REWRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour du profil "
                                   OPER-ID
                   END-REWRITE
                   DISPLAY "Profil " OPER-ID " reinitialise : "
                           "mot de passe provisoire a changer a la "
                           "prochaine connexion."
                   MOVE SPACES TO LOG-LINE
                   STRING "PROFIL REINITIALISE " DELIMITED BY SIZE
                          OPER-ID DELIMITED BY SIZE
                          " PAR " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
           END-READ.

       ATTRIBUER-MDP-PROVISOIRE.
           MOVE "N" TO MDP-VALIDE-SWITCH
           PERFORM SAISIR-MDP-PROVISOIRE UNTIL MDP-VALIDE
           MOVE OPER-ID TO EMPREINTE-OPERATEUR
           MOVE MDP-PROVISOIRE-SAISI TO EMPREINTE-MDP
           PERFORM CALCULER-EMPREINTE
           MOVE EMPREINTE-NUM TO OPER-MDP-EMPREINTE
           MOVE RUN-DATE TO OPER-MDP-DATE
           MOVE "P" TO OPER-MDP-STATUT
           MOVE ZERO TO OPER-ECHECS
           MOVE SPACE TO OPER-VERROU
           MOVE ZERO TO OPER-VERROU-DATE.

       SAISIR-MDP-PROVISOIRE.
           DISPLAY "Mot de passe provisoire (8 caracteres "
                   "minimum) ?"
           ACCEPT MDP-PROVISOIRE-SAISI
           MOVE ZERO TO MDP-LONGUEUR
           INSPECT MDP-PROVISOIRE-SAISI TALLYING MDP-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF MDP-LONGUEUR < MDP-LONGUEUR-MIN
               DISPLAY "Mot de passe trop court."
           ELSE
               SET MDP-VALIDE TO TRUE
           END-IF.

       CALCULER-EMPREINTE.
           MOVE SPACES TO EMPREINTE-SOURCE
           STRING EMPREINTE-OPERATEUR DELIMITED BY SIZE
                  EMPREINTE-MDP DELIMITED BY SIZE
               INTO EMPREINTE-SOURCE
           MOVE 7 TO EMPREINTE-A
           MOVE 11 TO EMPREINTE-B
           PERFORM BRASSER-EMPREINTE
               VARYING EMPREINTE-TOUR FROM 1 BY 1
                   UNTIL EMPREINTE-TOUR > 32
               AFTER EMPREINTE-POS FROM 1 BY 1
                   UNTIL EMPREINTE-POS > 24.

       BRASSER-EMPREINTE.
           COMPUTE EMPREINTE-CODE
               = FUNCTION ORD(EMPREINTE-SOURCE(EMPREINTE-POS:1))
           COMPUTE EMPREINTE-CALCUL = EMPREINTE-A * 131
                                    + EMPREINTE-CODE + EMPREINTE-TOUR
           DIVIDE EMPREINTE-CALCUL BY 999999937
               GIVING EMPREINTE-QUOTIENT REMAINDER EMPREINTE-A
           COMPUTE EMPREINTE-CALCUL = EMPREINTE-B * 257
                                    + EMPREINTE-CODE + EMPREINTE-A
           DIVIDE EMPREINTE-CALCUL BY 999999929
               GIVING EMPREINTE-QUOTIENT REMAINDER EMPREINTE-B.

      *    Nothing on file yet: the brand new install's first
      *    profile.
       VERIFIER-FICHIER-VIDE.
           MOVE "N" TO FICHIER-VIDE-SWITCH
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET FICHIER-VIDE TO TRUE
           END-START
           IF NOT FICHIER-VIDE
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       SET FICHIER-VIDE TO TRUE
               END-READ
           END-IF.

      *    Same stale-session rule as MAJCOMPTE: a leftover from a
      *    previous day is not a sign-on.
       LIRE-SESSION-OPERATEUR.
           MOVE "N" TO SESSION-OK-SWITCH
           MOVE SPACES TO OPERATEUR-COURANT
           MOVE SPACE TO NIVEAU-COURANT
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
