       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCONV.

      *    One-time migration of the operator profiles to the layout
      *    carrying the password fingerprint and lock state: a
      *    pre-password OPERMAST.DAT is shorter and fails the OPEN
      *    in PILOTE and OPERMNT. The operator renames the old file
      *    OPERNOMP.DAT and runs this once; every profile comes back
      *    out under the live name locked, with no usable password,
      *    so each operator needs a supervisor's reset in OPERMNT
      *    before signing on again. The one supervisor named at the
      *    start of the run is given a provisional password instead,
      *    to open the door for the others; PILOTE makes them replace
      *    it at the first sign-on. Same one-time idea as the
      *    STOCONV/CUSTIDCV chain.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-MASTER ASSIGN TO "OPERNOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OPER-ID
               FILE STATUS IS OLD-OPERMAST-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The pre-password layout, frozen here the way STOCONV
      *    freezes the pre-beneficiary standing order.
       FD OLD-OPERATOR-MASTER.
       01 OLD-OPERATOR-MASTER-RECORD.
           05 OLD-OPER-ID             PIC X(08).
           05 OLD-OPER-NOM            PIC X(30).
           05 OLD-OPER-NIVEAU         PIC X(01).
           05 OLD-OPER-RETRAIT-LIMITE PIC 9(7)V99.

       FD OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-OPERMAST-STATUS   PIC X(02).
       01 OPERMAST-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.

      *    The supervisor who will reset everybody else, and the
      *    provisional password they leave the run with.
       01 SUPERVISEUR-REPRISE   PIC X(08).
       01 MDP-LONGUEUR-MIN      PIC 9(2) VALUE 8.
       01 MDP-PROVISOIRE-SAISI  PIC X(16).
       01 MDP-LONGUEUR          PIC 9(2).
       01 MDP-VALIDE-SWITCH     PIC X(01) VALUE "N".
           88 MDP-VALIDE           VALUE "Y".
       01 DISPLAY-COUNT         PIC ZZZZ9.

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
           OPEN INPUT OLD-OPERATOR-MASTER
           IF OLD-OPERMAST-STATUS NOT = "00"
               DISPLAY "OPERNOMP.DAT indisponible ("
                       OLD-OPERMAST-STATUS ") : renommer l'ancien "
                       "OPERMAST.DAT en OPERNOMP.DAT puis relancer."
               GOBACK
           END-IF

           DISPLAY "Superviseur charge de reinitialiser les profils ?"
           ACCEPT SUPERVISEUR-REPRISE
           MOVE SUPERVISEUR-REPRISE TO OLD-OPER-ID
           READ OLD-OPERATOR-MASTER
               INVALID KEY
                   MOVE SPACE TO OLD-OPER-NIVEAU
           END-READ
           IF OLD-OPER-NIVEAU NOT = "S"
               DISPLAY "Pas de profil superviseur "
                       SUPERVISEUR-REPRISE
                       " dans OPERNOMP.DAT : conversion abandonnee."
               CLOSE OLD-OPERATOR-MASTER
               GOBACK
           END-IF
           PERFORM SAISIR-MDP-PROVISOIRE UNTIL MDP-VALIDE

           OPEN OUTPUT OPERATOR-MASTER
           IF OPERMAST-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT inouvrable en creation ("
                       OPERMAST-STATUS ") : conversion abandonnee."
               CLOSE OLD-OPERATOR-MASTER
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-OPER-ID
           START OLD-OPERATOR-MASTER
                   KEY IS NOT LESS THAN OLD-OPER-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-PROFIL-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-OPERATOR-MASTER
           CLOSE OPERATOR-MASTER

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " profil(s) repris, verrouilles sauf "
                   SUPERVISEUR-REPRISE "."
           GOBACK.

       CONVERTIR-PROFIL-SUIVANT.
           READ OLD-OPERATOR-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-OPERMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-OPER-ID TO OPER-ID
               MOVE OLD-OPER-NOM TO OPER-NOM
               MOVE OLD-OPER-NIVEAU TO OPER-NIVEAU
               MOVE OLD-OPER-RETRAIT-LIMITE TO OPER-RETRAIT-LIMITE
               MOVE RUN-DATE TO OPER-MDP-DATE
               MOVE "P" TO OPER-MDP-STATUT
               MOVE ZERO TO OPER-ECHECS
               IF OLD-OPER-ID = SUPERVISEUR-REPRISE
                   MOVE OLD-OPER-ID TO EMPREINTE-OPERATEUR
                   MOVE MDP-PROVISOIRE-SAISI TO EMPREINTE-MDP
                   PERFORM CALCULER-EMPREINTE
                   MOVE EMPREINTE-NUM TO OPER-MDP-EMPREINTE
                   MOVE SPACE TO OPER-VERROU
                   MOVE ZERO TO OPER-VERROU-DATE
               ELSE
                   MOVE ZERO TO OPER-MDP-EMPREINTE
                   MOVE "V" TO OPER-VERROU
                   MOVE RUN-DATE TO OPER-VERROU-DATE
               END-IF
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Profil en double a la conversion : "
                               OPER-ID
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.

      *    Same length rule as OPERMNT's provisional passwords.
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
