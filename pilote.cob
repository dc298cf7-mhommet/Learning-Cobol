               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

      *    Password lifetime in days, the same SYSIN idea as the
      *    other parameter files.
           SELECT OPERATOR-PARM-FILE ASSIGN TO "OPERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERPARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERATOR-MASTER.
       COPY "OPERMAST.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".
       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD   PIC X(80).

       FD OPERATOR-PARM-FILE.
       01 OPERATOR-PARM-RECORD.
           05 OPP-EXPIRATION-JOURS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 CHOIX         PIC 9(02).
           88 CHOIX-QUITTER   VALUE 0.
       01 SIGNON-OK-SWITCH     PIC X(01) VALUE "N".
           88 SIGNON-OK           VALUE "Y".
       01 OPERATEUR-SAISI      PIC X(08).
       01 OPERPARM-STATUS      PIC X(02).

      *    Password rules: lifetime from OPERPARM.DAT (90 days when
      *    the file is absent), lock on the fifth consecutive
      *    failure, at least eight characters before any space.
       01 EXPIRATION-JOURS     PIC 9(3) VALUE 90.
       01 ECHECS-MAX           PIC 9(2) VALUE 5.
       01 MDP-LONGUEUR-MIN     PIC 9(2) VALUE 8.
       01 MDP-SAISI            PIC X(16).
       01 MDP-NOUVEAU          PIC X(16).
       01 MDP-CONFIRMATION     PIC X(16).
       01 MDP-LONGUEUR         PIC 9(2).
       01 MDP-CHANGE-SWITCH    PIC X(01) VALUE "N".
           88 MDP-CHANGE          VALUE "Y".
       01 RUN-DATE             PIC 9(8).
       01 JOURS-RUN            PIC 9(7).
       01 JOURS-MDP            PIC 9(7).

      *    Fingerprint of operator id + password: two running
      *    remainders, modulo two large primes, folded over the 24
      *    characters 32 times over, side by side in 18 digits.
       01 EMPREINTE-OPERATEUR  PIC X(08).
       01 EMPREINTE-MDP        PIC X(16).
       01 EMPREINTE-SOURCE     PIC X(24).
       01 EMPREINTE-TOUR       PIC 9(2).
       01 EMPREINTE-POS        PIC 9(2).
       01 EMPREINTE-CODE       PIC 9(3).
       01 EMPREINTE-CALCUL     PIC 9(12).
       01 EMPREINTE-QUOTIENT   PIC 9(12).
       01 EMPREINTE-RESULTAT.
           05 EMPREINTE-A       PIC 9(9).
           05 EMPREINTE-B       PIC 9(9).
       01 EMPREINTE-NUM REDEFINES EMPREINTE-RESULTAT PIC 9(18).

      *    Serial day numbers, the same computation as CUSTPURGE.
       01 SERIE-DATE           PIC 9(8).
       01 SERIE-DATE-WS.
           05 SERIE-YEAR        PIC 9(4).
           05 SERIE-MONTH       PIC 9(2).
           05 SERIE-DAY         PIC 9(2).
       01 SERIE-JOURS          PIC 9(7).
       01 SERIE-BISSEXTILE     PIC 9(4).
       01 SERIE-QUOTIENT       PIC 9(4).
       01 CUMUL-TABLE-VALUES.
           05 FILLER           PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CUMUL-TABLE REDEFINES CUMUL-TABLE-VALUES.
           05 CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).
       01 LOG-LINE             PIC X(80).
       01 LOG-DATE             PIC 9(8).
       01 LOG-TIME             PIC 9(8).
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    Three tries at an operator id and its password, then the
      *    menu refuses to come up at all: anyone who can start
      *    PILOTE can no longer run MAJCOMPTE anonymously, nor as
      *    somebody else. Every attempt, good or bad, goes to
      *    OPERLOG.DAT.
       SIGNER-OPERATEUR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-OPERATEURS
           OPEN I-O OPERATOR-MASTER
           IF OPERMAST-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT indisponible ("
                       OPERMAST-STATUS ") : creer les profils via "
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

       LIRE-PARM-OPERATEURS.
           OPEN INPUT OPERATOR-PARM-FILE
           IF OPERPARM-STATUS = "00"
               READ OPERATOR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPP-EXPIRATION-JOURS > 0
                           MOVE OPP-EXPIRATION-JOURS
                               TO EXPIRATION-JOURS
                       END-IF
               END-READ
               CLOSE OPERATOR-PARM-FILE
           END-IF.

       DEMANDER-IDENTIFIANT.
           IF NOT SIGNON-OK
               DISPLAY "Identifiant operateur ?"
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "Operateur inconnu."
                       MOVE SPACES TO LOG-LINE
                       STRING "ECHEC CONNEXION " DELIMITED BY SIZE
                              OPERATEUR-SAISI DELIMITED BY SIZE
                              " INCONNU" DELIMITED BY SIZE
                           INTO LOG-LINE
                       PERFORM ECRIRE-LOG-OPERATEUR
                   NOT INVALID KEY
                       PERFORM CONTROLER-MOT-DE-PASSE
               END-READ
           END-IF.

      *    A locked profile is refused before any password is asked
      *    for, so a locked account cannot be used to keep guessing.
       CONTROLER-MOT-DE-PASSE.
           IF OPER-VERROUILLE
               DISPLAY "Profil verrouille depuis le "
                       OPER-VERROU-DATE " : le faire reinitialiser "
                       "par un superviseur (OPERMNT)."
               MOVE SPACES TO LOG-LINE
               STRING "ECHEC CONNEXION " DELIMITED BY SIZE
                      OPER-ID DELIMITED BY SIZE
                      " PROFIL VERROUILLE" DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           ELSE
               DISPLAY "Mot de passe ?"
               ACCEPT MDP-SAISI
               MOVE OPER-ID TO EMPREINTE-OPERATEUR
               MOVE MDP-SAISI TO EMPREINTE-MDP
               PERFORM CALCULER-EMPREINTE
               IF EMPREINTE-NUM = OPER-MDP-EMPREINTE
                   PERFORM ACCEPTER-MOT-DE-PASSE
               ELSE
                   PERFORM REFUSER-MOT-DE-PASSE
               END-IF
           END-IF.

      *    The right password still does not open the menu while it
      *    is provisional or past its lifetime: a new one has to be
      *    chosen first.
       ACCEPTER-MOT-DE-PASSE.
           MOVE ZERO TO OPER-ECHECS
           SET MDP-CHANGE TO TRUE
           IF OPER-MDP-PROVISOIRE
               DISPLAY "Mot de passe provisoire : en choisir un "
                       "nouveau."
               PERFORM CHANGER-MOT-DE-PASSE
           ELSE
               PERFORM CALCULER-AGE-MOT-DE-PASSE
               IF JOURS-MDP >= EXPIRATION-JOURS
                   DISPLAY "Mot de passe expire : en choisir un "
                           "nouveau."
                   PERFORM CHANGER-MOT-DE-PASSE
               END-IF
           END-IF
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du profil " OPER-ID
           END-REWRITE
           IF MDP-CHANGE
               SET SIGNON-OK TO TRUE
               DISPLAY "Bonjour " OPER-NOM
           END-IF.

       REFUSER-MOT-DE-PASSE.
           ADD 1 TO OPER-ECHECS
           DISPLAY "Mot de passe incorrect."
           MOVE SPACES TO LOG-LINE
           STRING "ECHEC CONNEXION " DELIMITED BY SIZE
                  OPER-ID DELIMITED BY SIZE
                  " MOT DE PASSE ERRONE " DELIMITED BY SIZE
                  OPER-ECHECS DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR
           IF OPER-ECHECS >= ECHECS-MAX
               MOVE "V" TO OPER-VERROU
               MOVE RUN-DATE TO OPER-VERROU-DATE
               DISPLAY "Trop d'echecs : profil verrouille, le faire "
                       "reinitialiser par un superviseur (OPERMNT)."
               MOVE SPACES TO LOG-LINE
               STRING "PROFIL VERROUILLE " DELIMITED BY SIZE
                      OPER-ID DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du profil " OPER-ID
           END-REWRITE.

      *    Days since the password was set, off serial day numbers;
      *    a profile with no date on record counts as expired.
       CALCULER-AGE-MOT-DE-PASSE.
           IF OPER-MDP-DATE = ZERO
               MOVE EXPIRATION-JOURS TO JOURS-MDP
           ELSE
               MOVE RUN-DATE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               MOVE SERIE-JOURS TO JOURS-RUN
               MOVE OPER-MDP-DATE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               IF JOURS-RUN > SERIE-JOURS
                   COMPUTE JOURS-MDP = JOURS-RUN - SERIE-JOURS
               ELSE
                   MOVE ZERO TO JOURS-MDP
               END-IF
           END-IF.

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

      *    The new password is keyed twice, must be long enough and
      *    must differ from the one it replaces; anything else
      *    leaves the old one in place and the operator signed off.
       CHANGER-MOT-DE-PASSE.
           MOVE "N" TO MDP-CHANGE-SWITCH
           DISPLAY "Nouveau mot de passe (8 caracteres minimum) ?"
           ACCEPT MDP-NOUVEAU
           DISPLAY "Confirmer le nouveau mot de passe ?"
           ACCEPT MDP-CONFIRMATION
           MOVE ZERO TO MDP-LONGUEUR
           INSPECT MDP-NOUVEAU TALLYING MDP-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE OPER-ID TO EMPREINTE-OPERATEUR
           MOVE MDP-NOUVEAU TO EMPREINTE-MDP
           PERFORM CALCULER-EMPREINTE
           EVALUATE TRUE
               WHEN MDP-CONFIRMATION NOT = MDP-NOUVEAU
                   DISPLAY "Confirmation differente : mot de passe "
                           "inchange."
               WHEN MDP-LONGUEUR < MDP-LONGUEUR-MIN
                   DISPLAY "Mot de passe trop court : inchange."
               WHEN EMPREINTE-NUM = OPER-MDP-EMPREINTE
                   DISPLAY "Le nouveau mot de passe doit differer "
                           "de l'ancien."
               WHEN OTHER
                   MOVE EMPREINTE-NUM TO OPER-MDP-EMPREINTE
                   MOVE RUN-DATE TO OPER-MDP-DATE
                   MOVE "D" TO OPER-MDP-STATUT
                   SET MDP-CHANGE TO TRUE
                   MOVE SPACES TO LOG-LINE
                   STRING "MOT DE PASSE CHANGE " DELIMITED BY SIZE
                          OPER-ID DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
           END-EVALUATE.

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

       ECRIRE-SESSION.
           OPEN OUTPUT OPERATOR-SESSION-FILE
           MOVE OPER-ID TO SESS-OPER-ID
           DISPLAY "58. TGTMAINT     - objectifs de cours".
           DISPLAY "59. FILEUTIL     - sauvegarde et recuperation".
           DISPLAY "60. ANONEXT      - extraction de test anonymisee".
           DISPLAY "61. SUPMAINT     - fichier fournisseurs".
           DISPLAY "62. PURMAINT     - factures fournisseurs".
           DISPLAY "63. SUPPROP      - proposition de paiement frn".
           DISPLAY "64. SUPVALID     - validation paiements frn".
           DISPLAY "65. ASSETMNT     - immobilisations".
           DISPLAY "66. BNKRAPP      - rapprochement bancaire".
           DISPLAY "67. GLSAISIE     - saisie d'ecritures diverses".
           DISPLAY "68. INVLITIG     - factures en litige".
           DISPLAY "69. CREDOUT      - creances douteuses".
           DISPLAY "70. SUSPMNT      - encaissements en suspens".
           DISPLAY "71. SOCCONV      - conversion multi-societes".
           DISPLAY "72. RECEPMNT     - receptions marchandises".
           DISPLAY "73. STKRPT       - reappro. et valorisation stock".
           DISPLAY "74. PRAGMNT      - accords de prix clients".
           DISPLAY "75. PRAGRPT      - accords de prix a echeance".
           DISPLAY "76. VTEINIT      - reprise lignes de vente".
           DISPLAY "77. VTESTAT      - statistiques des ventes".
           DISPLAY "78. TRESPREV     - prevision de tresorerie 90 j".
           DISPLAY "79. RENTACLI     - rentabilite par client".
           DISPLAY "80. RELEVE       - releves de compte mensuels".
           DISPLAY "81. IBANINIT     - attribution RIB/IBAN comptes".
           DISPLAY "82. VIRRECU      - virements recus (entrants)".
           DISPLAY "83. VIRSMNT      - virements recus en suspens".
           DISPLAY "84. DDRETOUR     - retours de prelevements".
           DISPLAY "85. SECSETL      - reglement especes des titres".
           DISPLAY "86. CONCRPT      - concentration et allocation".
           DISPLAY "87. KYCREV       - revue KYC mensuelle".
           DISPLAY "88. SUCCMNT      - successions (deces client)".
           DISPLAY "89. MSTAPPR      - approbation donnees permanentes".
           DISPLAY "90. MSTRPT       - rapport donnees permanentes".
           DISPLAY "91. AMLCASE      - dossiers LCB-FT".
           DISPLAY "92. TRACDECL     - extraction declarations TRACFIN".
           DISPLAY "93. AMLRPT       - dossiers LCB-FT hors delai".
           DISPLAY "94. FICOBEXP     - extraction declarations FICOBA".
           DISPLAY "95. FICOBRPT     - evenements FICOBA en retard".
           DISPLAY "96. FGDRSCV      - vue unique client FGDR".
           DISPLAY "97. SVCFEE       - frais de service mensuels".
           DISPLAY "98. TRFMAINT     - tarif des frais de service".
           DISPLAY " 0. Quitter".
           DISPLAY "================================================".
           DISPLAY "Votre choix ?".
                   CALL "FILEUTIL"
               WHEN 60
                   CALL "ANONEXT"
               WHEN 61
                   CALL "SUPMAINT"
               WHEN 62
                   CALL "PURMAINT"
               WHEN 63
                   CALL "SUPPROP"
               WHEN 64
                   CALL "SUPVALID"
               WHEN 65
                   CALL "ASSETMNT"
               WHEN 66
                   CALL "BNKRAPP"
               WHEN 67
                   CALL "GLSAISIE"
               WHEN 68
                   CALL "INVLITIG"
               WHEN 69
                   CALL "CREDOUT"
               WHEN 70
                   CALL "SUSPMNT"
               WHEN 71
                   CALL "SOCCONV"
               WHEN 72
                   CALL "RECEPMNT"
               WHEN 73
                   CALL "STKRPT"
               WHEN 74
                   CALL "PRAGMNT"
               WHEN 75
                   CALL "PRAGRPT"
               WHEN 76
                   CALL "VTEINIT"
               WHEN 77
                   CALL "VTESTAT"
               WHEN 78
                   CALL "TRESPREV"
               WHEN 79
                   CALL "RENTACLI"
               WHEN 80
                   CALL "RELEVE"
               WHEN 81
                   CALL "IBANINIT"
               WHEN 82
                   CALL "VIRRECU"
               WHEN 83
                   CALL "VIRSMNT"
               WHEN 84
                   CALL "DDRETOUR"
               WHEN 85
                   CALL "SECSETL"
               WHEN 86
                   CALL "CONCRPT"
               WHEN 87
                   CALL "KYCREV"
               WHEN 88
                   CALL "SUCCMNT"
               WHEN 89
                   CALL "MSTAPPR"
               WHEN 90
                   CALL "MSTRPT"
               WHEN 91
                   CALL "AMLCASE"
               WHEN 92
                   CALL "TRACDECL"
               WHEN 93
                   CALL "AMLRPT"
               WHEN 94
                   CALL "FICOBEXP"
               WHEN 95
                   CALL "FICOBRPT"
               WHEN 96
                   CALL "FGDRSCV"
               WHEN 97
                   CALL "SVCFEE"
               WHEN 98
                   CALL "TRFMAINT"
               WHEN 0
                   CONTINUE
               WHEN OTHER
