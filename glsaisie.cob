       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSAISIE.

      *    Manual operations diverses: the accountant's corrections,
      *    accruals and reclassifications, keyed line by line
      *    instead of faked through a feeder program. An entry is
      *    refused unless every account is in the plan comptable
      *    and its debits equal its credits, and its date must fall
      *    after the last closed year. It is staged in ODJRNL.DAT
      *    for GLPOST, optionally with its extourne (the same lines
      *    debit for credit) dated the first of the next month, and
      *    logged to OPERLOG.DAT under the signed-on operator.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    The "C" record is the last closed day, the "D" record
      *    the last day GLPOST swept.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 GLCOA-STATUS          PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 ECRITURE-VALIDE-SW    PIC X(01).
           88 ECRITURE-VALIDE      VALUE "Y".
       01 LIGNE-VALIDE-SW       PIC X(01).
           88 LIGNE-VALIDE         VALUE "Y".
       01 FIN-SAISIE-SWITCH     PIC X(01).
           88 FIN-SAISIE           VALUE "Y".
       01 EXTOURNE-SWITCH       PIC X(01).
           88 AVEC-EXTOURNE        VALUE "O".
       01 CONFIRMATION          PIC X(01).
       01 LOG-EXTOURNE          PIC X(04) VALUE SPACES.

       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.

      *    The entry as keyed: one date, piece and label, up to 50
      *    lines.
       01 ECR-DATE              PIC 9(8).
       01 ECR-DATE-R REDEFINES ECR-DATE.
           05 ECR-ANNEE         PIC 9(4).
           05 ECR-MOIS          PIC 9(2).
           05 ECR-JOUR          PIC 9(2).
       01 ECR-PIECE             PIC X(10).
       01 ECR-LABEL             PIC X(40).
       01 LIGNE-COUNT           PIC 9(2) VALUE ZERO.
       01 LIGNE-IDX             PIC 9(2).
       01 LIGNE-TABLE.
           05 LIGNE-ENTRY OCCURS 50 TIMES.
               10 LIG-ACCOUNT   PIC X(06).
               10 LIG-DEBIT     PIC 9(9)V99.
               10 LIG-CREDIT    PIC 9(9)V99.
       01 SAISIE-COMPTE         PIC X(06).
       01 SAISIE-SENS           PIC X(01).
           88 SENS-DEBIT           VALUE "D".
           88 SENS-CREDIT          VALUE "C".
       01 SAISIE-MONTANT        PIC 9(9)V99.
       01 TOTAL-DEBIT           PIC 9(11)V99.
       01 TOTAL-CREDIT          PIC 9(11)V99.

      *    The extourne date, and the staging date pushed to the
      *    day after GLPOST's last sweep when that sweep already ran
      *    today.
       01 DATE-EXTOURNE         PIC 9(8).
       01 DATE-SAISIE           PIC 9(8).
       01 CALC-DATE             PIC 9(8).
       01 CALC-DATE-R REDEFINES CALC-DATE.
           05 CALC-ANNEE        PIC 9(4).
           05 CALC-MOIS         PIC 9(2).
           05 CALC-JOUR         PIC 9(2).

       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 DISPLAY-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC Z9.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           PERFORM LIRE-CHECKPOINT-GL
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS NOT = "00"
               DISPLAY "GLCOA.DAT indisponible (" GLCOA-STATUS
                       ") : saisie impossible."
               GOBACK
           END-IF

           MOVE "Y" TO ECRITURE-VALIDE-SW
           PERFORM SAISIR-EN-TETE
           IF ECRITURE-VALIDE
               MOVE "N" TO FIN-SAISIE-SWITCH
               PERFORM SAISIR-LIGNE UNTIL FIN-SAISIE
               PERFORM CONTROLER-EQUILIBRE
           END-IF
           IF ECRITURE-VALIDE
               DISPLAY "Extourne automatique au 1er du mois suivant"
                       " (O/N) ?"
               ACCEPT EXTOURNE-SWITCH
               DISPLAY "Confirmer l'ecriture (O/N) ?"
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "O"
                   DISPLAY "Ecriture abandonnee."
                   MOVE "N" TO ECRITURE-VALIDE-SW
               END-IF
           END-IF
           IF ECRITURE-VALIDE
               PERFORM ENREGISTRER-ECRITURE
           END-IF

           CLOSE GL-ACCOUNT-FILE
           GOBACK.

       LIRE-CHECKPOINT-GL.
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "C" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DATE-CLOTURE
               END-READ
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF.

      *    Date zero means today; a date in a closed year is
      *    refused - the correction belongs in the open year.
       SAISIR-EN-TETE.
           DISPLAY "Date comptable (AAAAMMJJ, 0 = aujourd'hui) ?"
           ACCEPT ECR-DATE
           IF ECR-DATE = ZERO
               MOVE SESSION-DATE-JOUR TO ECR-DATE
           END-IF
           MOVE "N" TO LIGNE-VALIDE-SW
           IF ECR-MOIS >= 1 AND ECR-MOIS <= 12
               MOVE ECR-DATE TO CALC-DATE
               PERFORM CALCULER-LONGUEUR-MOIS
               IF ECR-JOUR >= 1 AND ECR-JOUR <= MOIS-LONGUEUR
                   SET LIGNE-VALIDE TO TRUE
               END-IF
           END-IF
           IF NOT LIGNE-VALIDE
               DISPLAY "Date invalide : " ECR-DATE
               MOVE "N" TO ECRITURE-VALIDE-SW
           END-IF
           IF ECRITURE-VALIDE AND ECR-DATE <= DATE-CLOTURE
               DISPLAY "Exercice clos le " DATE-CLOTURE
                       " : date refusee."
               MOVE "N" TO ECRITURE-VALIDE-SW
           END-IF
           IF ECRITURE-VALIDE
               DISPLAY "Numero de piece (10 caracteres) ?"
               ACCEPT ECR-PIECE
               DISPLAY "Libelle de l'ecriture ?"
               ACCEPT ECR-LABEL
               IF ECR-PIECE = SPACES OR ECR-LABEL = SPACES
                   DISPLAY "Piece et libelle obligatoires."
                   MOVE "N" TO ECRITURE-VALIDE-SW
               END-IF
           END-IF.

      *    A blank account ends the entry; a bad line is refused on
      *    its own and the operator keys it again.
       SAISIR-LIGNE.
           MOVE LIGNE-COUNT TO DISPLAY-COUNT
           DISPLAY "Ligne " DISPLAY-COUNT " saisie(s). Compte "
                   "(blanc = fin de saisie) ?"
           MOVE SPACES TO SAISIE-COMPTE
           ACCEPT SAISIE-COMPTE
           IF SAISIE-COMPTE = SPACES
               SET FIN-SAISIE TO TRUE
           ELSE
               PERFORM CONTROLER-LIGNE
           END-IF.

       CONTROLER-LIGNE.
           MOVE "Y" TO LIGNE-VALIDE-SW
           MOVE SAISIE-COMPTE TO GLA-NUMBER
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Compte " SAISIE-COMPTE
                           " absent du plan comptable : ligne "
                           "refusee."
                   MOVE "N" TO LIGNE-VALIDE-SW
               NOT INVALID KEY
                   DISPLAY "  " FUNCTION TRIM(GLA-LABEL)
           END-READ
           IF LIGNE-VALIDE
               DISPLAY "Sens (D = debit, C = credit) ?"
               ACCEPT SAISIE-SENS
               DISPLAY "Montant ?"
               ACCEPT SAISIE-MONTANT
               IF NOT SENS-DEBIT AND NOT SENS-CREDIT
                   DISPLAY "Sens invalide : ligne refusee."
                   MOVE "N" TO LIGNE-VALIDE-SW
               END-IF
               IF SAISIE-MONTANT = ZERO
                   DISPLAY "Montant nul : ligne refusee."
                   MOVE "N" TO LIGNE-VALIDE-SW
               END-IF
           END-IF
           IF LIGNE-VALIDE
               IF LIGNE-COUNT < 50
                   ADD 1 TO LIGNE-COUNT
                   MOVE SAISIE-COMPTE TO LIG-ACCOUNT(LIGNE-COUNT)
                   IF SENS-DEBIT
                       MOVE SAISIE-MONTANT TO LIG-DEBIT(LIGNE-COUNT)
                       MOVE ZERO TO LIG-CREDIT(LIGNE-COUNT)
                   ELSE
                       MOVE ZERO TO LIG-DEBIT(LIGNE-COUNT)
                       MOVE SAISIE-MONTANT TO LIG-CREDIT(LIGNE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "50 lignes au plus par ecriture."
                   SET FIN-SAISIE TO TRUE
               END-IF
           END-IF.

       CONTROLER-EQUILIBRE.
           MOVE ZERO TO TOTAL-DEBIT
           MOVE ZERO TO TOTAL-CREDIT
           PERFORM CUMULER-LIGNE
               VARYING LIGNE-IDX FROM 1 BY 1
               UNTIL LIGNE-IDX > LIGNE-COUNT
           MOVE TOTAL-DEBIT TO DISPLAY-DEBIT
           MOVE TOTAL-CREDIT TO DISPLAY-CREDIT
           DISPLAY "Total debit " DISPLAY-DEBIT
                   " credit " DISPLAY-CREDIT
           IF LIGNE-COUNT < 2
               DISPLAY "Deux lignes au moins : ecriture refusee."
               MOVE "N" TO ECRITURE-VALIDE-SW
           END-IF
           IF TOTAL-DEBIT NOT = TOTAL-CREDIT
               DISPLAY "Ecriture desequilibree : refusee."
               MOVE "N" TO ECRITURE-VALIDE-SW
           END-IF.

       CUMULER-LIGNE.
           ADD LIG-DEBIT(LIGNE-IDX) TO TOTAL-DEBIT
           ADD LIG-CREDIT(LIGNE-IDX) TO TOTAL-CREDIT.

      *    Staged today the entry goes to the ledger with GLPOST's
      *    next run; if that run already happened today it is
      *    staged for tomorrow's, or no sweep would ever take it.
       ENREGISTRER-ECRITURE.
           MOVE SESSION-DATE-JOUR TO DATE-SAISIE
           IF DERNIERE-DATE-POSTEE >= DATE-SAISIE
               MOVE DERNIERE-DATE-POSTEE TO CALC-DATE
               PERFORM AJOUTER-UN-JOUR
               MOVE CALC-DATE TO DATE-SAISIE
           END-IF

           OPEN EXTEND OD-JOURNAL-FILE
           IF ODJRNL-STATUS = "35"
               OPEN OUTPUT OD-JOURNAL-FILE
               CLOSE OD-JOURNAL-FILE
               OPEN EXTEND OD-JOURNAL-FILE
           END-IF
           MOVE ECR-DATE TO ODJ-DATE
           MOVE DATE-SAISIE TO ODJ-SAISIE-DATE
           MOVE "OD" TO ODJ-JOURNAL
           MOVE ECR-PIECE TO ODJ-PIECE
           MOVE ECR-LABEL TO ODJ-LABEL
           MOVE "GLSAISIE" TO ODJ-SOURCE
           MOVE OPERATEUR-COURANT TO ODJ-OPER-ID
           PERFORM ECRIRE-LIGNE-OD
               VARYING LIGNE-IDX FROM 1 BY 1
               UNTIL LIGNE-IDX > LIGNE-COUNT

           IF AVEC-EXTOURNE
               MOVE ECR-DATE TO CALC-DATE
               MOVE 1 TO CALC-JOUR
               IF CALC-MOIS = 12
                   ADD 1 TO CALC-ANNEE
                   MOVE 1 TO CALC-MOIS
               ELSE
                   ADD 1 TO CALC-MOIS
               END-IF
               MOVE CALC-DATE TO DATE-EXTOURNE
               MOVE DATE-EXTOURNE TO ODJ-DATE
               MOVE SPACES TO ODJ-PIECE
               STRING "EX" DELIMITED BY SIZE
                      ECR-PIECE DELIMITED BY SIZE
                   INTO ODJ-PIECE
               MOVE SPACES TO ODJ-LABEL
               STRING "EXTOURNE " DELIMITED BY SIZE
                      ECR-LABEL DELIMITED BY SIZE
                   INTO ODJ-LABEL
               PERFORM ECRIRE-LIGNE-EXTOURNE
                   VARYING LIGNE-IDX FROM 1 BY 1
                   UNTIL LIGNE-IDX > LIGNE-COUNT
           END-IF
           CLOSE OD-JOURNAL-FILE

           DISPLAY "Ecriture " ECR-PIECE " du " ECR-DATE
                   " enregistree."
           IF AVEC-EXTOURNE
               DISPLAY "Extourne EX" ECR-PIECE " au " DATE-EXTOURNE
               MOVE " EXT" TO LOG-EXTOURNE
           END-IF
           MOVE SPACES TO LOG-LINE
           STRING "OD SAISIE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ECR-PIECE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ECR-DATE DELIMITED BY SIZE
                  DISPLAY-DEBIT DELIMITED BY SIZE
                  LOG-EXTOURNE DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

       ECRIRE-LIGNE-OD.
           MOVE LIG-ACCOUNT(LIGNE-IDX) TO ODJ-ACCOUNT
           MOVE LIG-DEBIT(LIGNE-IDX) TO ODJ-DEBIT
           MOVE LIG-CREDIT(LIGNE-IDX) TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD.

       ECRIRE-LIGNE-EXTOURNE.
           MOVE LIG-ACCOUNT(LIGNE-IDX) TO ODJ-ACCOUNT
           MOVE LIG-CREDIT(LIGNE-IDX) TO ODJ-DEBIT
           MOVE LIG-DEBIT(LIGNE-IDX) TO ODJ-CREDIT
           WRITE OD-JOURNAL-RECORD.

       AJOUTER-UN-JOUR.
           PERFORM CALCULER-LONGUEUR-MOIS
           IF CALC-JOUR < MOIS-LONGUEUR
               ADD 1 TO CALC-JOUR
           ELSE
               MOVE 1 TO CALC-JOUR
               IF CALC-MOIS = 12
                   ADD 1 TO CALC-ANNEE
                   MOVE 1 TO CALC-MOIS
               ELSE
                   ADD 1 TO CALC-MOIS
               END-IF
           END-IF.

      *    Length of CALC-MOIS in CALC-ANNEE, February by the
      *    Gregorian rule.
       CALCULER-LONGUEUR-MOIS.
           MOVE MOIS-JOURS(CALC-MOIS) TO MOIS-LONGUEUR
           IF CALC-MOIS = 2
               DIVIDE CALC-ANNEE BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE CALC-ANNEE BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE CALC-ANNEE BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
