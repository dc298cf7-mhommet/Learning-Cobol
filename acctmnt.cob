      *    one only at zero balance, and sets the blocked status the
      *    money-moving programs all honour - with every status
      *    change logged to OPERLOG.DAT, so the court-ordered freeze
      *    stops being an improvised SQL UPDATE. Each opening and
      *    closing is also recorded in FICOBEVT.DAT for the FICOBA
      *    declaration FICOBEXP builds.

       ENVIRONMENT DIVISION.

               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

      *    RIB/IBAN of every account, written once at opening.
           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

      *    The bank and branch codes our RIBs carry, as data: the
      *    codes the Banque de France gave us are not a constant to
      *    compile in.
           SELECT IBAN-PARM-FILE ASSIGN TO "IBANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-PARM-STATUS.

      *    Co-titulaires and mandataires of the account: closing a
      *    joint account is declared to FICOBA for each of them.
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

      *    Openings and closings to declare to the FICOBA register.
           SELECT FICOBA-EVENT-FILE ASSIGN TO "FICOBEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-KEY
               FILE STATUS IS FICOBEVT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD IBAN-PARM-FILE.
       01 IBAN-PARM-RECORD.
           05 IBP-BANQUE        PIC 9(5).
           05 IBP-GUICHET       PIC 9(5).
           05 IBP-BIC           PIC X(11).

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD FICOBA-EVENT-FILE.
       COPY "FICOBEVT.cpy".

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2
       01 TYPE-CONNU-SWITCH     PIC X(01) VALUE "N".
           88 TYPE-CONNU           VALUE "Y".

      *    RIB key and IBAN check digits, both modulo 97: the RIB
      *    key off the weighted bank/branch/account, the IBAN digits
      *    off the RIB followed by FR00 turned into digits (1527 00),
      *    folded one digit at a time since 29 digits outrun any
      *    numeric field.
       01 ACCTIBAN-STATUS       PIC X(02).
       01 IBAN-PARM-STATUS      PIC X(02).
       01 PARM-IBAN-SWITCH      PIC X(01) VALUE "N".
           88 PARM-IBAN-OK         VALUE "Y".
       01 RIB-NUMERO-NUM        PIC 9(11).
       01 RIB-PRODUIT           PIC 9(15).
       01 RIB-QUOTIENT          PIC 9(15).
       01 RIB-RESTE             PIC 9(2).
       01 IBAN-CALCUL           PIC X(29).
       01 IBAN-POS              PIC 9(2).
       01 IBAN-CHIFFRE          PIC 9(1).
       01 IBAN-CUMUL            PIC 9(4).
       01 IBAN-QUOTIENT         PIC 9(4).
       01 IBAN-RESTE            PIC 9(2).

      *    The FICOBA event being recorded: account, person, what
      *    happened to them and when.
       01 ACCTHOLD-STATUS       PIC X(02).
       01 FICOBEVT-STATUS       PIC X(02).
       01 HOLD-EOF-SWITCH       PIC X(01) VALUE "N".
           88 HOLD-EOF             VALUE "Y".
       01 EVENEMENT-COMPTE      PIC 9(5).
       01 EVENEMENT-CLIENT      PIC 9(6).
       01 EVENEMENT-NATURE      PIC X(01).
       01 EVENEMENT-ROLE        PIC X(01).
       01 EVENEMENT-DATE-EFFET  PIC 9(8).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
           EXEC SQL COMMIT END-EXEC

           DISPLAY "Compte " ID-COMPTE " ouvert."
           PERFORM ATTRIBUER-IBAN-COMPTE
           MOVE ID-COMPTE TO EVENEMENT-COMPTE
           MOVE ID-TITULAIRE TO EVENEMENT-CLIENT
           MOVE "O" TO EVENEMENT-NATURE
           MOVE "T" TO EVENEMENT-ROLE
           MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
           PERFORM ENREGISTRER-EVENEMENT-FICOBA
           MOVE SPACES TO LOG-LINE
           STRING "COMPTE OUVERT " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
           END-WRITE
           CLOSE ACCOUNT-XREF-FILE.

      *    Without IBANPARM.DAT the account still opens - the money
      *    side is done - and IBANINIT assigns the missing RIB once
      *    the codes are on file.
       ATTRIBUER-IBAN-COMPTE.
           PERFORM LIRE-PARM-IBAN
           IF NOT PARM-IBAN-OK
               DISPLAY "IBANPARM.DAT absent : RIB/IBAN non attribue, "
                       "lancer IBANINIT."
           ELSE
               PERFORM CALCULER-RIB-IBAN
               OPEN I-O ACCOUNT-IBAN-FILE
               IF ACCTIBAN-STATUS = "35"
                   OPEN OUTPUT ACCOUNT-IBAN-FILE
                   CLOSE ACCOUNT-IBAN-FILE
                   OPEN I-O ACCOUNT-IBAN-FILE
               END-IF
               WRITE ACCOUNT-IBAN-RECORD
                   INVALID KEY
                       REWRITE ACCOUNT-IBAN-RECORD
               END-WRITE
               CLOSE ACCOUNT-IBAN-FILE
               DISPLAY "IBAN attribue : " IBN-IBAN
           END-IF.

       LIRE-PARM-IBAN.
           MOVE "N" TO PARM-IBAN-SWITCH
           OPEN INPUT IBAN-PARM-FILE
           IF IBAN-PARM-STATUS = "00"
               READ IBAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IBP-BANQUE > 0
                           SET PARM-IBAN-OK TO TRUE
                       END-IF
               END-READ
               CLOSE IBAN-PARM-FILE
           END-IF.

      *    RIB key: 97 - ((89 x banque + 15 x guichet + 3 x compte)
      *    modulo 97); IBAN check digits: 98 - (RIB + 152700 modulo
      *    97). Same computation as IBANINIT.
       CALCULER-RIB-IBAN.
           MOVE ID-COMPTE TO IBN-COMPTE
           MOVE IBP-BANQUE TO IBN-BANQUE
           MOVE IBP-GUICHET TO IBN-GUICHET
           MOVE ID-COMPTE TO RIB-NUMERO-NUM
           MOVE RIB-NUMERO-NUM TO IBN-NUMERO
           COMPUTE RIB-PRODUIT = 89 * IBN-BANQUE
                               + 15 * IBN-GUICHET
                               + 3 * RIB-NUMERO-NUM
           DIVIDE RIB-PRODUIT BY 97 GIVING RIB-QUOTIENT
               REMAINDER RIB-RESTE
           COMPUTE IBN-CLE-RIB = 97 - RIB-RESTE

           MOVE "FR" TO IBN-PAYS
           MOVE SPACES TO IBN-BBAN
           STRING IBN-BANQUE DELIMITED BY SIZE
                  IBN-GUICHET DELIMITED BY SIZE
                  IBN-NUMERO DELIMITED BY SIZE
                  IBN-CLE-RIB DELIMITED BY SIZE
               INTO IBN-BBAN
           MOVE SPACES TO IBAN-CALCUL
           STRING IBN-BBAN DELIMITED BY SIZE
                  "152700" DELIMITED BY SIZE
               INTO IBAN-CALCUL
           MOVE ZERO TO IBAN-RESTE
           PERFORM CUMULER-CHIFFRE-IBAN
               VARYING IBAN-POS FROM 1 BY 1 UNTIL IBAN-POS > 29
           COMPUTE IBN-CLE-IBAN = 98 - IBAN-RESTE
           MOVE RUN-DATE TO IBN-DATE-ATTRIB.

       CUMULER-CHIFFRE-IBAN.
           MOVE IBAN-CALCUL(IBAN-POS:1) TO IBAN-CHIFFRE
           COMPUTE IBAN-CUMUL = IBAN-RESTE * 10 + IBAN-CHIFFRE
           DIVIDE IBAN-CUMUL BY 97 GIVING IBAN-QUOTIENT
               REMAINDER IBAN-RESTE.

      *    The declared type must exist in the type master, and its
      *    record stays loaded so the opening deposit can be held
      *    against the type's ceiling.
               DISPLAY "Compte " ID-COMPTE " cloture : statut fige."
               GOBACK
           END-IF
           IF AST-DECEDE
               DISPLAY "Compte " ID-COMPTE " gele pour deces : "
                       "statut gere par SUCCMNT."
               GOBACK
           END-IF

           IF MODE-BLOQUER
               MOVE "B" TO AST-STATUT
           END-READ

           DISPLAY "Compte " ID-COMPTE " cloture."
           PERFORM DECLARER-CLOTURE-FICOBA
           MOVE SPACES TO LOG-LINE
           STRING "COMPTE CLOTURE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    One closing event per person on the account: the
      *    titulaire, each co-titulaire and each mandataire whose
      *    power of attorney is still running.
       DECLARER-CLOTURE-FICOBA.
           MOVE ID-COMPTE TO EVENEMENT-COMPTE
           MOVE "C" TO EVENEMENT-NATURE
           MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS = "00"
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       DISPLAY "Compte " ID-COMPTE " sans titulaire "
                               "dans ACCTXREF.DAT : cloture a "
                               "declarer a FICOBA a la main."
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO EVENEMENT-CLIENT
                       MOVE "T" TO EVENEMENT-ROLE
                       PERFORM ENREGISTRER-EVENEMENT-FICOBA
               END-READ
               CLOSE ACCOUNT-XREF-FILE
           END-IF

           MOVE "N" TO HOLD-EOF-SWITCH
           OPEN INPUT ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM DECLARER-PARTIE-CLOTUREE UNTIL HOLD-EOF
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       DECLARER-PARTIE-CLOTUREE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = ID-COMPTE
                   SET HOLD-EOF TO TRUE
               END-IF
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COTITULAIRE
                       OR AHD-FIN = ZERO OR AHD-FIN >= RUN-DATE
                   MOVE AHD-CUST-ID TO EVENEMENT-CLIENT
                   MOVE AHD-ROLE TO EVENEMENT-ROLE
                   PERFORM ENREGISTRER-EVENEMENT-FICOBA
               END-IF
           END-IF.

      *    FICOBEVT.DAT may not exist yet on a brand new install;
      *    create it empty the first time. Two events for the same
      *    account and person within the same hundredth of a second
      *    are told apart by moving the second one on by one.
       ENREGISTRER-EVENEMENT-FICOBA.
           OPEN I-O FICOBA-EVENT-FILE
           IF FICOBEVT-STATUS = "35"
               OPEN OUTPUT FICOBA-EVENT-FILE
               CLOSE FICOBA-EVENT-FILE
               OPEN I-O FICOBA-EVENT-FILE
           END-IF
           ACCEPT FEV-DATE FROM DATE YYYYMMDD
           ACCEPT FEV-TIME FROM TIME
           MOVE EVENEMENT-COMPTE TO FEV-COMPTE
           MOVE EVENEMENT-CLIENT TO FEV-CUST-ID
           MOVE EVENEMENT-NATURE TO FEV-NATURE
           MOVE EVENEMENT-ROLE TO FEV-ROLE
           MOVE EVENEMENT-DATE-EFFET TO FEV-DATE-EFFET
           MOVE OPERATEUR-COURANT TO FEV-OPERATEUR
           MOVE "P" TO FEV-STATUT
           MOVE ZERO TO FEV-DATE-TRANSMISSION
           WRITE FICOBA-EVENT-RECORD
               INVALID KEY
                   ADD 1 TO FEV-TIME
                   WRITE FICOBA-EVENT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur ecriture evenement FICOBA "
                                   "du compte " EVENEMENT-COMPTE
                   END-WRITE
           END-WRITE
           CLOSE FICOBA-EVENT-FILE.

       CONSULTER-STATUT.
           DISPLAY "ID du compte ?"
           ACCEPT ID-COMPTE
