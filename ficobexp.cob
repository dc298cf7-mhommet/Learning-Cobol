       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICOBEXP.

      *    FICOBA declaration extract, in place of keying every
      *    opening, closing and holder change into the tax
      *    administration's web form off a printed OPERLOG.DAT: each
      *    event still pending in FICOBEVT.DAT goes out as one line
      *    carrying the account's type and IBAN and the person's
      *    identity and address from CUSTMAST.DAT, and is marked
      *    transmitted. An event whose account has no IBAN yet or
      *    whose person is not on file cannot be declared; it stays
      *    pending, for FICOBRPT to chase once it is late. Each run
      *    appends its own batch, framed by a header and a trailer,
      *    to FICOBA.DAT, the same way TRACDECL does.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICOBA-EVENT-FILE ASSIGN TO "FICOBEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-KEY
               FILE STATUS IS FICOBEVT-STATUS.

           SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-COMPTE
               FILE STATUS IS ACCTSTAT-STATUS.

           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    The declaring bank: company 0, as in TRACDECL.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT DECLARATION-FILE ASSIGN TO "FICOBA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FICOBA-EVENT-FILE.
       COPY "FICOBEVT.cpy".

       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD DECLARATION-FILE.
       01 DECLARATION-RECORD    PIC X(250).

       WORKING-STORAGE SECTION.
       01 FICOBEVT-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 ACCTIBAN-STATUS       PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 DECLARATION-STATUS    PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 EVENEMENT-OK-SWITCH   PIC X(01) VALUE "N".
           88 EVENEMENT-OK         VALUE "Y".

      *    One extract line, seen through the view of its record
      *    type: 01 header, 10 account event, 99 trailer. The
      *    nature is FICOBA's own - O ouverture, C cloture, M
      *    modification - with A or R saying whether the person was
      *    put on or taken off the account.
       01 FICOBA-LIGNE          PIC X(250).
       01 FICOBA-ENTETE REDEFINES FICOBA-LIGNE.
           05 FBH-TYPE           PIC X(02).
           05 FBH-SIRET          PIC X(14).
           05 FBH-DECLARANT      PIC X(40).
           05 FBH-DATE-EXTRACTION PIC 9(8).
           05 FILLER             PIC X(186).
       01 FICOBA-EVENEMENT REDEFINES FICOBA-LIGNE.
           05 FBE-TYPE           PIC X(02).
           05 FBE-NATURE         PIC X(01).
           05 FBE-SENS           PIC X(01).
           05 FBE-ROLE           PIC X(01).
           05 FBE-DATE-EFFET     PIC 9(8).
           05 FBE-IBAN           PIC X(27).
           05 FBE-TYPE-COMPTE    PIC X(01).
           05 FBE-LIBELLE-TYPE   PIC X(20).
           05 FBE-CUST-ID        PIC 9(6).
           05 FBE-NOM            PIC X(30).
           05 FBE-PRENOM         PIC X(30).
           05 FBE-DATE-NAISSANCE PIC 9(8).
           05 FBE-ADRESSE-1      PIC X(30).
           05 FBE-ADRESSE-2      PIC X(30).
           05 FBE-CODE-POSTAL    PIC X(05).
           05 FBE-VILLE          PIC X(25).
           05 FBE-PAYS           PIC X(02).
           05 FILLER             PIC X(23).
       01 FICOBA-FIN REDEFINES FICOBA-LIGNE.
           05 FBF-TYPE           PIC X(02).
           05 FBF-NB-EVENEMENTS  PIC 9(7).
           05 FILLER             PIC X(241).

       01 RUN-DATE              PIC 9(8).
       01 DECLARED-COUNT        PIC 9(7) VALUE ZERO.
       01 HELD-COUNT            PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.
       01 DISPLAY-HELD          PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O FICOBA-EVENT-FILE
           IF FICOBEVT-STATUS NOT = "00"
               DISPLAY "Aucun evenement FICOBA (" FICOBEVT-STATUS ")."
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-STATUS-FILE
           OPEN INPUT ACCOUNT-TYPE-FILE
           OPEN INPUT ACCOUNT-IBAN-FILE
           OPEN INPUT CUSTOMER-MASTER

           OPEN EXTEND DECLARATION-FILE
           IF DECLARATION-STATUS = "35"
               OPEN OUTPUT DECLARATION-FILE
               CLOSE DECLARATION-FILE
               OPEN EXTEND DECLARATION-FILE
           END-IF

           PERFORM ECRIRE-ENTETE-LOT

           MOVE LOW-VALUES TO FEV-KEY
           START FICOBA-EVENT-FILE
                   KEY IS NOT LESS THAN FEV-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM EXAMINER-EVENEMENT-SUIVANT UNTIL SCAN-EOF

           MOVE SPACES TO FICOBA-LIGNE
           MOVE "99" TO FBF-TYPE
           MOVE DECLARED-COUNT TO FBF-NB-EVENEMENTS
           PERFORM ECRIRE-LIGNE-FICOBA

           CLOSE FICOBA-EVENT-FILE
           CLOSE DECLARATION-FILE
           IF ACCTSTAT-STATUS NOT = "35"
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           IF ACCTTYPE-STATUS NOT = "35"
               CLOSE ACCOUNT-TYPE-FILE
           END-IF
           IF ACCTIBAN-STATUS NOT = "35"
               CLOSE ACCOUNT-IBAN-FILE
           END-IF
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF

           MOVE DECLARED-COUNT TO DISPLAY-COUNT
           DISPLAY "Evenement(s) FICOBA extrait(s) : " DISPLAY-COUNT
           IF HELD-COUNT > 0
               MOVE HELD-COUNT TO DISPLAY-HELD
               DISPLAY "Evenement(s) retenu(s), a completer : "
                       DISPLAY-HELD
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       ECRIRE-ENTETE-LOT.
           MOVE SPACES TO CPR-SIRET
           MOVE SPACES TO CPR-NAME
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE ZERO TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       MOVE SPACES TO CPR-SIRET
                       MOVE SPACES TO CPR-NAME
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF CPR-SIRET = SPACES
               DISPLAY "Profil societe 0 absent : SIRET du "
                       "declarant a completer avant envoi."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO FICOBA-LIGNE
           MOVE "01" TO FBH-TYPE
           MOVE CPR-SIRET TO FBH-SIRET
           MOVE CPR-NAME TO FBH-DECLARANT
           MOVE RUN-DATE TO FBH-DATE-EXTRACTION
           PERFORM ECRIRE-LIGNE-FICOBA.

       EXAMINER-EVENEMENT-SUIVANT.
           READ FICOBA-EVENT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF FICOBEVT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF FEV-A-TRANSMETTRE
                   PERFORM PREPARER-EVENEMENT
                   IF EVENEMENT-OK
                       PERFORM DECLARER-EVENEMENT
                   ELSE
                       ADD 1 TO HELD-COUNT
                   END-IF
               END-IF
           END-IF.

      *    The IBAN and the person are what FICOBA files the event
      *    under: without either the line would be refused, so the
      *    event is held back. The account type is only described
      *    when the type master knows it.
       PREPARER-EVENEMENT.
           SET EVENEMENT-OK TO TRUE
           MOVE SPACES TO FICOBA-LIGNE
           MOVE "10" TO FBE-TYPE
           EVALUATE TRUE
               WHEN FEV-OUVERTURE
                   MOVE "O" TO FBE-NATURE
               WHEN FEV-CLOTURE
                   MOVE "C" TO FBE-NATURE
               WHEN OTHER
                   MOVE "M" TO FBE-NATURE
                   MOVE FEV-NATURE TO FBE-SENS
           END-EVALUATE
           MOVE FEV-ROLE TO FBE-ROLE
           MOVE FEV-DATE-EFFET TO FBE-DATE-EFFET
           MOVE FEV-CUST-ID TO FBE-CUST-ID
           MOVE ZERO TO FBE-DATE-NAISSANCE

           IF ACCTIBAN-STATUS NOT = "35"
               MOVE FEV-COMPTE TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       MOVE "N" TO EVENEMENT-OK-SWITCH
                   NOT INVALID KEY
                       MOVE IBN-IBAN TO FBE-IBAN
               END-READ
           ELSE
               MOVE "N" TO EVENEMENT-OK-SWITCH
           END-IF
           IF NOT EVENEMENT-OK
               DISPLAY "Compte " FEV-COMPTE " sans IBAN : lancer "
                       "IBANINIT, evenement retenu."
           END-IF

           IF CUSTMAST-STATUS NOT = "35"
               MOVE FEV-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO EVENEMENT-OK-SWITCH
                       DISPLAY "Client " FEV-CUST-ID " absent de "
                               "CUSTMAST.DAT : evenement retenu."
                   NOT INVALID KEY
                       MOVE CUST-NOM TO FBE-NOM
                       MOVE CUST-PRENOM TO FBE-PRENOM
                       MOVE CUST-DOB TO FBE-DATE-NAISSANCE
                       MOVE CUST-ADDR-LINE-1 TO FBE-ADRESSE-1
                       MOVE CUST-ADDR-LINE-2 TO FBE-ADRESSE-2
                       MOVE CUST-POSTCODE TO FBE-CODE-POSTAL
                       MOVE CUST-CITY TO FBE-VILLE
                       MOVE CUST-COUNTRY TO FBE-PAYS
               END-READ
           ELSE
               MOVE "N" TO EVENEMENT-OK-SWITCH
           END-IF

           IF ACCTSTAT-STATUS NOT = "35"
               MOVE FEV-COMPTE TO AST-COMPTE
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AST-TYPE TO FBE-TYPE-COMPTE
               END-READ
           END-IF
           IF FBE-TYPE-COMPTE NOT = SPACE
                   AND ACCTTYPE-STATUS NOT = "35"
               MOVE FBE-TYPE-COMPTE TO TYP-CODE
               READ ACCOUNT-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TYP-LIBELLE TO FBE-LIBELLE-TYPE
               END-READ
           END-IF.

       DECLARER-EVENEMENT.
           PERFORM ECRIRE-LIGNE-FICOBA
           ADD 1 TO DECLARED-COUNT
           MOVE "T" TO FEV-STATUT
           MOVE RUN-DATE TO FEV-DATE-TRANSMISSION
           REWRITE FICOBA-EVENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de l'evenement FICOBA "
                           "du compte " FEV-COMPTE
           END-REWRITE.

       ECRIRE-LIGNE-FICOBA.
           MOVE FICOBA-LIGNE TO DECLARATION-RECORD
           WRITE DECLARATION-RECORD.
