       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACDECL.

      *    TRACFIN declaration extract: every anti-money-laundering
      *    case AMLCASE closed with the decision to declare and not
      *    yet extracted goes out as one declaration de soupcon -
      *    the case, the person, each operation that raised an
      *    alert and the analysts' notes - in the fixed-width layout
      *    below, for the compliance officer to transmit. The case
      *    is stamped with the extraction date so it is never sent
      *    twice. Each run appends its own batch, framed by a
      *    header and a trailer, to TRACFIN.DAT: a batch not yet
      *    transmitted is never overwritten by the next one.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS AMLCASE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    The identity document seen at the last KYC review.
           SELECT KYC-FILE ASSIGN TO "KYC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS KYC-STATUS.

      *    The declaring entity: company 0, the one the bank-side
      *    letters go out under.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT DECLARATION-FILE ASSIGN TO "TRACFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AML-CASE-FILE.
       COPY "AMLCASE.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD KYC-FILE.
       COPY "KYCDOS.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD DECLARATION-FILE.
       01 DECLARATION-RECORD    PIC X(250).

       WORKING-STORAGE SECTION.
       01 AMLCASE-STATUS        PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 KYC-STATUS            PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 DECLARATION-STATUS    PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

      *    One extract line, seen through the view of its record
      *    type: 01 header, 10 declaration, 20 person, 30
      *    operation, 40 analysis note, 99 trailer.
       01 TRACFIN-LIGNE         PIC X(250).
       01 TRACFIN-ENTETE REDEFINES TRACFIN-LIGNE.
           05 TFH-TYPE           PIC X(02).
           05 TFH-SIRET          PIC X(14).
           05 TFH-DECLARANT      PIC X(40).
           05 TFH-DATE-EXTRACTION PIC 9(8).
           05 FILLER             PIC X(186).
       01 TRACFIN-DECLARATION REDEFINES TRACFIN-LIGNE.
           05 TFD-TYPE           PIC X(02).
           05 TFD-REFERENCE.
               10 TFD-CUST-ID    PIC 9(6).
               10 TFD-SEQ        PIC 9(3).
           05 TFD-DATE-OUVERTURE PIC 9(8).
           05 TFD-DATE-DECISION  PIC 9(8).
           05 TFD-DECIDEUR       PIC X(08).
           05 TFD-MOTIF          PIC X(60).
           05 TFD-NB-OPERATIONS  PIC 9(2).
           05 TFD-MONTANT-TOTAL  PIC 9(11)V99.
           05 FILLER             PIC X(140).
       01 TRACFIN-PERSONNE REDEFINES TRACFIN-LIGNE.
           05 TFP-TYPE           PIC X(02).
           05 TFP-REFERENCE      PIC X(09).
           05 TFP-NOM            PIC X(30).
           05 TFP-PRENOM         PIC X(30).
           05 TFP-DATE-NAISSANCE PIC 9(8).
           05 TFP-ADRESSE-1      PIC X(30).
           05 TFP-ADRESSE-2      PIC X(30).
           05 TFP-CODE-POSTAL    PIC X(05).
           05 TFP-VILLE          PIC X(25).
           05 TFP-PAYS           PIC X(02).
           05 TFP-PIECE-TYPE     PIC X(02).
           05 TFP-PIECE-NUMERO   PIC X(20).
           05 TFP-PIECE-EXPIRATION PIC 9(8).
           05 FILLER             PIC X(49).
       01 TRACFIN-OPERATION REDEFINES TRACFIN-LIGNE.
           05 TFO-TYPE           PIC X(02).
           05 TFO-REFERENCE      PIC X(09).
      *    W = watchlist hit, U = single movement, C = cumul.
           05 TFO-ORIGINE        PIC X(01).
           05 TFO-OBJET          PIC X(10).
           05 TFO-DATE           PIC 9(8).
           05 TFO-MONTANT        PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 FILLER             PIC X(206).
       01 TRACFIN-ANALYSE REDEFINES TRACFIN-LIGNE.
           05 TFA-TYPE           PIC X(02).
           05 TFA-REFERENCE      PIC X(09).
           05 TFA-DATE           PIC 9(8).
           05 TFA-AUTEUR         PIC X(08).
           05 TFA-TEXTE          PIC X(60).
           05 FILLER             PIC X(163).
       01 TRACFIN-FIN REDEFINES TRACFIN-LIGNE.
           05 TFF-TYPE           PIC X(02).
           05 TFF-NB-DECLARATIONS PIC 9(5).
           05 TFF-NB-LIGNES      PIC 9(7).
           05 FILLER             PIC X(236).

       01 REFERENCE-DOSSIER     PIC X(09).
       01 MONTANT-TOTAL         PIC 9(11)V99.
       01 MONTANT-ABSOLU        PIC 9(11)V99.
       01 ALR-IDX               PIC 9(2).
       01 NOTE-IDX              PIC 9(2).

       01 RUN-DATE              PIC 9(8).
       01 DECLARED-COUNT        PIC 9(5) VALUE ZERO.
       01 LINE-COUNT            PIC 9(7) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O AML-CASE-FILE
           IF AMLCASE-STATUS NOT = "00"
               DISPLAY "Aucun dossier LCB-FT (" AMLCASE-STATUS ")."
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT KYC-FILE

           OPEN EXTEND DECLARATION-FILE
           IF DECLARATION-STATUS = "35"
               OPEN OUTPUT DECLARATION-FILE
               CLOSE DECLARATION-FILE
               OPEN EXTEND DECLARATION-FILE
           END-IF

           PERFORM ECRIRE-ENTETE-LOT

           MOVE LOW-VALUES TO CAS-KEY
           START AML-CASE-FILE
                   KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM EXAMINER-DOSSIER-SUIVANT UNTIL SCAN-EOF

           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "99" TO TFF-TYPE
           MOVE DECLARED-COUNT TO TFF-NB-DECLARATIONS
           ADD 1 TO LINE-COUNT
           MOVE LINE-COUNT TO TFF-NB-LIGNES
           PERFORM ECRIRE-LIGNE-TRACFIN

           CLOSE AML-CASE-FILE
           CLOSE DECLARATION-FILE
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF KYC-STATUS NOT = "35"
               CLOSE KYC-FILE
           END-IF

           MOVE DECLARED-COUNT TO DISPLAY-COUNT
           DISPLAY "Declaration(s) TRACFIN extraite(s) : "
                   DISPLAY-COUNT
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
           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "01" TO TFH-TYPE
           MOVE CPR-SIRET TO TFH-SIRET
           MOVE CPR-NAME TO TFH-DECLARANT
           MOVE RUN-DATE TO TFH-DATE-EXTRACTION
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-TRACFIN.

       EXAMINER-DOSSIER-SUIVANT.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF AMLCASE-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF CAS-A-DECLARER AND CAS-DATE-DECLARATION = ZERO
                   PERFORM EXTRAIRE-DECLARATION
               END-IF
           END-IF.

       EXTRAIRE-DECLARATION.
           MOVE SPACES TO REFERENCE-DOSSIER
           STRING CAS-CUST-ID DELIMITED BY SIZE
                  CAS-SEQ DELIMITED BY SIZE
               INTO REFERENCE-DOSSIER
           MOVE ZERO TO MONTANT-TOTAL
           PERFORM CUMULER-MONTANT-ALERTE
               VARYING ALR-IDX FROM 1 BY 1
                   UNTIL ALR-IDX > CAS-NB-ALERTES

           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "10" TO TFD-TYPE
           MOVE CAS-CUST-ID TO TFD-CUST-ID
           MOVE CAS-SEQ TO TFD-SEQ
           MOVE CAS-DATE-OUVERTURE TO TFD-DATE-OUVERTURE
           MOVE CAS-DATE-CLOTURE TO TFD-DATE-DECISION
           MOVE CAS-DECIDEUR TO TFD-DECIDEUR
           MOVE CAS-MOTIF TO TFD-MOTIF
           MOVE CAS-NB-ALERTES TO TFD-NB-OPERATIONS
           MOVE MONTANT-TOTAL TO TFD-MONTANT-TOTAL
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-TRACFIN

           PERFORM ECRIRE-PERSONNE

           PERFORM ECRIRE-OPERATION
               VARYING ALR-IDX FROM 1 BY 1
                   UNTIL ALR-IDX > CAS-NB-ALERTES
           PERFORM ECRIRE-ANALYSE
               VARYING NOTE-IDX FROM 1 BY 1
                   UNTIL NOTE-IDX > CAS-NB-NOTES

           MOVE RUN-DATE TO CAS-DATE-DECLARATION
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du dossier "
                           CAS-CUST-ID "/" CAS-SEQ
           END-REWRITE
           ADD 1 TO DECLARED-COUNT.

      *    A cumul counts the window's total, a hit carries no
      *    amount; the declared total is the sum of the absolute
      *    amounts, a withdrawal as suspect as a deposit.
       CUMULER-MONTANT-ALERTE.
           IF CAS-ALR-MONTANT(ALR-IDX) < 0
               COMPUTE MONTANT-ABSOLU = 0 - CAS-ALR-MONTANT(ALR-IDX)
           ELSE
               MOVE CAS-ALR-MONTANT(ALR-IDX) TO MONTANT-ABSOLU
           END-IF
           ADD MONTANT-ABSOLU TO MONTANT-TOTAL.

      *    The person as the customer file and the KYC file know
      *    them; either file missing leaves its fields blank rather
      *    than holding the declaration back.
       ECRIRE-PERSONNE.
           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "20" TO TFP-TYPE
           MOVE REFERENCE-DOSSIER TO TFP-REFERENCE
           MOVE ZERO TO TFP-DATE-NAISSANCE
           MOVE ZERO TO TFP-PIECE-EXPIRATION
           IF CUSTMAST-STATUS NOT = "35"
               MOVE CAS-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Client " CAS-CUST-ID " absent de "
                               "CUSTMAST.DAT : identite a completer."
                   NOT INVALID KEY
                       MOVE CUST-NOM TO TFP-NOM
                       MOVE CUST-PRENOM TO TFP-PRENOM
                       MOVE CUST-DOB TO TFP-DATE-NAISSANCE
                       MOVE CUST-ADDR-LINE-1 TO TFP-ADRESSE-1
                       MOVE CUST-ADDR-LINE-2 TO TFP-ADRESSE-2
                       MOVE CUST-POSTCODE TO TFP-CODE-POSTAL
                       MOVE CUST-CITY TO TFP-VILLE
                       MOVE CUST-COUNTRY TO TFP-PAYS
               END-READ
           END-IF
           IF KYC-STATUS NOT = "35"
               MOVE CAS-CUST-ID TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KYC-PIECE-TYPE TO TFP-PIECE-TYPE
                       MOVE KYC-PIECE-NUMERO TO TFP-PIECE-NUMERO
                       MOVE KYC-PIECE-EXPIRATION
                           TO TFP-PIECE-EXPIRATION
               END-READ
           END-IF
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-TRACFIN.

       ECRIRE-OPERATION.
           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "30" TO TFO-TYPE
           MOVE REFERENCE-DOSSIER TO TFO-REFERENCE
           MOVE CAS-ALR-SOURCE(ALR-IDX) TO TFO-ORIGINE
           MOVE CAS-ALR-REFERENCE(ALR-IDX) TO TFO-OBJET
           MOVE CAS-ALR-DATE(ALR-IDX) TO TFO-DATE
           MOVE CAS-ALR-MONTANT(ALR-IDX) TO TFO-MONTANT
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-TRACFIN.

       ECRIRE-ANALYSE.
           MOVE SPACES TO TRACFIN-LIGNE
           MOVE "40" TO TFA-TYPE
           MOVE REFERENCE-DOSSIER TO TFA-REFERENCE
           MOVE CAS-NOTE-DATE(NOTE-IDX) TO TFA-DATE
           MOVE CAS-NOTE-AUTEUR(NOTE-IDX) TO TFA-AUTEUR
           MOVE CAS-NOTE-TEXTE(NOTE-IDX) TO TFA-TEXTE
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-TRACFIN.

       ECRIRE-LIGNE-TRACFIN.
           MOVE TRACFIN-LIGNE TO DECLARATION-RECORD
           WRITE DECLARATION-RECORD.
