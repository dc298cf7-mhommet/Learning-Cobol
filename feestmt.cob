
      *    Annual statement of fees (recapitulatif annuel des
      *    frais): the January run gathers the prior year's
      *    overdraft commissions and SVCFEE service fees from
      *    FEECKPT.DAT - the structured twin of FEEJRNL.DAT's
      *    prose - and the quarterly agios from AGIOHIST.DAT, rolls
      *    them up to the holder through ACCTXREF.DAT, and prints
      *    one letter per customer on the CMPNYPRF.DAT letterhead
      *    with the total and the per-category breakdown the
      *    banking rules require.

       ENVIRONMENT DIVISION.

               FILE STATUS IS FEE-STMT-DOC-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT FEE-STMT-REPORT-FILE ASSIGN TO "FEESTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-STMT-REPORT-STATUS.

      *    Every charge of the year, from both stores, sorted by
      *    holder so each customer's charges arrive together: no
      *    table of customers to fill up however many hold an
      *    account.
           SELECT FEE-SORT-FILE ASSIGN TO "FEESTMWK.DAT".

       DATA DIVISION.

       FILE SECTION.
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
      *    Spaces for OVRDFEE's overdraft commission, otherwise the
      *    SVCTARIF.DAT fee code SVCFEE charged.
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

       FD FEE-STMT-REPORT-FILE.
       01 FEE-STMT-REPORT-RECORD PIC X(80).

       SD FEE-SORT-FILE.
       01 FEE-SORT-RECORD.
           05 SRT-CUST-ID           PIC 9(6).
           05 SRT-NOM               PIC A(30).
           05 SRT-PRENOM            PIC A(30).
           05 SRT-CATEGORIE         PIC X(01).
           05 SRT-MONTANT           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 FEE-CHECKPOINT-STATUS PIC X(02).
       01 AGIOHIST-STATUS       PIC X(02).
           88 FEE-EOF              VALUE "Y".
       01 AGIO-EOF-SWITCH       PIC X(01) VALUE "N".
           88 AGIO-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 RUN-DATE-WS REDEFINES RUN-DATE.
       01 ANNEE-RECAP           PIC 9(4).
       01 DATE-ANNEE            PIC 9(4).

      *    The customer being rolled up between two control
      *    breaks: the holder and the per-category totals.
       01 CUST-ENTRY.
           05 CT-CUST-ID        PIC 9(6).
           05 CT-NOM            PIC A(30).
           05 CT-PRENOM         PIC A(30).
           05 CT-DECOUVERT      PIC 9(7)V99.
           05 CT-AGIOS          PIC 9(7)V99.
           05 CT-SERVICES       PIC 9(7)V99.

       01 TITULAIRE-CONNU-SWITCH PIC X(01) VALUE "N".
           88 TITULAIRE-CONNU       VALUE "Y".
       01 CATEGORIE-CHARGE      PIC X(01).
           88 CHARGE-DECOUVERT     VALUE "D".
           88 CHARGE-AGIOS         VALUE "A".
           88 CHARGE-SERVICES      VALUE "S".
       01 TOTAL-CLIENT          PIC 9(9)V99.

       01 LETTER-COUNT          PIC 9(5) VALUE ZERO.
               GOBACK
           END-IF

           SORT FEE-SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS CUMULER-CHARGES
               OUTPUT PROCEDURE IS EMETTRE-LES-LETTRES

           PERFORM ECRIRE-TOTAUX-RECAP

               OPEN EXTEND FEE-STMT-DOC-FILE
           END-IF.

      *    Two passes, one over each charge store, feeding the one
      *    sort.
       CUMULER-CHARGES.
           PERFORM CUMULER-COMMISSIONS
           PERFORM CUMULER-AGIOS.

       CUMULER-COMMISSIONS.
           MOVE "N" TO FEE-EOF-SWITCH
           OPEN INPUT FEE-CHECKPOINT-FILE
           IF NOT FEE-EOF
               MOVE FEE-CKPT-DATE(1:4) TO DATE-ANNEE
               IF DATE-ANNEE = ANNEE-RECAP
                   IF FEE-CKPT-CODE = SPACES
                       MOVE "D" TO CATEGORIE-CHARGE
                   ELSE
                       MOVE "S" TO CATEGORIE-CHARGE
                   END-IF
                   MOVE FEE-CKPT-MONTANT TO MONTANT-CHARGE
                   MOVE FEE-CKPT-COMPTE TO XREF-ACCOUNT-ID
                   PERFORM IMPUTER-CHARGE-TITULAIRE
           IF NOT TITULAIRE-CONNU
               ADD 1 TO ORPHAN-COUNT
           ELSE
               MOVE XREF-CUST-ID TO SRT-CUST-ID
               MOVE XREF-CUST-NOM TO SRT-NOM
               MOVE XREF-CUST-PRENOM TO SRT-PRENOM
               MOVE CATEGORIE-CHARGE TO SRT-CATEGORIE
               MOVE MONTANT-CHARGE TO SRT-MONTANT
               RELEASE FEE-SORT-RECORD
           END-IF.

       EMETTRE-LES-LETTRES.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-CHARGE-TRIEE
           PERFORM CUMULER-CLIENT-TRIE UNTIL SORT-EOF.

       LIRE-CHARGE-TRIEE.
           RETURN FEE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      *    Control break on the customer number: every charge of
      *    the customer is added to its category, then the letter
      *    goes out if there is anything to tell.
       CUMULER-CLIENT-TRIE.
           MOVE SRT-CUST-ID TO CT-CUST-ID
           MOVE SRT-NOM TO CT-NOM
           MOVE SRT-PRENOM TO CT-PRENOM
           MOVE ZERO TO CT-DECOUVERT
           MOVE ZERO TO CT-AGIOS
           MOVE ZERO TO CT-SERVICES
           PERFORM CUMULER-CHARGE-TRIEE
               UNTIL SORT-EOF OR SRT-CUST-ID NOT = CT-CUST-ID
           COMPUTE TOTAL-CLIENT = CT-DECOUVERT + CT-AGIOS
                                + CT-SERVICES
           IF TOTAL-CLIENT > 0
               PERFORM ECRIRE-UNE-LETTRE
           END-IF.

       CUMULER-CHARGE-TRIEE.
           MOVE SRT-CATEGORIE TO CATEGORIE-CHARGE
           EVALUATE TRUE
               WHEN CHARGE-DECOUVERT
                   ADD SRT-MONTANT TO CT-DECOUVERT
               WHEN CHARGE-SERVICES
                   ADD SRT-MONTANT TO CT-SERVICES
               WHEN OTHER
                   ADD SRT-MONTANT TO CT-AGIOS
           END-EVALUATE
           PERFORM LIRE-CHARGE-TRIEE.

       ECRIRE-UNE-LETTRE.
           ADD 1 TO LETTER-COUNT
           PERFORM ECRIRE-ENTETE-SOCIETE

           MOVE SPACES TO DOC-LINE
           STRING "CLIENT : " DELIMITED BY SIZE
                  FUNCTION TRIM(CT-PRENOM)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CT-NOM)
                      DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO FEE-STMT-DOC-RECORD
           MOVE SPACES TO FEE-STMT-DOC-RECORD
           WRITE FEE-STMT-DOC-RECORD

           MOVE CT-DECOUVERT TO DISPLAY-MONTANT
           MOVE SPACES TO DOC-LINE
           STRING "  COMMISSIONS DE DECOUVERT : "
                      DELIMITED BY SIZE
           MOVE DOC-LINE TO FEE-STMT-DOC-RECORD
           WRITE FEE-STMT-DOC-RECORD

           MOVE CT-AGIOS TO DISPLAY-MONTANT-2
           MOVE SPACES TO DOC-LINE
           STRING "  AGIOS                    : "
                      DELIMITED BY SIZE
           MOVE DOC-LINE TO FEE-STMT-DOC-RECORD
           WRITE FEE-STMT-DOC-RECORD

           MOVE CT-SERVICES TO DISPLAY-MONTANT
           MOVE SPACES TO DOC-LINE
           STRING "  FRAIS DE SERVICES        : "
                      DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO FEE-STMT-DOC-RECORD
           WRITE FEE-STMT-DOC-RECORD

           MOVE TOTAL-CLIENT TO DISPLAY-TOTAL
           MOVE SPACES TO DOC-LINE
           STRING "  TOTAL DES FRAIS          : "
           MOVE SPACES TO FEE-STMT-DOC-RECORD
           WRITE FEE-STMT-DOC-RECORD.

      *    Company 0's letterhead: the entity that keeps the
      *    accounts this document speaks for.
       CHARGER-PROFIL-SOCIETE.
           MOVE "N" TO PROFIL-CHARGE-SWITCH
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE ZERO TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-PROFILE-RECORD(2:)
                           TO PROFIL-SOCIETE
                       SET PROFIL-CHARGE TO TRUE
               END-READ
