       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCFEE.

      *    Monthly service-fee run: every active account in
      *    ACCTSTAT.DAT is charged the SVCTARIF.DAT lines of its
      *    account type falling due this month - account keeping,
      *    card, paper statement - unless the holder is young enough
      *    or the balance low enough to be exempt. Blocked and
      *    closed accounts are never charged; an account with no
      *    type predates the type master and has no tariff. Each
      *    charge goes into the fee checkpoint OVRDFEE already
      *    keeps, under its fee code, so FEESTMT prints it on the
      *    annual statement and GLPOST posts it, and a restarted run
      *    never charges the same fee twice in a month.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-COMPTE
               FILE STATUS IS ACCTSTAT-STATUS.

           SELECT SERVICE-TARIFF-FILE ASSIGN TO "SVCTARIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS SVCTARIF-STATUS.

      *    Whether the type may run into overdraft: a fee on a
      *    savings account is only taken out of money that is there.
           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

      *    Account to holder, then the holder's date of birth for
      *    the age exemption.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    Same checkpoint as OVRDFEE, one record per account, cycle
      *    (YYYYMM) and fee code: the file FEESTMT, GLPOST and
      *    FECEXP read.
           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "FEECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CKPT-KEY
               FILE STATUS IS FEE-CHECKPOINT-STATUS.

           SELECT SVC-JOURNAL-FILE ASSIGN TO "SVCFJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVC-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD SERVICE-TARIFF-FILE.
       COPY "SVCTARIF.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD FEE-CHECKPOINT-FILE.
       01 FEE-CHECKPOINT-RECORD.
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
      *    Spaces for OVRDFEE's overdraft commission, otherwise the
      *    SVCTARIF.DAT fee code SVCFEE charged.
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

       FD SVC-JOURNAL-FILE.
       01 SVC-JOURNAL-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 ACCTSTAT-STATUS       PIC X(02).
       01 SVCTARIF-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 FEE-CHECKPOINT-STATUS PIC X(02).
       01 SVC-JOURNAL-STATUS    PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 TARIF-EOF-SWITCH      PIC X(01) VALUE "N".
           88 TARIF-EOF            VALUE "Y".
       01 DEJA-FACTURE-SWITCH   PIC X(01).
           88 DEJA-FACTURE         VALUE "Y".
       01 TARIF-DU-SWITCH       PIC X(01).
           88 TARIF-DU             VALUE "Y".
       01 DECOUVERT-SWITCH      PIC X(01).
           88 DECOUVERT-AUTORISE   VALUE "Y".
       01 AGE-CONNU-SWITCH      PIC X(01).
           88 AGE-CONNU            VALUE "Y".
       01 SOLDE-CONNU-SWITCH    PIC X(01).
           88 SOLDE-CONNU          VALUE "Y".
       01 COMPTE-ABSENT-SWITCH  PIC X(01).
           88 COMPTE-ABSENT        VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 CYCLE-COURANT         PIC 9(6).
       01 MOIS-COURANT          PIC 9(2).
       01 PERIODICITE           PIC 9(2).
       01 PERIODE-QUOTIENT      PIC 9(2).
       01 PERIODE-RESTE         PIC 9(2).
       01 AGE-TITULAIRE         PIC 9(3).

       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(7)V99.
       01 FRAIS-COMPTE          PIC 9(5)V99.
       01 MONTANT-SIGNE         PIC S9(7)V99.

       01 REPORT-LINE           PIC X(80).
       01 MOTIF-LIGNE           PIC X(40).
       01 CHARGED-COUNT         PIC 9(5) VALUE ZERO.
       01 SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01 EXEMPT-COUNT          PIC 9(5) VALUE ZERO.
       01 INACTIVE-COUNT        PIC 9(5) VALUE ZERO.
       01 SHORT-COUNT           PIC 9(5) VALUE ZERO.
       01 FAILED-COUNT          PIC 9(5) VALUE ZERO.
       01 TOTAL-FEES            PIC 9(9)V99 VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE "N" TO SCAN-EOF-SWITCH
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO CYCLE-COURANT
           MOVE RUN-DATE(5:2) TO MOIS-COURANT
           PERFORM OUVRIR-CHECKPOINT-FRAIS

           OPEN INPUT ACCOUNT-STATUS-FILE
           OPEN INPUT SERVICE-TARIFF-FILE
           OPEN INPUT ACCOUNT-TYPE-FILE
           OPEN INPUT ACCOUNT-XREF-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT SVC-JOURNAL-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS DE SERVICE DU CYCLE " DELIMITED BY SIZE
                  CYCLE-COURANT DELIMITED BY SIZE
                  " - PASSAGE DU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

      *    No tariff yet means nothing to charge, no status file
      *    nothing to charge it to: the journal still goes out.
           IF SVCTARIF-STATUS NOT = "00"
               DISPLAY "SVCTARIF.DAT indisponible (" SVCTARIF-STATUS
                       ") : aucun frais de service preleve."
               SET SCAN-EOF TO TRUE
           END-IF
           IF ACCTSTAT-STATUS NOT = "00"
               DISPLAY "ACCTSTAT.DAT indisponible (" ACCTSTAT-STATUS
                       ") : aucun frais de service preleve."
               SET SCAN-EOF TO TRUE
           END-IF

           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO AST-COMPTE
               START ACCOUNT-STATUS-FILE
                       KEY IS NOT LESS THAN AST-COMPTE
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF

           PERFORM EXAMINER-COMPTE-SUIVANT UNTIL SCAN-EOF

           PERFORM ECRIRE-TOTAUX-FRAIS

           IF ACCTSTAT-STATUS NOT = "35"
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           IF SVCTARIF-STATUS NOT = "35"
               CLOSE SERVICE-TARIFF-FILE
           END-IF
           IF ACCTTYPE-STATUS NOT = "35"
               CLOSE ACCOUNT-TYPE-FILE
           END-IF
           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE SVC-JOURNAL-FILE
           CLOSE FEE-CHECKPOINT-FILE

           IF FAILED-COUNT > 0
               MOVE FAILED-COUNT TO DISPLAY-COUNT
               DISPLAY "Frais non preleve(s) : " DISPLAY-COUNT
                       " - voir SVCFJRN.DAT."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    FEECKPT.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as OVRDFEE.
       OUVRIR-CHECKPOINT-FRAIS.
           OPEN I-O FEE-CHECKPOINT-FILE
           IF FEE-CHECKPOINT-STATUS = "35"
               OPEN OUTPUT FEE-CHECKPOINT-FILE
               CLOSE FEE-CHECKPOINT-FILE
               OPEN I-O FEE-CHECKPOINT-FILE
           END-IF.

      *    Same forward-scan-by-key idiom the other batch runs use.
       EXAMINER-COMPTE-SUIVANT.
           READ ACCOUNT-STATUS-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF ACCTSTAT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               EVALUATE TRUE
                   WHEN AST-BLOQUE
                   WHEN AST-DECEDE
                   WHEN AST-CLOTURE
                       ADD 1 TO INACTIVE-COUNT
                   WHEN AST-TYPE = SPACE
                       CONTINUE
                   WHEN OTHER
                       PERFORM FACTURER-UN-COMPTE
               END-EVALUATE
           END-IF.

      *    The type, the holder's age and the balance are the same
      *    for every line of the tariff: looked up once per account,
      *    the balance only when a line actually falls due.
       FACTURER-UN-COMPTE.
           MOVE AST-COMPTE TO ID-COMPTE
           MOVE "N" TO SOLDE-CONNU-SWITCH
           MOVE "N" TO COMPTE-ABSENT-SWITCH
           PERFORM LIRE-TYPE-COMPTE
           PERFORM CALCULER-AGE-TITULAIRE

           MOVE "N" TO TARIF-EOF-SWITCH
           MOVE AST-TYPE TO TRF-TYPE
           MOVE LOW-VALUES TO TRF-CODE
           START SERVICE-TARIFF-FILE
                   KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   SET TARIF-EOF TO TRUE
           END-START
           PERFORM APPLIQUER-TARIF-SUIVANT UNTIL TARIF-EOF.

      *    A type missing from ACCTTYPE.DAT is not trusted with an
      *    overdraft.
       LIRE-TYPE-COMPTE.
           MOVE "N" TO DECOUVERT-SWITCH
           IF ACCTTYPE-STATUS NOT = "35"
               MOVE AST-TYPE TO TYP-CODE
               READ ACCOUNT-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TYP-DECOUVERT-PERMIS
                           SET DECOUVERT-AUTORISE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    Whole years on the run date, straight off the two
      *    YYYYMMDD dates. No holder or no date of birth on file
      *    means no age exemption.
       CALCULER-AGE-TITULAIRE.
           MOVE "N" TO AGE-CONNU-SWITCH
           MOVE ZERO TO AGE-TITULAIRE
           IF ACCTXREF-STATUS NOT = "35"
                   AND CUSTMAST-STATUS NOT = "35"
               MOVE AST-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LIRE-DATE-NAISSANCE
               END-READ
           END-IF.

       LIRE-DATE-NAISSANCE.
           MOVE XREF-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-DOB NUMERIC
                           AND CUST-DOB > 0
                           AND CUST-DOB NOT > RUN-DATE
                       COMPUTE AGE-TITULAIRE =
                           (RUN-DATE - CUST-DOB) / 10000
                       SET AGE-CONNU TO TRUE
                   END-IF
           END-READ.

       APPLIQUER-TARIF-SUIVANT.
           READ SERVICE-TARIFF-FILE NEXT RECORD
               AT END
                   SET TARIF-EOF TO TRUE
           END-READ
           IF SVCTARIF-STATUS NOT = "00"
               SET TARIF-EOF TO TRUE
           END-IF
           IF NOT TARIF-EOF
               IF TRF-TYPE NOT = AST-TYPE
                   SET TARIF-EOF TO TRUE
               ELSE
                   PERFORM APPLIQUER-UN-TARIF
               END-IF
           END-IF.

       APPLIQUER-UN-TARIF.
           PERFORM VERIFIER-ECHEANCE-TARIF
           IF TRF-MONTANT > 0 AND TARIF-DU
               PERFORM VERIFIER-DEJA-FACTURE
               IF DEJA-FACTURE
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   PERFORM FACTURER-UN-TARIF
               END-IF
           END-IF.

      *    Due when the months since January are a whole number of
      *    periods: every month, January/April/July/October, or
      *    January alone. A line with no periodicity is monthly.
       VERIFIER-ECHEANCE-TARIF.
           MOVE "N" TO TARIF-DU-SWITCH
           MOVE TRF-PERIODICITE TO PERIODICITE
           IF PERIODICITE = 0
               MOVE 1 TO PERIODICITE
           END-IF
           COMPUTE PERIODE-QUOTIENT = MOIS-COURANT - 1
           DIVIDE PERIODE-QUOTIENT BY PERIODICITE
               GIVING PERIODE-QUOTIENT
               REMAINDER PERIODE-RESTE
           IF PERIODE-RESTE = 0
               SET TARIF-DU TO TRUE
           END-IF.

       VERIFIER-DEJA-FACTURE.
           MOVE "N" TO DEJA-FACTURE-SWITCH
           MOVE AST-COMPTE TO FEE-CKPT-COMPTE
           MOVE CYCLE-COURANT TO FEE-CKPT-CYCLE
           MOVE TRF-CODE TO FEE-CKPT-CODE
           READ FEE-CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEJA-FACTURE TO TRUE
           END-READ.

      *    An exempt account gets no checkpoint: next month it is
      *    looked at afresh. Neither does an account short of funds,
      *    which is simply charged by the next run this cycle that
      *    finds the money there.
       FACTURER-UN-TARIF.
           IF NOT SOLDE-CONNU
               PERFORM LIRE-SOLDE-COMPTE
           END-IF
           MOVE TRF-MONTANT TO FRAIS-COMPTE
           EVALUATE TRUE
               WHEN COMPTE-ABSENT
                   MOVE "COMPTE INTROUVABLE - NON PRELEVE"
                     TO MOTIF-LIGNE
                   ADD 1 TO FAILED-COUNT
                   PERFORM JOURNALISER-TARIF
               WHEN TRF-AGE-EXONERATION > 0
                       AND AGE-CONNU
                       AND AGE-TITULAIRE < TRF-AGE-EXONERATION
                   MOVE "EXONERE (AGE DU TITULAIRE)" TO MOTIF-LIGNE
                   ADD 1 TO EXEMPT-COUNT
                   PERFORM JOURNALISER-TARIF
               WHEN TRF-SEUIL-SOLDE > 0
                       AND SOLDE-COMPTE < TRF-SEUIL-SOLDE
                   MOVE "EXONERE (SOLDE SOUS LE SEUIL)" TO MOTIF-LIGNE
                   ADD 1 TO EXEMPT-COUNT
                   PERFORM JOURNALISER-TARIF
               WHEN NOT DECOUVERT-AUTORISE
                       AND SOLDE-COMPTE < FRAIS-COMPTE
                   MOVE "PROVISION INSUFFISANTE - NON PRELEVE"
                     TO MOTIF-LIGNE
                   ADD 1 TO SHORT-COUNT
                   PERFORM JOURNALISER-TARIF
               WHEN OTHER
                   PERFORM DEBITER-FRAIS
           END-EVALUATE.

       LIRE-SOLDE-COMPTE.
           EXEC SQL
               SELECT SOLDE
               INTO :SOLDE-COMPTE
               FROM COMPTES
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               SET COMPTE-ABSENT TO TRUE
               MOVE ZERO TO SOLDE-COMPTE
           END-IF
           SET SOLDE-CONNU TO TRUE.

      *    Same debit as OVRDFEE: balance and TRANSACTIONS row
      *    committed together, and the checkpoint only written once
      *    both are, or the fee is marked "charged" forever and
      *    never collected.
       DEBITER-FRAIS.
           EXEC SQL
               UPDATE COMPTES
               SET SOLDE = SOLDE - :FRAIS-COMPTE
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               PERFORM JOURNALISER-ECHEC-DEBIT
           ELSE
               COMPUTE MONTANT-SIGNE = 0 - FRAIS-COMPTE
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (ID_COMPTE, DATE_TRANSACTION, MONTANT)
                   VALUES
                       (:ID-COMPTE, CURRENT DATE, :MONTANT-SIGNE)
               END-EXEC
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM JOURNALISER-ECHEC-DEBIT
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   PERFORM CONCLURE-FRAIS-PRELEVES
               END-IF
           END-IF.

       CONCLURE-FRAIS-PRELEVES.
           SUBTRACT FRAIS-COMPTE FROM SOLDE-COMPTE
           MOVE AST-COMPTE TO FEE-CKPT-COMPTE
           MOVE CYCLE-COURANT TO FEE-CKPT-CYCLE
           MOVE TRF-CODE TO FEE-CKPT-CODE
           MOVE FRAIS-COMPTE TO FEE-CKPT-MONTANT
           MOVE RUN-DATE TO FEE-CKPT-DATE
           WRITE FEE-CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE FEE-CHECKPOINT-RECORD
           END-WRITE

           ADD 1 TO CHARGED-COUNT
           ADD FRAIS-COMPTE TO TOTAL-FEES
           MOVE "PRELEVE" TO MOTIF-LIGNE
           PERFORM JOURNALISER-TARIF.

      *    No checkpoint on failure: the next run sees the fee
      *    still uncharged and retries.
       JOURNALISER-ECHEC-DEBIT.
           ADD 1 TO FAILED-COUNT
           MOVE "ERREUR DB2 - NON PRELEVE" TO MOTIF-LIGNE
           PERFORM JOURNALISER-TARIF.

       JOURNALISER-TARIF.
           MOVE FRAIS-COMPTE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "COMPTE " DELIMITED BY SIZE
                  AST-COMPTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRF-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIF-LIGNE DELIMITED BY "  "
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL.

       ECRIRE-TOTAUX-FRAIS.
           MOVE CHARGED-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-FEES TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS PRELEVE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

           MOVE EXEMPT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS EXONERE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

           MOVE SKIPPED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS DEJA PRELEVE(S) CE CYCLE : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

           MOVE SHORT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS EN ATTENTE DE PROVISION : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

           MOVE FAILED-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS EN ERREUR, RETENTES AU PROCHAIN "
                      DELIMITED BY SIZE
                  "PASSAGE : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL

           MOVE INACTIVE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMPTE(S) BLOQUE(S) OU CLOTURE(S) ECARTE(S) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-JOURNAL.

       ECRIRE-LIGNE-JOURNAL.
           MOVE REPORT-LINE TO SVC-JOURNAL-RECORD
           WRITE SVC-JOURNAL-RECORD.
