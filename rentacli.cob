       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTACLI.

      *    Yearly customer profitability: everything a customer
      *    brought in over the year against what they cost, ranked
      *    by net contribution. Revenue is the invoices of
      *    INVREG.DAT net of avoirs (HT), with the custody fees
      *    CUSTFEE billed through them shown apart off CUSTFJRN.DAT,
      *    the overdraft commissions and service fees of
      *    FEECKPT.DAT - the structured twin of FEEJRNL.DAT, as
      *    FEESTMT reads it - and the agios of AGIOHIST.DAT. Cost is
      *    the interest credited to them in INTPOST.DAT and the
      *    installments their loans in LOANMAST.DAT leave unpaid.
      *    Account-level amounts reach the holder through
      *    ACCTXREF.DAT. A customer who costs more than they bring
      *    in is flagged for the relationship managers to review
      *    the tariff.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT CUSTFEE-JOURNAL-FILE ASSIGN TO "CUSTFJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTFJRN-STATUS.

           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "FEECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CKPT-KEY
               FILE STATUS IS FEE-CHECKPOINT-STATUS.

           SELECT AGIO-HISTORY-FILE ASSIGN TO "AGIOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGIOHIST-STATUS.

           SELECT INTEREST-POSTING-FILE ASSIGN TO "INTPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPOST-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS LOANMAST-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    The year to analyse, the same SYSIN idea as FEESTPRM.DAT;
      *    absent, the run takes the year before the run date.
           SELECT PROFIT-PARM-FILE ASSIGN TO "RENTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-PARM-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO "RENTACLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-REPORT-STATUS.

      *    Every amount of the year sorted by customer so each one's
      *    figures arrive together: no table of customers to fill
      *    up. One roll-up per customer comes out of it, sorted once
      *    more by net contribution for the ranking.
           SELECT AMOUNT-SORT-FILE ASSIGN TO "RENTACWK.DAT".

           SELECT CUSTOMER-WORK-FILE ASSIGN TO "RENTCLWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-WORK-STATUS.

           SELECT RANK-SORT-FILE ASSIGN TO "RENTRKWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD CUSTFEE-JOURNAL-FILE.
       01 CUSTFEE-JOURNAL-RECORD PIC X(100).

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

       FD AGIO-HISTORY-FILE.
       01 AGIO-HISTORY-RECORD.
           05 AGH-COMPTE         PIC 9(5).
           05 AGH-DATE           PIC 9(8).
           05 AGH-MONTANT        PIC 9(7)V99.

       FD INTEREST-POSTING-FILE.
       COPY "INTPOST.cpy".

       FD LOAN-MASTER-FILE.
       COPY "LOANMAST.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD PROFIT-PARM-FILE.
       01 PROFIT-PARM-RECORD.
           05 PROFIT-PARM-ANNEE  PIC 9(4).

       FD PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-RECORD  PIC X(80).

      *    One amount for one customer, in the column RUBRIQUE-TABLE
      *    below numbers.
       SD AMOUNT-SORT-FILE.
       01 AMOUNT-SORT-RECORD.
           05 SRT-CUST-ID       PIC 9(6).
           05 SRT-NOM           PIC A(30).
           05 SRT-RUBRIQUE      PIC 9(1).
           05 SRT-MONTANT       PIC S9(9)V99.

       FD CUSTOMER-WORK-FILE.
       01 CUSTOMER-WORK-RECORD  PIC X(113).

       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           05 RNK-NET           PIC S9(9)V99.
           05 RNK-CUST-ID       PIC 9(6).
           05 RNK-CUMUL         PIC X(113).

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 CUSTFJRN-STATUS       PIC X(02).
       01 FEE-CHECKPOINT-STATUS PIC X(02).
       01 AGIOHIST-STATUS       PIC X(02).
       01 INTPOST-STATUS        PIC X(02).
       01 LOANMAST-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 PROFIT-PARM-STATUS    PIC X(02).
       01 PROFIT-REPORT-STATUS  PIC X(02).
       01 CUSTOMER-WORK-STATUS  PIC X(02).

       01 REGISTRE-DISPO-SW     PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 RUN-DATE-WS REDEFINES RUN-DATE.
           05 RUN-ANNEE          PIC 9(4).
           05 FILLER             PIC 9(4).
       01 ANNEE-ANALYSE         PIC 9(4).
       01 DATE-ANNEE            PIC 9(4).
       01 REPORT-LINE           PIC X(80).

      *    The customer being cumulated between two control breaks;
      *    the six amounts are also addressed by column number, the
      *    way the sorted amounts name them.
       01 CUMUL-CLIENT.
           05 CC-CUST-ID            PIC 9(6).
           05 CC-NOM                PIC A(30).
           05 CC-MONTANTS.
               10 CC-FACTURES       PIC S9(9)V99.
               10 CC-GARDE          PIC S9(9)V99.
               10 CC-DECOUVERT      PIC S9(9)V99.
               10 CC-AGIOS          PIC S9(9)V99.
               10 CC-INTERETS       PIC S9(9)V99.
               10 CC-IMPAYES        PIC S9(9)V99.
           05 CC-MONTANT-TABLE REDEFINES CC-MONTANTS.
               10 CC-MONTANT        PIC S9(9)V99 OCCURS 6 TIMES.
           05 CC-NET                PIC S9(9)V99.
       01 RUBRIQUE-TABLE.
           05 RUB-FACTURES          PIC 9(1) VALUE 1.
           05 RUB-GARDE             PIC 9(1) VALUE 2.
           05 RUB-DECOUVERT         PIC 9(1) VALUE 3.
           05 RUB-AGIOS             PIC 9(1) VALUE 4.
           05 RUB-INTERETS          PIC 9(1) VALUE 5.
           05 RUB-IMPAYES           PIC 9(1) VALUE 6.
       01 CUST-COUNT            PIC 9(7) VALUE ZERO.

      *    The customer an amount belongs to, and its name for a
      *    customer met for the first time.
       01 CLIENT-CHERCHE        PIC 9(6).
       01 NOM-CHERCHE           PIC A(30).
       01 TITULAIRE-CONNU-SW    PIC X(01).
           88 TITULAIRE-CONNU      VALUE "Y".
       01 ORPHAN-COUNT          PIC 9(5) VALUE ZERO.

      *    A CUSTFEE journal line naming the invoice a custody fee
      *    was billed on: "CLIENT nnnnnn ... FACTURE nnnnnn".
       01 JOURNAL-AVANT         PIC X(100).
       01 JOURNAL-FACTURE       PIC X(06).
       01 FACTURE-GARDE         PIC 9(6).

       01 IMPAYE-MONTANT        PIC S9(9)V99.
       01 RANG                  PIC 9(7).
       01 PERTE-COUNT           PIC 9(5) VALUE ZERO.
       01 TOTAL-PRODUITS        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-CHARGES         PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-NET             PIC S9(11)V99 VALUE ZERO.

       01 DISPLAY-RANG          PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC -ZZZZZZ9.99.
       01 DISPLAY-MONTANT-2     PIC -ZZZZZZ9.99.
       01 DISPLAY-MONTANT-3     PIC -ZZZZZZ9.99.
       01 DISPLAY-MONTANT-4     PIC -ZZZZZZ9.99.
       01 DISPLAY-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-ANNEE

           OPEN OUTPUT PROFIT-REPORT-FILE
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS NOT = "00"
               DISPLAY "ACCTXREF.DAT indisponible ("
                       ACCTXREF-STATUS ") : analyse impossible."
               CLOSE PROFIT-REPORT-FILE
               GOBACK
           END-IF

           OPEN OUTPUT CUSTOMER-WORK-FILE
           SORT AMOUNT-SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS CUMULER-MONTANTS
               OUTPUT PROCEDURE IS TOTALISER-CLIENTS
           CLOSE CUSTOMER-WORK-FILE

           PERFORM EMETTRE-ENTETE
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-NET
               ON ASCENDING KEY RNK-CUST-ID
               INPUT PROCEDURE IS CLASSER-CLIENTS
               OUTPUT PROCEDURE IS EMETTRE-CLASSEMENT
           PERFORM EMETTRE-TOTAUX

           IF REGISTRE-DISPO
               CLOSE INVOICE-REGISTER
           END-IF
           CLOSE ACCOUNT-XREF-FILE
           CLOSE PROFIT-REPORT-FILE
           GOBACK.

       LIRE-PARM-ANNEE.
           COMPUTE ANNEE-ANALYSE = RUN-ANNEE - 1
           OPEN INPUT PROFIT-PARM-FILE
           IF PROFIT-PARM-STATUS = "00"
               READ PROFIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROFIT-PARM-ANNEE > 0
                           MOVE PROFIT-PARM-ANNEE TO ANNEE-ANALYSE
                       END-IF
               END-READ
               CLOSE PROFIT-PARM-FILE
           END-IF.

       CUMULER-MONTANTS.
           PERFORM CUMULER-FACTURES
           PERFORM CUMULER-GARDE
           PERFORM CUMULER-COMMISSIONS
           PERFORM CUMULER-AGIOS
           PERFORM CUMULER-INTERETS
           PERFORM CUMULER-IMPAYES.

      *    Invoices and avoirs of the year, HT: an avoir is negative
      *    in the register and nets out of the customer's revenue.
       CUMULER-FACTURES.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT INVOICE-REGISTER
           IF INVREG-STATUS = "00"
               SET REGISTRE-DISPO TO TRUE
               MOVE LOW-VALUES TO REG-INV-NUMBER
               START INVOICE-REGISTER
                       KEY IS NOT LESS THAN REG-INV-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM CUMULER-FACTURE-SUIVANTE UNTIL SCAN-EOF
           END-IF.

       CUMULER-FACTURE-SUIVANTE.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE REG-INVOICE-DATE(1:4) TO DATE-ANNEE
               IF DATE-ANNEE = ANNEE-ANALYSE
                   MOVE REG-CUST-ID TO CLIENT-CHERCHE
                   MOVE REG-CUST-NOM TO NOM-CHERCHE
                   MOVE RUB-FACTURES TO SRT-RUBRIQUE
                   MOVE REG-PRICEHT TO SRT-MONTANT
                   PERFORM LIBERER-MONTANT
               END-IF
           END-IF.

      *    A custody fee is an ordinary invoice in the register; the
      *    CUSTFEE journal names it, and its HT is moved from the
      *    invoice column to the custody column.
       CUMULER-GARDE.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT CUSTFEE-JOURNAL-FILE
           IF CUSTFJRN-STATUS NOT = "00" OR NOT REGISTRE-DISPO
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM EXAMINER-LIGNE-GARDE UNTIL SCAN-EOF
           IF CUSTFJRN-STATUS NOT = "35"
               CLOSE CUSTFEE-JOURNAL-FILE
           END-IF.

       EXAMINER-LIGNE-GARDE.
           READ CUSTFEE-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
                   AND CUSTFEE-JOURNAL-RECORD(1:7) = "CLIENT "
               MOVE SPACES TO JOURNAL-FACTURE
               UNSTRING CUSTFEE-JOURNAL-RECORD
                   DELIMITED BY " FACTURE "
                   INTO JOURNAL-AVANT JOURNAL-FACTURE
               END-UNSTRING
               IF JOURNAL-FACTURE NUMERIC
                   MOVE JOURNAL-FACTURE TO FACTURE-GARDE
                   PERFORM RECLASSER-GARDE
               END-IF
           END-IF.

       RECLASSER-GARDE.
           MOVE FACTURE-GARDE TO REG-INV-NUMBER
           READ INVOICE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-INVOICE-DATE(1:4) TO DATE-ANNEE
                   IF DATE-ANNEE = ANNEE-ANALYSE
                       MOVE REG-CUST-ID TO CLIENT-CHERCHE
                       MOVE REG-CUST-NOM TO NOM-CHERCHE
                       MOVE RUB-FACTURES TO SRT-RUBRIQUE
                       COMPUTE SRT-MONTANT = ZERO - REG-PRICEHT
                       PERFORM LIBERER-MONTANT
                       MOVE RUB-GARDE TO SRT-RUBRIQUE
                       MOVE REG-PRICEHT TO SRT-MONTANT
                       PERFORM LIBERER-MONTANT
                   END-IF
           END-READ.

       CUMULER-COMMISSIONS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT FEE-CHECKPOINT-FILE
           IF FEE-CHECKPOINT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO FEE-CKPT-KEY
               START FEE-CHECKPOINT-FILE
                       KEY IS NOT LESS THAN FEE-CKPT-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM CUMULER-COMMISSION-SUIV UNTIL SCAN-EOF
           IF FEE-CHECKPOINT-STATUS NOT = "35"
               CLOSE FEE-CHECKPOINT-FILE
           END-IF.

       CUMULER-COMMISSION-SUIV.
           READ FEE-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF FEE-CHECKPOINT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE FEE-CKPT-DATE(1:4) TO DATE-ANNEE
               IF DATE-ANNEE = ANNEE-ANALYSE
                   MOVE FEE-CKPT-COMPTE TO XREF-ACCOUNT-ID
                   MOVE RUB-DECOUVERT TO SRT-RUBRIQUE
                   MOVE FEE-CKPT-MONTANT TO SRT-MONTANT
                   PERFORM CHERCHER-TITULAIRE
               END-IF
           END-IF.

       CUMULER-AGIOS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT AGIO-HISTORY-FILE
           IF AGIOHIST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CUMULER-AGIO-SUIVANT UNTIL SCAN-EOF
           IF AGIOHIST-STATUS NOT = "35"
               CLOSE AGIO-HISTORY-FILE
           END-IF.

       CUMULER-AGIO-SUIVANT.
           READ AGIO-HISTORY-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               MOVE AGH-DATE(1:4) TO DATE-ANNEE
               IF DATE-ANNEE = ANNEE-ANALYSE
                   MOVE AGH-COMPTE TO XREF-ACCOUNT-ID
                   MOVE RUB-AGIOS TO SRT-RUBRIQUE
                   MOVE AGH-MONTANT TO SRT-MONTANT
                   PERFORM CHERCHER-TITULAIRE
               END-IF
           END-IF.

      *    Interest paid out is gross: the flat tax withheld on it
      *    is the customer's tax, not a saving of the shop's.
       CUMULER-INTERETS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT INTEREST-POSTING-FILE
           IF INTPOST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CUMULER-INTERET-SUIVANT UNTIL SCAN-EOF
           IF INTPOST-STATUS NOT = "35"
               CLOSE INTEREST-POSTING-FILE
           END-IF.

       CUMULER-INTERET-SUIVANT.
           READ INTEREST-POSTING-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               MOVE POST-DATE(1:4) TO DATE-ANNEE
               IF DATE-ANNEE = ANNEE-ANALYSE
                   MOVE POST-ACCOUNT-ID TO XREF-ACCOUNT-ID
                   MOVE RUB-INTERETS TO SRT-RUBRIQUE
                   MOVE POST-INTEREST TO SRT-MONTANT
                   PERFORM CHERCHER-TITULAIRE
               END-IF
           END-IF.

      *    What a customer's loans cost: the installments LOANCOLL
      *    could not collect and still stand unpaid today.
       CUMULER-IMPAYES.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT LOAN-MASTER-FILE
           IF LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO LN-NUMBER
               START LOAN-MASTER-FILE KEY IS NOT LESS THAN LN-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM CUMULER-PRET-SUIVANT UNTIL SCAN-EOF
           IF LOANMAST-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

       CUMULER-PRET-SUIVANT.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF AND LN-OUVERT AND LN-IMPAYES > ZERO
               COMPUTE IMPAYE-MONTANT = LN-IMPAYES * LN-MENSUALITE
               MOVE LN-COMPTE TO XREF-ACCOUNT-ID
               MOVE RUB-IMPAYES TO SRT-RUBRIQUE
               MOVE IMPAYE-MONTANT TO SRT-MONTANT
               PERFORM CHERCHER-TITULAIRE
           END-IF.

      *    The account's holder off the cross-reference; an amount
      *    on an unlinked account is counted for the report instead
      *    of silently dropped.
       CHERCHER-TITULAIRE.
           MOVE "N" TO TITULAIRE-CONNU-SW
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TITULAIRE-CONNU TO TRUE
           END-READ
           IF NOT TITULAIRE-CONNU
               ADD 1 TO ORPHAN-COUNT
           ELSE
               MOVE XREF-CUST-ID TO CLIENT-CHERCHE
               MOVE XREF-CUST-NOM TO NOM-CHERCHE
               PERFORM LIBERER-MONTANT
           END-IF.

      *    SRT-RUBRIQUE and SRT-MONTANT are set by the caller.
       LIBERER-MONTANT.
           MOVE CLIENT-CHERCHE TO SRT-CUST-ID
           MOVE NOM-CHERCHE TO SRT-NOM
           RELEASE AMOUNT-SORT-RECORD.

      *    Control break on the customer: each amount goes into its
      *    column, the net is struck and the roll-up written out. The
      *    name kept is the first one met.
       TOTALISER-CLIENTS.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-MONTANT-TRIE
           PERFORM TOTALISER-CLIENT-TRIE UNTIL SORT-EOF.

       LIRE-MONTANT-TRIE.
           RETURN AMOUNT-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       TOTALISER-CLIENT-TRIE.
           MOVE SRT-CUST-ID TO CC-CUST-ID
           MOVE SPACES TO CC-NOM
           MOVE ZERO TO CC-FACTURES
           MOVE ZERO TO CC-GARDE
           MOVE ZERO TO CC-DECOUVERT
           MOVE ZERO TO CC-AGIOS
           MOVE ZERO TO CC-INTERETS
           MOVE ZERO TO CC-IMPAYES
           PERFORM CUMULER-MONTANT-TRIE
               UNTIL SORT-EOF OR SRT-CUST-ID NOT = CC-CUST-ID
           PERFORM CALCULER-NET-CLIENT
           ADD 1 TO CUST-COUNT
           WRITE CUSTOMER-WORK-RECORD FROM CUMUL-CLIENT.

       CUMULER-MONTANT-TRIE.
           IF CC-NOM = SPACES
               MOVE SRT-NOM TO CC-NOM
           END-IF
           ADD SRT-MONTANT TO CC-MONTANT(SRT-RUBRIQUE)
           PERFORM LIRE-MONTANT-TRIE.

       CALCULER-NET-CLIENT.
           COMPUTE CC-NET = CC-FACTURES + CC-GARDE + CC-DECOUVERT
                          + CC-AGIOS - CC-INTERETS - CC-IMPAYES
           COMPUTE TOTAL-PRODUITS = TOTAL-PRODUITS + CC-FACTURES
                                  + CC-GARDE + CC-DECOUVERT
                                  + CC-AGIOS
           COMPUTE TOTAL-CHARGES = TOTAL-CHARGES + CC-INTERETS
                                 + CC-IMPAYES
           ADD CC-NET TO TOTAL-NET.

       EMETTRE-ENTETE.
           MOVE SPACES TO REPORT-LINE
           STRING "RENTABILITE PAR CLIENT - ANNEE " DELIMITED BY SIZE
                  ANNEE-ANALYSE DELIMITED BY SIZE
                  " - PAR CONTRIBUTION NETTE" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  PRODUITS : FACTURES HT, DROITS DE GARDE, "
                      DELIMITED BY SIZE
                  "COMMISSIONS, AGIOS" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  CHARGES  : INTERETS VERSES, IMPAYES SUR PRETS"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Ranking: the roll-ups sorted on the net contribution,
      *    best first.
       CLASSER-CLIENTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT CUSTOMER-WORK-FILE
           IF CUSTOMER-WORK-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CLASSER-CLIENT-SUIVANT UNTIL SCAN-EOF
           IF CUSTOMER-WORK-STATUS NOT = "35"
               CLOSE CUSTOMER-WORK-FILE
           END-IF.

       CLASSER-CLIENT-SUIVANT.
           READ CUSTOMER-WORK-FILE INTO CUMUL-CLIENT
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               MOVE CC-NET TO RNK-NET
               MOVE CC-CUST-ID TO RNK-CUST-ID
               MOVE CUMUL-CLIENT TO RNK-CUMUL
               RELEASE RANK-SORT-RECORD
           END-IF.

       EMETTRE-CLASSEMENT.
           MOVE "N" TO SORT-EOF-SWITCH
           MOVE ZERO TO RANG
           PERFORM LIRE-CLIENT-CLASSE
           PERFORM EMETTRE-CLIENT UNTIL SORT-EOF.

       LIRE-CLIENT-CLASSE.
           RETURN RANK-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       EMETTRE-CLIENT.
           MOVE RNK-CUMUL TO CUMUL-CLIENT
           ADD 1 TO RANG
           MOVE RANG TO DISPLAY-RANG
           MOVE CC-NET TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           IF CC-NET < ZERO
               ADD 1 TO PERTE-COUNT
               STRING DISPLAY-RANG DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CC-CUST-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CC-NOM DELIMITED BY SIZE
                      " NET" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " ** PERTE **" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING DISPLAY-RANG DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CC-CUST-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CC-NOM DELIMITED BY SIZE
                      " NET" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE CC-FACTURES TO DISPLAY-MONTANT
           MOVE CC-GARDE TO DISPLAY-MONTANT-2
           MOVE CC-DECOUVERT TO DISPLAY-MONTANT-3
           MOVE CC-AGIOS TO DISPLAY-MONTANT-4
           MOVE SPACES TO REPORT-LINE
           STRING "      FACT" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " GARDE" DELIMITED BY SIZE
                  DISPLAY-MONTANT-2 DELIMITED BY SIZE
                  " COMM" DELIMITED BY SIZE
                  DISPLAY-MONTANT-3 DELIMITED BY SIZE
                  " AGIOS" DELIMITED BY SIZE
                  DISPLAY-MONTANT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE CC-INTERETS TO DISPLAY-MONTANT
           MOVE CC-IMPAYES TO DISPLAY-MONTANT-2
           MOVE SPACES TO REPORT-LINE
           STRING "      INTERETS VERSES" DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " IMPAYES PRETS" DELIMITED BY SIZE
                  DISPLAY-MONTANT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM LIRE-CLIENT-CLASSE.

       EMETTRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE CUST-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTS ANALYSES : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE PERTE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENTS EN PERTE (TARIF A REVOIR) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-PRODUITS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PRODUITS : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-CHARGES TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CHARGES  : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-NET TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRIBUTION NETTE : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           IF ORPHAN-COUNT > ZERO
               MOVE ORPHAN-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "MONTANTS SUR COMPTES SANS TITULAIRE : "
                          DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.
