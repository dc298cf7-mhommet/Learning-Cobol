               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPOST-STATUS.

      *    The year's purchases, off PURMAINT's register.
           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

      *    The year's supplier payments, off SUPVALID's journal.
           SELECT SUPPLIER-SETTLEMENT-FILE ASSIGN TO "SUPSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPSETL-STATUS.

      *    The year's staged operations diverses (dotations,
      *    cessions), by their accounting date.
           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

      *    Staged lines carry any account of the plan comptable; the
      *    CompteLib column is looked up rather than hard-coded.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    SYSIN/parameter file carrying the fiscal year, the same
      *    idea as CA3PARM.DAT, then the company whose FEC is built:
      *    each legal entity hands over its own file; blank is
      *    company 0.
           SELECT YEAR-PARM-FILE ASSIGN TO "FECPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEAR-PARM-STATUS.
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
      *    Spaces for OVRDFEE's overdraft commission, otherwise the
      *    SVCTARIF.DAT fee code SVCFEE charged.
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

       FD INTEREST-POSTING-FILE.
       COPY "INTPOST.cpy".

       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-SETTLEMENT-FILE.
       COPY "SUPSETL.cpy".

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD YEAR-PARM-FILE.
       01 YEAR-PARM-RECORD.
           05 YEAR-PARM-YEAR    PIC 9(4).
           05 YEAR-PARM-COMPANY PIC X(01).

       FD FEC-EXPORT-FILE.
       01 FEC-EXPORT-RECORD     PIC X(250).
       01 SETTLEMENT-JOURNAL-STATUS PIC X(02).
       01 FEE-CHECKPOINT-STATUS PIC X(02).
       01 INTPOST-STATUS        PIC X(02).
       01 PURREG-STATUS         PIC X(02).
       01 SUPSETL-STATUS        PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 YEAR-PARM-STATUS      PIC X(02).
       01 FEC-EXPORT-STATUS     PIC X(02).
       01 FEC-REPORT-STATUS     PIC X(02).
           88 SCAN-EOF             VALUE "Y".

       01 FISCAL-YEAR           PIC 9(4) VALUE ZERO.

      *    The company exported, and the company a register item or
      *    settlement belongs to, off the item's REG-COMPANY.
      *    Purchases, supplier payments, the bank side and the
      *    staged OD lines are company 0's books alone.
       01 SOCIETE-EXPORTEE      PIC 9(01) VALUE ZERO.
       01 SOCIETE-PIECE         PIC 9(01).
       01 REGISTRE-DISPO-SWITCH PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".
       01 ENTRY-NUMBER          PIC 9(6) VALUE ZERO.
       01 MONTANT-REGLE-ABS     PIC 9(6)V99.
       01 REPORT-LINE           PIC X(80).
       01 FEC-COMPTE-NUM        PIC X(06).
       01 FEC-COMPTE-LIB        PIC X(20).
       01 FEC-COMP-AUX-NUM      PIC X(06).
       01 FEC-PIECE-REF         PIC X(15).
       01 FEC-PIECE-DATE        PIC 9(8).
       01 FEC-ECRITURE-LIB      PIC X(30).
       01 FEC-DEBIT             PIC 9(9)V99.
       01 CREDIT-TEXTE          PIC X(12).
       01 FEC-LINE              PIC X(250).

      *    Totals by journal for the control report: VT, HA, BQ, OD.
       01 TOTAL-VT-DEBIT        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-VT-CREDIT       PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-HA-DEBIT        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-HA-CREDIT       PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-BQ-DEBIT        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-BQ-CREDIT       PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-OD-DEBIT        PIC S9(11)V99 VALUE ZERO.
       01 MONTANT-TTC-ABS       PIC 9(9)V99.
       01 MONTANT-HT-ABS        PIC 9(9)V99.
       01 MONTANT-TVA-ABS       PIC 9(9)V99.
       01 COMPTE-PRODUIT        PIC X(06).
       01 LIBELLE-PRODUIT       PIC X(20).

       01 PIECE-PRECEDENTE      PIC X(12).
       01 COA-OUVERT-SWITCH     PIC X(01) VALUE "N".
           88 COA-OUVERT           VALUE "Y".

      *    Day GLCLOSE closed the year, off its own closing pieces
      *    rather than the a-nouveaux that opened it (zero while the
      *    year is open), and the day a staged line fell due to
      *    GLPOST: a line of the year, other than GLCLOSE's, due on
      *    or after the closing was refused by GLPOST and never
      *    reached the ledger.
       01 JOUR-CLOTURE-EXERCICE PIC 9(8) VALUE ZERO.
       01 DATE-EXIGIBLE         PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-ANNEE

           PERFORM ECRIRE-ENTETE-FEC
           PERFORM EXPORTER-FACTURATION
           IF SOCIETE-EXPORTEE = 0
               PERFORM EXPORTER-ACHATS
           END-IF
           PERFORM EXPORTER-REGLEMENTS
           IF SOCIETE-EXPORTEE = 0
               PERFORM EXPORTER-REGLEMENTS-FRN
               PERFORM EXPORTER-COMMISSIONS
               PERFORM EXPORTER-INTERETS
               PERFORM EXPORTER-ECRITURES-DIVERSES
           END-IF
           PERFORM ECRIRE-CONTROLE-FEC

           CLOSE FEC-EXPORT-FILE
                   CONTINUE
               NOT AT END
                   MOVE YEAR-PARM-YEAR TO FISCAL-YEAR
                   IF YEAR-PARM-COMPANY NUMERIC
                       MOVE YEAR-PARM-COMPANY TO SOCIETE-EXPORTEE
                   END-IF
           END-READ
           CLOSE YEAR-PARM-FILE.

               WHEN "VT"
                   ADD FEC-DEBIT TO TOTAL-VT-DEBIT
                   ADD FEC-CREDIT TO TOTAL-VT-CREDIT
               WHEN "HA"
                   ADD FEC-DEBIT TO TOTAL-HA-DEBIT
                   ADD FEC-CREDIT TO TOTAL-HA-CREDIT
               WHEN "BQ"
                   ADD FEC-DEBIT TO TOTAL-BQ-DEBIT
                   ADD FEC-CREDIT TO TOTAL-BQ-CREDIT
      *    The year's invoices and avoirs: TTC to 411000, HT to
      *    707000, TVA to 445710, the avoir posting the other way
      *    in absolute figures - the entries balance line by line.
      *    A hors-champ penalty piece credits 763800, as GLPOST
      *    posts it.
       EXPORTER-FACTURATION.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT INVOICE-REGISTER
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE REG-COMPANY TO SOCIETE-PIECE
               IF REG-INVOICE-DATE(1:4) = FISCAL-YEAR
                       AND SOCIETE-PIECE = SOCIETE-EXPORTEE
                   PERFORM EXPORTER-UNE-PIECE
               END-IF
           END-IF.
               MOVE REG-TVA TO MONTANT-TVA-ABS
           END-IF

           IF REG-CATEGORY = "H"
               MOVE "763800" TO COMPTE-PRODUIT
               MOVE "PENALITES DE RETARD" TO LIBELLE-PRODUIT
           ELSE
               MOVE "707000" TO COMPTE-PRODUIT
               MOVE "VENTES" TO LIBELLE-PRODUIT
           END-IF

           MOVE SPACES TO FEC-ECRITURE-LIB
           IF REG-AVOIR
               STRING "AVOIR " DELIMITED BY SIZE
           END-IF

           IF REG-AVOIR
               MOVE COMPTE-PRODUIT TO FEC-COMPTE-NUM
               MOVE LIBELLE-PRODUIT TO FEC-COMPTE-LIB
               MOVE MONTANT-HT-ABS TO FEC-DEBIT
               MOVE ZERO TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               MOVE MONTANT-TTC-ABS TO FEC-DEBIT
               MOVE ZERO TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               MOVE COMPTE-PRODUIT TO FEC-COMPTE-NUM
               MOVE LIBELLE-PRODUIT TO FEC-COMPTE-LIB
               MOVE ZERO TO FEC-DEBIT
               MOVE MONTANT-HT-ABS TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               END-IF
           END-IF.

      *    The year's supplier invoices, on the date PURMAINT booked
      *    them - the same date GLPOST posts them on: charge and TVA
      *    deductible against 401000, a supplier credit note the
      *    other way round in absolute figures.
       EXPORTER-ACHATS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT PURCHASE-REGISTER
           IF PURREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO PUR-KEY
               START PURCHASE-REGISTER
                       KEY IS NOT LESS THAN PUR-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM EXPORTER-ACHAT-SUIVANT UNTIL SCAN-EOF
           IF PURREG-STATUS NOT = "35"
               CLOSE PURCHASE-REGISTER
           END-IF.

       EXPORTER-ACHAT-SUIVANT.
           READ PURCHASE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PURREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF PUR-ENTRY-DATE(1:4) = FISCAL-YEAR
                   PERFORM EXPORTER-UN-ACHAT
               END-IF
           END-IF.

       EXPORTER-UN-ACHAT.
           ADD 1 TO ENTRY-NUMBER
           MOVE "HA" TO FEC-JOURNAL-CODE
           MOVE "ACHATS" TO FEC-JOURNAL-LIB
           MOVE PUR-ENTRY-DATE TO FEC-ECRITURE-DATE
           MOVE PUR-INVOICE-DATE TO FEC-PIECE-DATE
           MOVE PUR-SUP-INV-NUMBER TO FEC-PIECE-REF
           MOVE PUR-SUP-ID TO FEC-COMP-AUX-NUM
           MOVE SPACES TO FEC-ECRITURE-LIB
           STRING "ACHAT " DELIMITED BY SIZE
                  PUR-SUP-NOM DELIMITED BY SIZE
               INTO FEC-ECRITURE-LIB

           IF PUR-TOTAL-TTC < 0
               COMPUTE MONTANT-TTC-ABS = 0 - PUR-TOTAL-TTC
               COMPUTE MONTANT-HT-ABS = 0 - PUR-TOTAL-HT
               COMPUTE MONTANT-TVA-ABS = 0 - PUR-TOTAL-TVA
           ELSE
               MOVE PUR-TOTAL-TTC TO MONTANT-TTC-ABS
               MOVE PUR-TOTAL-HT TO MONTANT-HT-ABS
               MOVE PUR-TOTAL-TVA TO MONTANT-TVA-ABS
           END-IF

           IF PUR-TOTAL-TTC < 0
               MOVE "401000" TO FEC-COMPTE-NUM
               MOVE "FOURNISSEURS" TO FEC-COMPTE-LIB
               MOVE MONTANT-TTC-ABS TO FEC-DEBIT
               MOVE ZERO TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               MOVE SPACES TO FEC-COMP-AUX-NUM
               MOVE PUR-GL-ACCOUNT TO FEC-COMPTE-NUM
               MOVE "ACHATS ET CHARGES" TO FEC-COMPTE-LIB
               MOVE ZERO TO FEC-DEBIT
               MOVE MONTANT-HT-ABS TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               IF MONTANT-TVA-ABS NOT = ZERO
                   MOVE "445660" TO FEC-COMPTE-NUM
                   MOVE "TVA DEDUCTIBLE" TO FEC-COMPTE-LIB
                   MOVE ZERO TO FEC-DEBIT
                   MOVE MONTANT-TVA-ABS TO FEC-CREDIT
                   PERFORM ECRIRE-LIGNE-FEC
               END-IF
           ELSE
               MOVE SPACES TO FEC-COMP-AUX-NUM
               MOVE PUR-GL-ACCOUNT TO FEC-COMPTE-NUM
               MOVE "ACHATS ET CHARGES" TO FEC-COMPTE-LIB
               MOVE MONTANT-HT-ABS TO FEC-DEBIT
               MOVE ZERO TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
               IF MONTANT-TVA-ABS NOT = ZERO
                   MOVE "445660" TO FEC-COMPTE-NUM
                   MOVE "TVA DEDUCTIBLE" TO FEC-COMPTE-LIB
                   MOVE MONTANT-TVA-ABS TO FEC-DEBIT
                   MOVE ZERO TO FEC-CREDIT
                   PERFORM ECRIRE-LIGNE-FEC
               END-IF
               MOVE PUR-SUP-ID TO FEC-COMP-AUX-NUM
               MOVE "401000" TO FEC-COMPTE-NUM
               MOVE "FOURNISSEURS" TO FEC-COMPTE-LIB
               MOVE ZERO TO FEC-DEBIT
               MOVE MONTANT-TTC-ABS TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
           END-IF.

      *    The year's settlements: money in at the bank against the
      *    client's receivable - those of the exported company's
      *    invoices only, looked up on the register.
       EXPORTER-REGLEMENTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE "N" TO REGISTRE-DISPO-SWITCH
           OPEN INPUT INVOICE-REGISTER
           IF INVREG-STATUS = "00"
               SET REGISTRE-DISPO TO TRUE
           END-IF
           OPEN INPUT SETTLEMENT-JOURNAL
           IF SETTLEMENT-JOURNAL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           PERFORM EXPORTER-REGLEMENT-SUIVANT UNTIL SCAN-EOF
           IF SETTLEMENT-JOURNAL-STATUS NOT = "35"
               CLOSE SETTLEMENT-JOURNAL
           END-IF
           IF REGISTRE-DISPO
               CLOSE INVOICE-REGISTER
           END-IF.

      *    An invoice no longer on the register falls back on the
      *    leading digit of its number, which names its series.
       CHERCHER-SOCIETE-REGLEMENT.
           MOVE ZERO TO SOCIETE-PIECE
           IF SET-INV-NUMBER(1:1) NUMERIC
               MOVE SET-INV-NUMBER(1:1) TO SOCIETE-PIECE
           END-IF
           IF REGISTRE-DISPO
               MOVE SET-INV-NUMBER TO REG-INV-NUMBER
               READ INVOICE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-COMPANY TO SOCIETE-PIECE
               END-READ
           END-IF.

       EXPORTER-REGLEMENT-SUIVANT.
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               PERFORM CHERCHER-SOCIETE-REGLEMENT
               IF SET-DATE(1:4) = FISCAL-YEAR
                       AND SOCIETE-PIECE = SOCIETE-EXPORTEE
                   ADD 1 TO ENTRY-NUMBER
                   MOVE "BQ" TO FEC-JOURNAL-CODE
                   MOVE "BANQUE" TO FEC-JOURNAL-LIB
               END-IF
           END-IF.

      *    The year's supplier payments: fournisseurs against the
      *    bank, a settled supplier credit note the other way round.
       EXPORTER-REGLEMENTS-FRN.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT SUPPLIER-SETTLEMENT-FILE
           IF SUPSETL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM EXPORTER-REGLEMENT-FRN-SUIV UNTIL SCAN-EOF
           IF SUPSETL-STATUS NOT = "35"
               CLOSE SUPPLIER-SETTLEMENT-FILE
           END-IF.

       EXPORTER-REGLEMENT-FRN-SUIV.
           READ SUPPLIER-SETTLEMENT-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF SPS-DATE(1:4) = FISCAL-YEAR
                   ADD 1 TO ENTRY-NUMBER
                   MOVE "BQ" TO FEC-JOURNAL-CODE
                   MOVE "BANQUE" TO FEC-JOURNAL-LIB
                   MOVE SPS-DATE TO FEC-ECRITURE-DATE
                   MOVE SPS-DATE TO FEC-PIECE-DATE
                   MOVE SPS-SUP-INV-NUMBER TO FEC-PIECE-REF
                   MOVE SPACES TO FEC-ECRITURE-LIB
                   STRING "REGLEMENT FOURNISSEUR " DELIMITED BY SIZE
                          SPS-SUP-ID DELIMITED BY SIZE
                       INTO FEC-ECRITURE-LIB
                   IF SPS-AMOUNT-PAID < 0
                       COMPUTE MONTANT-TTC-ABS = 0 - SPS-AMOUNT-PAID
                       MOVE SPACES TO FEC-COMP-AUX-NUM
                       MOVE "512000" TO FEC-COMPTE-NUM
                       MOVE "BANQUE" TO FEC-COMPTE-LIB
                       MOVE MONTANT-TTC-ABS TO FEC-DEBIT
                       MOVE ZERO TO FEC-CREDIT
                       PERFORM ECRIRE-LIGNE-FEC
                       MOVE SPS-SUP-ID TO FEC-COMP-AUX-NUM
                       MOVE "401000" TO FEC-COMPTE-NUM
                       MOVE "FOURNISSEURS" TO FEC-COMPTE-LIB
                       MOVE ZERO TO FEC-DEBIT
                       MOVE MONTANT-TTC-ABS TO FEC-CREDIT
                       PERFORM ECRIRE-LIGNE-FEC
                   ELSE
                       MOVE SPS-SUP-ID TO FEC-COMP-AUX-NUM
                       MOVE "401000" TO FEC-COMPTE-NUM
                       MOVE "FOURNISSEURS" TO FEC-COMPTE-LIB
                       MOVE SPS-AMOUNT-PAID TO FEC-DEBIT
                       MOVE ZERO TO FEC-CREDIT
                       PERFORM ECRIRE-LIGNE-FEC
                       MOVE SPACES TO FEC-COMP-AUX-NUM
                       MOVE "512000" TO FEC-COMPTE-NUM
                       MOVE "BANQUE" TO FEC-COMPTE-LIB
                       MOVE ZERO TO FEC-DEBIT
                       MOVE SPS-AMOUNT-PAID TO FEC-CREDIT
                       PERFORM ECRIRE-LIGNE-FEC
                   END-IF
               END-IF
           END-IF.

       EXPORTER-COMMISSIONS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT FEE-CHECKPOINT-FILE
                       INTO FEC-PIECE-REF
                   MOVE SPACES TO FEC-COMP-AUX-NUM
                   MOVE SPACES TO FEC-ECRITURE-LIB
      *    Same split as GLPOST: the service fees SVCFEE charged
      *    go to 706000, the overdraft commission to 708500.
                   IF FEE-CKPT-CODE = SPACES
                       STRING "COMMISSION DECOUVERT "
                                  DELIMITED BY SIZE
                              FEE-CKPT-COMPTE DELIMITED BY SIZE
                           INTO FEC-ECRITURE-LIB
                   ELSE
                       STRING "FRAIS " DELIMITED BY SIZE
                              FEE-CKPT-CODE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FEE-CKPT-COMPTE DELIMITED BY SIZE
                           INTO FEC-ECRITURE-LIB
                   END-IF
                   MOVE "411000" TO FEC-COMPTE-NUM
                   MOVE "CLIENTS" TO FEC-COMPTE-LIB
                   MOVE FEE-CKPT-MONTANT TO FEC-DEBIT
                   MOVE ZERO TO FEC-CREDIT
                   PERFORM ECRIRE-LIGNE-FEC
                   IF FEE-CKPT-CODE = SPACES
                       MOVE "708500" TO FEC-COMPTE-NUM
                       MOVE "FRAIS FACTURES" TO FEC-COMPTE-LIB
                   ELSE
                       MOVE "706000" TO FEC-COMPTE-NUM
                       MOVE "PRESTATIONS SERVICES" TO FEC-COMPTE-LIB
                   END-IF
                   MOVE ZERO TO FEC-DEBIT
                   MOVE FEE-CKPT-MONTANT TO FEC-CREDIT
                   PERFORM ECRIRE-LIGNE-FEC
               END-IF
           END-IF.

      *    The year's staged operations diverses, line for line,
      *    one ecriture per piece - only those GLPOST carried to the
      *    ledger.
       EXPORTER-ECRITURES-DIVERSES.
           PERFORM REPERER-JOUR-CLOTURE
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE SPACES TO PIECE-PRECEDENTE
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "00"
               SET COA-OUVERT TO TRUE
           END-IF
           OPEN INPUT OD-JOURNAL-FILE
           IF ODJRNL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM EXPORTER-LIGNE-DIVERSE-SUIV UNTIL SCAN-EOF
           IF ODJRNL-STATUS NOT = "35"
               CLOSE OD-JOURNAL-FILE
           END-IF
           IF COA-OUVERT
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       REPERER-JOUR-CLOTURE.
           MOVE ZERO TO JOUR-CLOTURE-EXERCICE
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT OD-JOURNAL-FILE
           IF ODJRNL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM REPERER-PIECE-CLOTURE UNTIL SCAN-EOF
           IF ODJRNL-STATUS NOT = "35"
               CLOSE OD-JOURNAL-FILE
           END-IF.

       REPERER-PIECE-CLOTURE.
           READ OD-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF ODJ-SOURCE = "GLCLOSE"
                       AND ODJ-JOURNAL NOT = "AN"
                       AND ODJ-DATE(1:4) = FISCAL-YEAR
                   IF JOUR-CLOTURE-EXERCICE = ZERO
                           OR ODJ-SAISIE-DATE < JOUR-CLOTURE-EXERCICE
                       MOVE ODJ-SAISIE-DATE TO JOUR-CLOTURE-EXERCICE
                   END-IF
               END-IF
           END-IF.

      *    Same due date GLPOST works out for a staged line.
       EXPORTER-LIGNE-DIVERSE-SUIV.
           READ OD-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF ODJ-DATE > ODJ-SAISIE-DATE
                   MOVE ODJ-DATE TO DATE-EXIGIBLE
               ELSE
                   MOVE ODJ-SAISIE-DATE TO DATE-EXIGIBLE
               END-IF
               IF ODJ-DATE(1:4) = FISCAL-YEAR
                       AND ODJ-SOURCE NOT = "GLCLOSE"
                       AND JOUR-CLOTURE-EXERCICE NOT = ZERO
                       AND DATE-EXIGIBLE >= JOUR-CLOTURE-EXERCICE
                   MOVE SPACES TO PIECE-PRECEDENTE
               ELSE
                   PERFORM EXPORTER-LIGNE-DIVERSE
               END-IF
           END-IF.

       EXPORTER-LIGNE-DIVERSE.
           IF ODJ-DATE(1:4) = FISCAL-YEAR
               IF ODJ-PIECE NOT = PIECE-PRECEDENTE
                   ADD 1 TO ENTRY-NUMBER
                   MOVE ODJ-PIECE TO PIECE-PRECEDENTE
               END-IF
               MOVE ODJ-JOURNAL TO FEC-JOURNAL-CODE
               IF ODJ-JOURNAL = "AN"
                   MOVE "A NOUVEAUX" TO FEC-JOURNAL-LIB
               ELSE
                   MOVE "OPERATIONS DIVERSES" TO FEC-JOURNAL-LIB
               END-IF
               MOVE ODJ-DATE TO FEC-ECRITURE-DATE
               MOVE ODJ-DATE TO FEC-PIECE-DATE
               MOVE ODJ-PIECE TO FEC-PIECE-REF
               MOVE SPACES TO FEC-COMP-AUX-NUM
               MOVE ODJ-LABEL TO FEC-ECRITURE-LIB
               MOVE ODJ-ACCOUNT TO FEC-COMPTE-NUM
               MOVE SPACES TO FEC-COMPTE-LIB
               IF COA-OUVERT
                   MOVE ODJ-ACCOUNT TO GLA-NUMBER
                   READ GL-ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GLA-LABEL TO FEC-COMPTE-LIB
                   END-READ
               END-IF
               MOVE ODJ-DEBIT TO FEC-DEBIT
               MOVE ODJ-CREDIT TO FEC-CREDIT
               PERFORM ECRIRE-LIGNE-FEC
           ELSE
               MOVE SPACES TO PIECE-PRECEDENTE
           END-IF.

       ECRIRE-CONTROLE-FEC.
           MOVE SPACES TO REPORT-LINE
           STRING "CONTROLE FEC - EXERCICE " DELIMITED BY SIZE
                  FISCAL-YEAR DELIMITED BY SIZE
                  " - SOCIETE " DELIMITED BY SIZE
                  SOCIETE-EXPORTEE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO FEC-REPORT-RECORD
           WRITE FEC-REPORT-RECORD
           MOVE REPORT-LINE TO FEC-REPORT-RECORD
           WRITE FEC-REPORT-RECORD

           MOVE TOTAL-HA-DEBIT TO DISPLAY-DEBIT
           MOVE TOTAL-HA-CREDIT TO DISPLAY-CREDIT
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL HA DEBIT=" DELIMITED BY SIZE
                  DISPLAY-DEBIT DELIMITED BY SIZE
                  " CREDIT=" DELIMITED BY SIZE
                  DISPLAY-CREDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO FEC-REPORT-RECORD
           WRITE FEC-REPORT-RECORD

           MOVE TOTAL-BQ-DEBIT TO DISPLAY-DEBIT
           MOVE TOTAL-BQ-CREDIT TO DISPLAY-CREDIT
           MOVE SPACES TO REPORT-LINE
           MOVE REPORT-LINE TO FEC-REPORT-RECORD
           WRITE FEC-REPORT-RECORD

           IF TOTAL-VT-DEBIT + TOTAL-HA-DEBIT + TOTAL-BQ-DEBIT
                   + TOTAL-OD-DEBIT
                   = TOTAL-VT-CREDIT + TOTAL-HA-CREDIT
                   + TOTAL-BQ-CREDIT + TOTAL-OD-CREDIT
               MOVE "FEC EQUILIBRE." TO REPORT-LINE
           ELSE
               MOVE "*** FEC DESEQUILIBRE - NE PAS REMETTRE ***"
