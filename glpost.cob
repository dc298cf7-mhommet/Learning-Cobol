
      *    OVRDFEE's structured per-account checkpoint: one record
      *    per commission actually collected, dated - a far sturdier
      *    source than re-parsing the prose journal. SVCFEE's
      *    service fees land here too, under their fee code.
           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "FEECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

      *    The day's billing off the register: TTC to clients, HT to
      *    ventes, TVA collectee to its own account - an avoir posts
      *    the other way round. Company 0's pieces only: the ledger
      *    carries no company, see GLJRNL.cpy.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

      *    The purchases PURMAINT booked: charge and TVA deductible
      *    against fournisseurs - a supplier credit note posts the
      *    other way round.
           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

      *    Supplier payments SUPVALID released: fournisseurs debited
      *    against the bank.
           SELECT SUPPLIER-SETTLEMENT-FILE ASSIGN TO "SUPSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPSETL-STATUS.

      *    Operations diverses the accounting programs staged -
      *    dotations, cessions - each with its own accounting date.
           SELECT OD-JOURNAL-FILE ASSIGN TO "ODJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODJRNL-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
      *    Spaces for OVRDFEE's overdraft commission, otherwise the
      *    SVCTARIF.DAT fee code SVCFEE charged.
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-SETTLEMENT-FILE.
       COPY "SUPSETL.cpy".

       FD OD-JOURNAL-FILE.
       COPY "ODJRNL.cpy".

       FD GL-JOURNAL-FILE.
       COPY "GLJRNL.cpy".

       01 FEE-CHECKPOINT-STATUS PIC X(02).
       01 INTPOST-STATUS        PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 PURREG-STATUS         PIC X(02).
       01 SUPSETL-STATUS        PIC X(02).
       01 ODJRNL-STATUS         PIC X(02).
       01 GL-JOURNAL-STATUS     PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 POSTING-REPORT-STATUS PIC X(02).
       01 LEG-CREDIT            PIC 9(9)V99.
       01 LEG-JOURNAL           PIC X(02).
       01 LEG-LABEL             PIC X(40).
      *    The run date for every sweep but the staged operations
      *    diverses, which keep the date they were staged for.
       01 LEG-DATE              PIC 9(8).

      *    Staged lines: a change of piece opens a new entry; the
      *    line is due on the later of its accounting and staging
      *    dates.
       01 PIECE-PRECEDENTE      PIC X(12).
       01 DATE-EXIGIBLE         PIC 9(8).

      *    De-editing of STOJRNL's EXECUTE lines: the edited amount
      *    moved through the redefined view becomes numeric again.
       01 MONTANT-TTC-ABS       PIC 9(9)V99.
       01 MONTANT-HT-ABS        PIC 9(9)V99.
       01 MONTANT-TVA-ABS       PIC 9(9)V99.
       01 COMPTE-PRODUIT        PIC X(06).
      *    Invoicing company of the register piece, blank being 0.
       01 SOCIETE-PIECE         PIC 9(01).

      *    Last day already swept to the ledger, off the "D"
      *    checkpoint record: the invoice sweep takes everything
      *    their deliberate past bill dates still reach the books.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.

      *    Last day of the last closed year, off the "C" checkpoint
      *    record GLCLOSE writes: nothing is posted into it any more
      *    but GLCLOSE's own closing pieces.
       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 REFUS-COUNT           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO LEG-DATE

           PERFORM OUVRIR-CHECKPOINT-GL
           PERFORM VERIFIER-DATE-DEJA-POSTEE
           PERFORM VERIFIER-EXERCICE-CLOS

           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "35"
           PERFORM POSTER-COMMISSIONS
           PERFORM POSTER-INTERETS
           PERFORM POSTER-FACTURATION
           PERFORM POSTER-ACHATS
           PERFORM POSTER-REGLEMENTS-FOURNISSEURS
           PERFORM POSTER-ECRITURES-DIVERSES

           PERFORM MARQUER-DATE-POSTEE
           PERFORM ECRIRE-TOTAUX-POSTING
                   MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
           END-READ.

       VERIFIER-EXERCICE-CLOS.
           MOVE "C" TO GLK-KEY
           READ GL-CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLK-LAST-DATE TO DATE-CLOTURE
           END-READ
           IF RUN-DATE <= DATE-CLOTURE
               DISPLAY "Journee " RUN-DATE " dans un exercice clos "
                       "le " DATE-CLOTURE " : run refuse."
               CLOSE GL-CHECKPOINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       MARQUER-DATE-POSTEE.
           MOVE "N" TO GLK-KEY
           MOVE ENTRY-NUMBER TO GLK-LAST-ENTRY
      *    source so a trial-balance question walks straight back
      *    to the operational journal it came from.
       ECRIRE-LIGNE-GL.
           MOVE LEG-DATE TO GLJ-DATE
           MOVE LEG-JOURNAL TO GLJ-JOURNAL
           MOVE ENTRY-NUMBER TO GLJ-ENTRY-NUMBER
           MOVE LEG-ACCOUNT TO GLJ-ACCOUNT
      *    banque, not caisse.
                       WHEN "V"
                           PERFORM POSTER-VIREMENT-SORTANT
      *    The incoming side - a virement received or a securities
      *    sale settled - comes in through the bank the same way.
                       WHEN "E"
                           PERFORM POSTER-VIREMENT-ENTRANT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           MOVE JR-MONTANT TO LEG-CREDIT
           PERFORM ECRIRE-LIGNE-GL.

       POSTER-VIREMENT-ENTRANT.
           ADD 1 TO ENTRY-NUMBER
           ADD 1 TO ENTRY-COUNT
           MOVE "BQ" TO LEG-JOURNAL
           MOVE SPACES TO LEG-LABEL
           STRING "VIREMENT RECU COMPTE " DELIMITED BY SIZE
                  JR-COMPTE DELIMITED BY SIZE
               INTO LEG-LABEL
           MOVE "512000" TO LEG-ACCOUNT
           MOVE JR-MONTANT TO LEG-DEBIT
           MOVE ZERO TO LEG-CREDIT
           PERFORM ECRIRE-LIGNE-GL
           MOVE "411000" TO LEG-ACCOUNT
           MOVE ZERO TO LEG-DEBIT
           MOVE JR-MONTANT TO LEG-CREDIT
           PERFORM ECRIRE-LIGNE-GL.

      *    STOJRNL.DAT is rewritten by each STOEXEC run, so what it
      *    holds is the day being posted. Only the EXECUTE lines
      *    carry money; their fixed columns are de-edited here.
           PERFORM ECRIRE-LIGNE-GL.

      *    Commissions actually collected today, off OVRDFEE's
      *    structured checkpoint: the overdraft commission to
      *    708500, the service fees SVCFEE charged to 706000
      *    prestations de services.
       POSTER-COMMISSIONS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT FEE-CHECKPOINT-FILE
                   ADD 1 TO ENTRY-COUNT
                   MOVE "OD" TO LEG-JOURNAL
                   MOVE SPACES TO LEG-LABEL
                   IF FEE-CKPT-CODE = SPACES
                       STRING "COMMISSION DECOUVERT COMPTE "
                                  DELIMITED BY SIZE
                              FEE-CKPT-COMPTE DELIMITED BY SIZE
                           INTO LEG-LABEL
                       MOVE "708500" TO COMPTE-PRODUIT
                   ELSE
                       STRING "FRAIS " DELIMITED BY SIZE
                              FEE-CKPT-CODE DELIMITED BY SIZE
                              " COMPTE " DELIMITED BY SIZE
                              FEE-CKPT-COMPTE DELIMITED BY SIZE
                           INTO LEG-LABEL
                       MOVE "706000" TO COMPTE-PRODUIT
                   END-IF
                   MOVE "411000" TO LEG-ACCOUNT
                   MOVE FEE-CKPT-MONTANT TO LEG-DEBIT
                   MOVE ZERO TO LEG-CREDIT
                   PERFORM ECRIRE-LIGNE-GL
                   MOVE COMPTE-PRODUIT TO LEG-ACCOUNT
                   MOVE ZERO TO LEG-DEBIT
                   MOVE FEE-CKPT-MONTANT TO LEG-CREDIT
                   PERFORM ECRIRE-LIGNE-GL
      *    Billing: TTC to clients, HT to ventes, TVA collectee to
      *    445710; an avoir carries its amounts negative and posts
      *    the same legs the other way round, in absolute figures.
      *    A hors-champ piece is a late-payment penalty: its HT is
      *    a financial income, 763800, not a sale.
       POSTER-FACTURATION.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT INVOICE-REGISTER
      *    and posts now; anything at or before the last posted
      *    date already reached the books.
           IF NOT SCAN-EOF
               MOVE REG-COMPANY TO SOCIETE-PIECE
               IF REG-INVOICE-DATE > DERNIERE-DATE-POSTEE
                       AND REG-INVOICE-DATE <= RUN-DATE
                       AND SOCIETE-PIECE = ZERO
                   PERFORM POSTER-UNE-PIECE
               END-IF
           END-IF.
               MOVE REG-TVA TO MONTANT-TVA-ABS
           END-IF

           IF REG-CATEGORY = "H"
               MOVE "763800" TO COMPTE-PRODUIT
           ELSE
               MOVE "707000" TO COMPTE-PRODUIT
           END-IF

           MOVE SPACES TO LEG-LABEL
           IF REG-AVOIR
               STRING "AVOIR " DELIMITED BY SIZE
           END-IF

           IF REG-AVOIR
               MOVE COMPTE-PRODUIT TO LEG-ACCOUNT
               MOVE MONTANT-HT-ABS TO LEG-DEBIT
               MOVE ZERO TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               MOVE MONTANT-TTC-ABS TO LEG-DEBIT
               MOVE ZERO TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               MOVE COMPTE-PRODUIT TO LEG-ACCOUNT
               MOVE ZERO TO LEG-DEBIT
               MOVE MONTANT-HT-ABS TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               END-IF
           END-IF.

      *    Purchases: charge HT and TVA deductible 445660 debited,
      *    fournisseurs 401000 credited TTC, on the day PURMAINT
      *    booked the invoice - the same window as the billing
      *    sweep, so nothing booked since the last run is missed.
       POSTER-ACHATS.
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
           PERFORM POSTER-ACHAT-SUIVANT UNTIL SCAN-EOF
           IF PURREG-STATUS NOT = "35"
               CLOSE PURCHASE-REGISTER
           END-IF.

       POSTER-ACHAT-SUIVANT.
           READ PURCHASE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PURREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF PUR-ENTRY-DATE > DERNIERE-DATE-POSTEE
                       AND PUR-ENTRY-DATE <= RUN-DATE
                   PERFORM POSTER-UN-ACHAT
               END-IF
           END-IF.

       POSTER-UN-ACHAT.
           ADD 1 TO ENTRY-NUMBER
           ADD 1 TO ENTRY-COUNT
           MOVE "HA" TO LEG-JOURNAL
           MOVE SPACES TO LEG-LABEL
           STRING "ACHAT " DELIMITED BY SIZE
                  PUR-SUP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PUR-SUP-INV-NUMBER DELIMITED BY SIZE
               INTO LEG-LABEL

           IF PUR-TOTAL-TTC < 0
               COMPUTE MONTANT-TTC-ABS = 0 - PUR-TOTAL-TTC
               COMPUTE MONTANT-HT-ABS = 0 - PUR-TOTAL-HT
               COMPUTE MONTANT-TVA-ABS = 0 - PUR-TOTAL-TVA
               MOVE "401000" TO LEG-ACCOUNT
               MOVE MONTANT-TTC-ABS TO LEG-DEBIT
               MOVE ZERO TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               MOVE PUR-GL-ACCOUNT TO LEG-ACCOUNT
               MOVE ZERO TO LEG-DEBIT
               MOVE MONTANT-HT-ABS TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               IF MONTANT-TVA-ABS NOT = ZERO
                   MOVE "445660" TO LEG-ACCOUNT
                   MOVE ZERO TO LEG-DEBIT
                   MOVE MONTANT-TVA-ABS TO LEG-CREDIT
                   PERFORM ECRIRE-LIGNE-GL
               END-IF
           ELSE
               MOVE PUR-GL-ACCOUNT TO LEG-ACCOUNT
               MOVE PUR-TOTAL-HT TO LEG-DEBIT
               MOVE ZERO TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
               IF PUR-TOTAL-TVA NOT = ZERO
                   MOVE "445660" TO LEG-ACCOUNT
                   MOVE PUR-TOTAL-TVA TO LEG-DEBIT
                   MOVE ZERO TO LEG-CREDIT
                   PERFORM ECRIRE-LIGNE-GL
               END-IF
               MOVE "401000" TO LEG-ACCOUNT
               MOVE ZERO TO LEG-DEBIT
               MOVE PUR-TOTAL-TTC TO LEG-CREDIT
               PERFORM ECRIRE-LIGNE-GL
           END-IF.

      *    Supplier payments: 401000 debited, banque credited, per
      *    item settled - a settled supplier credit note posts the
      *    other way round. Same window as the purchases sweep.
       POSTER-REGLEMENTS-FOURNISSEURS.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT SUPPLIER-SETTLEMENT-FILE
           IF SUPSETL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM POSTER-REGLEMENT-FRN-SUIVANT UNTIL SCAN-EOF
           IF SUPSETL-STATUS NOT = "35"
               CLOSE SUPPLIER-SETTLEMENT-FILE
           END-IF.

       POSTER-REGLEMENT-FRN-SUIVANT.
           READ SUPPLIER-SETTLEMENT-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF
               IF SPS-DATE > DERNIERE-DATE-POSTEE
                       AND SPS-DATE <= RUN-DATE
                   ADD 1 TO ENTRY-NUMBER
                   ADD 1 TO ENTRY-COUNT
                   MOVE "BQ" TO LEG-JOURNAL
                   MOVE SPACES TO LEG-LABEL
                   STRING "REGLEMENT FRN " DELIMITED BY SIZE
                          SPS-SUP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SPS-SUP-INV-NUMBER DELIMITED BY SIZE
                       INTO LEG-LABEL
                   IF SPS-AMOUNT-PAID < 0
                       COMPUTE MONTANT-TTC-ABS = 0 - SPS-AMOUNT-PAID
                       MOVE "512000" TO LEG-ACCOUNT
                       MOVE MONTANT-TTC-ABS TO LEG-DEBIT
                       MOVE ZERO TO LEG-CREDIT
                       PERFORM ECRIRE-LIGNE-GL
                       MOVE "401000" TO LEG-ACCOUNT
                       MOVE ZERO TO LEG-DEBIT
                       MOVE MONTANT-TTC-ABS TO LEG-CREDIT
                       PERFORM ECRIRE-LIGNE-GL
                   ELSE
                       MOVE "401000" TO LEG-ACCOUNT
                       MOVE SPS-AMOUNT-PAID TO LEG-DEBIT
                       MOVE ZERO TO LEG-CREDIT
                       PERFORM ECRIRE-LIGNE-GL
                       MOVE "512000" TO LEG-ACCOUNT
                       MOVE ZERO TO LEG-DEBIT
                       MOVE SPS-AMOUNT-PAID TO LEG-CREDIT
                       PERFORM ECRIRE-LIGNE-GL
                   END-IF
               END-IF
           END-IF.

      *    Staged operations diverses, line for line as staged: the
      *    staging program balanced each piece, this sweep only
      *    numbers it and dates it as it was meant to be dated.
       POSTER-ECRITURES-DIVERSES.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE SPACES TO PIECE-PRECEDENTE
           OPEN INPUT OD-JOURNAL-FILE
           IF ODJRNL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM POSTER-LIGNE-DIVERSE-SUIVANTE UNTIL SCAN-EOF
           IF ODJRNL-STATUS NOT = "35"
               CLOSE OD-JOURNAL-FILE
           END-IF
           MOVE RUN-DATE TO LEG-DATE.

       POSTER-LIGNE-DIVERSE-SUIVANTE.
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
               IF DATE-EXIGIBLE > DERNIERE-DATE-POSTEE
                       AND DATE-EXIGIBLE <= RUN-DATE
                   IF ODJ-DATE <= DATE-CLOTURE
                           AND ODJ-SOURCE NOT = "GLCLOSE"
                       PERFORM REFUSER-LIGNE-EXERCICE-CLOS
                       MOVE SPACES TO PIECE-PRECEDENTE
                   ELSE
                       PERFORM POSTER-LIGNE-DIVERSE
                   END-IF
               ELSE
                   MOVE SPACES TO PIECE-PRECEDENTE
               END-IF
           END-IF.

       POSTER-LIGNE-DIVERSE.
           IF ODJ-PIECE NOT = PIECE-PRECEDENTE
               ADD 1 TO ENTRY-NUMBER
               ADD 1 TO ENTRY-COUNT
               MOVE ODJ-PIECE TO PIECE-PRECEDENTE
           END-IF
           MOVE ODJ-DATE TO LEG-DATE
           MOVE ODJ-JOURNAL TO LEG-JOURNAL
           MOVE ODJ-ACCOUNT TO LEG-ACCOUNT
           MOVE ODJ-DEBIT TO LEG-DEBIT
           MOVE ODJ-CREDIT TO LEG-CREDIT
           MOVE ODJ-LABEL TO LEG-LABEL
           PERFORM ECRIRE-LIGNE-GL.

      *    A line dated in a closed year stays out of the books and
      *    is listed, for a regularisation dated in the open year.
       REFUSER-LIGNE-EXERCICE-CLOS.
           ADD 1 TO REFUS-COUNT
           MOVE ODJ-DEBIT TO DISPLAY-DEBIT
           MOVE ODJ-CREDIT TO DISPLAY-CREDIT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSEE EXERCICE CLOS " DELIMITED BY SIZE
                  ODJ-PIECE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ODJ-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ODJ-ACCOUNT DELIMITED BY SIZE
                  DISPLAY-DEBIT DELIMITED BY SIZE
                  DISPLAY-CREDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           DISPLAY "Piece " ODJ-PIECE " du " ODJ-DATE
                   " refusee : exercice clos le " DATE-CLOTURE.

      *    Debits equal credits or the run shouts: an unbalanced
      *    posting is exactly what double entry exists to make
      *    impossible.
               MOVE REPORT-LINE TO POSTING-REPORT-RECORD
               WRITE POSTING-REPORT-RECORD
               DISPLAY "*** GLPOST : DESEQUILIBRE DEBIT/CREDIT ***"
           END-IF

           IF REFUS-COUNT > ZERO
               MOVE REFUS-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " LIGNE(S) REFUSEE(S) EXERCICE CLOS ***"
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE REPORT-LINE TO POSTING-REPORT-RECORD
               WRITE POSTING-REPORT-RECORD
           END-IF.
