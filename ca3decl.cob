
      *    SYSIN/parameter file giving the declaration month, the
      *    same idea as CGTAXPRM.DAT: an unattended declaration run
      *    has no terminal to type a period into. The company code
      *    after the month picks the legal entity declared - each
      *    files its own CA3 under its own TVA number; blank is
      *    company 0.
           SELECT PERIOD-PARM-FILE ASSIGN TO "CA3PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-PARM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-JOURNAL-STATUS.

      *    PURMAINT's purchase register: the TVA deductible on the
      *    supplier invoices booked inside the declaration month.
           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

      *    Credit de TVA carried from one month to the next, one
      *    record per company and declared month: this run reads
      *    the company's previous month's credit and writes its own,
      *    so a rerun of the same month replaces its record instead
      *    of stacking a second credit on top.
           SELECT VAT-CREDIT-FILE ASSIGN TO "CA3CRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS VAT-CREDIT-STATUS.

      *    SUPVALID's supplier settlement journal: the payments an
      *    E-regime category's deductible VAT waits for.
           SELECT SUPPLIER-SETTLEMENT-FILE ASSIGN TO "SUPSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPSETL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
           05 PERIOD-PARM-MONTH PIC 9(6).
           05 PERIOD-PARM-COMPANY PIC X(01).

       FD CA3-REPORT-FILE.
       01 CA3-REPORT-RECORD     PIC X(80).
       FD SETTLEMENT-JOURNAL.
       COPY "SETTLJRN.cpy".

       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-SETTLEMENT-FILE.
       COPY "SUPSETL.cpy".

       FD VAT-CREDIT-FILE.
       01 VAT-CREDIT-RECORD.
           05 CRD-KEY.
               10 CRD-COMPANY    PIC 9(1).
               10 CRD-MONTH      PIC 9(6).
           05 CRD-CREDIT         PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       COPY "VATRATE.cpy".

       01 DECLARATION-MONTH     PIC 9(6) VALUE ZERO.
       01 REGISTER-MONTH        PIC 9(6).

      *    The company declared, and the company a register item or
      *    settlement belongs to, off the item's REG-COMPANY.
      *    Purchases, supplier payments and the bank side are kept
      *    by company 0 alone, so only its return carries them.
       01 SOCIETE-DECLAREE      PIC 9(01) VALUE ZERO.
       01 SOCIETE-PIECE         PIC 9(01).
       01 REGISTRE-DISPO-SWITCH PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".

       01 REPORT-LINE           PIC X(80).

      *    The deductible side: TVA on purchases per category, the
      *    same slot order as the collected side above.
       01 PURREG-STATUS         PIC X(02).
       01 VAT-CREDIT-STATUS     PIC X(02).
       01 SUPSETL-STATUS        PIC X(02).
       01 TVA-DECAISSEE         PIC S9(7)V99.
       01 BASE-DECAISSEE        PIC S9(7)V99.
       01 PURCHASE-EOF-SWITCH   PIC X(01) VALUE "N".
           88 PURCHASE-EOF         VALUE "Y".
       01 CREDIT-OUVERT-SWITCH  PIC X(01) VALUE "N".
           88 CREDIT-OUVERT        VALUE "Y".
       01 PURCHASE-MONTH        PIC 9(6).
       01 PUR-SLOT              PIC 9(1).
       01 DED-ACCUM-TABLE.
           05 DED-ACCUM-ENTRY OCCURS 4 TIMES.
               10 DED-BASE-HT        PIC S9(9)V99.
               10 DED-TVA            PIC S9(9)V99.
               10 DED-DOC-COUNT      PIC 9(5).
       01 TOTAL-TVA-DEDUCTIBLE  PIC S9(9)V99 VALUE ZERO.
       01 PURCHASE-DOC-COUNT    PIC 9(5) VALUE ZERO.
       01 CREDIT-ANTERIEUR      PIC S9(9)V99 VALUE ZERO.
      *    TVA on the unpaid part of invoices CREDOUT wrote off in
      *    the month, deducted again as "autre TVA a deduire".
       01 TOTAL-TVA-PERTES      PIC S9(9)V99 VALUE ZERO.
       01 PERTES-DOC-COUNT      PIC 9(5) VALUE ZERO.
       01 TVA-NETTE             PIC S9(9)V99 VALUE ZERO.
       01 MOIS-PRECEDENT        PIC 9(6).
       01 MOIS-PRECEDENT-WS REDEFINES MOIS-PRECEDENT.
           05 MOIS-PRECEDENT-YEAR  PIC 9(4).
           05 MOIS-PRECEDENT-MONTH PIC 9(2).

      *    One accumulator slot per VATRATE category, in the same
      *    order as CATEGORY-TABLE, plus a catch-all for any register
      *    record whose code no longer matches the table, so the
               DISPLAY "Registre des factures indisponible ("
                       INVREG-STATUS ")."
               SET SCAN-EOF TO TRUE
           ELSE
               SET REGISTRE-DISPO TO TRUE
           END-IF

           IF NOT SCAN-EOF

           PERFORM BALAYER-ENCAISSEMENTS

           IF SOCIETE-DECLAREE = 0
               PERFORM BALAYER-ACHATS
               PERFORM BALAYER-DECAISSEMENTS
           END-IF
           PERFORM LIRE-CREDIT-ANTERIEUR

           PERFORM EMETTRE-DECLARATION
           PERFORM EMETTRE-TVA-DEDUCTIBLE
           PERFORM ENREGISTRER-CREDIT

           IF REGISTRE-DISPO
               CLOSE INVOICE-REGISTER
           END-IF
           CLOSE CA3-REPORT-FILE

           GOBACK.
       REMETTRE-ACCUMULATEUR-A-ZERO.
           MOVE ZERO TO CA3-BASE-HT(ACCUM-IDX)
           MOVE ZERO TO CA3-TVA(ACCUM-IDX)
           MOVE ZERO TO CA3-DOC-COUNT(ACCUM-IDX)
           MOVE ZERO TO DED-BASE-HT(ACCUM-IDX)
           MOVE ZERO TO DED-TVA(ACCUM-IDX)
           MOVE ZERO TO DED-DOC-COUNT(ACCUM-IDX).

       LIRE-PERIODE.
           OPEN INPUT PERIOD-PARM-FILE
                   CONTINUE
               NOT AT END
                   MOVE PERIOD-PARM-MONTH TO DECLARATION-MONTH
                   IF PERIOD-PARM-COMPANY NUMERIC
                       MOVE PERIOD-PARM-COMPANY TO SOCIETE-DECLAREE
                   END-IF
           END-READ
           CLOSE PERIOD-PARM-FILE.

               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE REG-COMPANY TO SOCIETE-PIECE
               IF SOCIETE-PIECE = SOCIETE-DECLAREE
                   PERFORM FILTRER-FACTURE
               END-IF
           END-IF.

      *    Only documents billed inside the declaration month count;
      *    accumulators, which is exactly how the reversal reaches
      *    the declaration. An E-regime (encaissements) category is
      *    skipped here entirely: its VAT is due when the money
      *    arrives, and the settlement sweep below declares it. A
      *    hors-champ document (late-payment penalties) is outside
      *    the VAT scope and appears on no line of the return.
       FILTRER-FACTURE.
           MOVE REG-INVOICE-DATE(1:6) TO REGISTER-MONTH
           IF REGISTER-MONTH = DECLARATION-MONTH
                   AND REG-CATEGORY NOT = "H"
               PERFORM VENTILER-FACTURE
           END-IF
           IF REG-IRRECOUVRABLE
                   AND REG-PERTE-DATE(1:6) = DECLARATION-MONTH
                   AND REG-TVA-RECUPEREE NOT = ZERO
               ADD REG-TVA-RECUPEREE TO TOTAL-TVA-PERTES
               ADD 1 TO PERTES-DOC-COUNT
           END-IF.

       VENTILER-FACTURE.
           IF NOT SETTLE-EOF
               MOVE SET-DATE(1:6) TO SETTLE-MONTH
               IF SETTLE-MONTH = DECLARATION-MONTH
                   PERFORM CHERCHER-SOCIETE-REGLEMENT
                   IF SOCIETE-PIECE = SOCIETE-DECLAREE
                       PERFORM IMPUTER-ENCAISSEMENT
                   END-IF
               END-IF
           END-IF.

      *    A settlement belongs to the company of the invoice it
      *    paid; an invoice no longer on the register falls back on
      *    the leading digit of its number, which names its series.
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

       IMPUTER-ENCAISSEMENT.
           SET CATEGORY-FOUND-SWITCH TO "N"
           MOVE ZERO TO CA3-SLOT
           MOVE SPACES TO REPORT-LINE
           STRING "DECLARATION CA3 - MOIS " DELIMITED BY SIZE
                  DECLARATION-MONTH DELIMITED BY SIZE
                  " - SOCIETE " DELIMITED BY SIZE
                  SOCIETE-DECLAREE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD.

      *    TVA deductible: every supplier invoice booked inside the
      *    declaration month, its per-category split straight off
      *    the register - the slots are already in CATEGORY-TABLE
      *    order. A supplier credit note carries negative amounts
      *    and reduces the deduction the same way an avoir reduces
      *    the collected side. An E-regime (services) slot is left
      *    for the payment: its VAT only becomes deductible once
      *    the supplier is paid, and BALAYER-DECAISSEMENTS takes it
      *    from SUPSETL.DAT.
       BALAYER-ACHATS.
           MOVE "N" TO PURCHASE-EOF-SWITCH
           OPEN INPUT PURCHASE-REGISTER
           IF PURREG-STATUS NOT = "00"
               SET PURCHASE-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO PUR-KEY
               START PURCHASE-REGISTER
                       KEY IS NOT LESS THAN PUR-KEY
                   INVALID KEY
                       SET PURCHASE-EOF TO TRUE
               END-START
           END-IF
           PERFORM VENTILER-ACHAT-SUIVANT UNTIL PURCHASE-EOF
           IF PURREG-STATUS NOT = "35"
               CLOSE PURCHASE-REGISTER
           END-IF.

       VENTILER-ACHAT-SUIVANT.
           READ PURCHASE-REGISTER NEXT RECORD
               AT END
                   SET PURCHASE-EOF TO TRUE
           END-READ
           IF PURREG-STATUS NOT = "00"
               SET PURCHASE-EOF TO TRUE
           END-IF
           IF NOT PURCHASE-EOF
               MOVE PUR-ENTRY-DATE(1:6) TO PURCHASE-MONTH
               IF PURCHASE-MONTH = DECLARATION-MONTH
                   ADD 1 TO PURCHASE-DOC-COUNT
                   PERFORM IMPUTER-ACHAT
                       VARYING PUR-SLOT FROM 1 BY 1
                       UNTIL PUR-SLOT > 4
               END-IF
           END-IF.

       IMPUTER-ACHAT.
           IF (PUR-CAT-HT(PUR-SLOT) NOT = ZERO
                   OR PUR-CAT-TVA(PUR-SLOT) NOT = ZERO)
                   AND CAT-REGIME(PUR-SLOT) NOT = "E"
               ADD PUR-CAT-HT(PUR-SLOT) TO DED-BASE-HT(PUR-SLOT)
               ADD PUR-CAT-TVA(PUR-SLOT) TO DED-TVA(PUR-SLOT)
               ADD 1 TO DED-DOC-COUNT(PUR-SLOT)
               ADD PUR-CAT-TVA(PUR-SLOT) TO TOTAL-TVA-DEDUCTIBLE
           END-IF.

      *    The cash-basis side of the deduction: every supplier
      *    payment SUPVALID journalled inside the month, for the
      *    E-regime slots only, pro-rated off the invoice's own
      *    TVA/TTC split exactly as BALAYER-ENCAISSEMENTS does for
      *    sales.
       BALAYER-DECAISSEMENTS.
           MOVE "N" TO PURCHASE-EOF-SWITCH
           OPEN INPUT SUPPLIER-SETTLEMENT-FILE
           IF SUPSETL-STATUS NOT = "00"
               SET PURCHASE-EOF TO TRUE
           END-IF
           PERFORM VENTILER-DECAISSEMENT UNTIL PURCHASE-EOF
           IF SUPSETL-STATUS NOT = "35"
               CLOSE SUPPLIER-SETTLEMENT-FILE
           END-IF.

       VENTILER-DECAISSEMENT.
           READ SUPPLIER-SETTLEMENT-FILE
               AT END
                   SET PURCHASE-EOF TO TRUE
           END-READ
           IF NOT PURCHASE-EOF
               MOVE SPS-DATE(1:6) TO PURCHASE-MONTH
               IF PURCHASE-MONTH = DECLARATION-MONTH
                       AND SPS-TOTAL-TTC NOT = ZERO
                   PERFORM IMPUTER-DECAISSEMENT
                       VARYING PUR-SLOT FROM 1 BY 1
                       UNTIL PUR-SLOT > 4
               END-IF
           END-IF.

       IMPUTER-DECAISSEMENT.
           IF CAT-REGIME(PUR-SLOT) = "E"
                   AND SPS-CAT-TVA(PUR-SLOT) NOT = ZERO
               COMPUTE TVA-DECAISSEE ROUNDED
                   = SPS-AMOUNT-PAID * SPS-CAT-TVA(PUR-SLOT)
                   / SPS-TOTAL-TTC
               COMPUTE BASE-DECAISSEE ROUNDED
                   = SPS-AMOUNT-PAID * SPS-CAT-HT(PUR-SLOT)
                   / SPS-TOTAL-TTC
               ADD BASE-DECAISSEE TO DED-BASE-HT(PUR-SLOT)
               ADD TVA-DECAISSEE TO DED-TVA(PUR-SLOT)
               ADD 1 TO DED-DOC-COUNT(PUR-SLOT)
               ADD TVA-DECAISSEE TO TOTAL-TVA-DEDUCTIBLE
           END-IF.

      *    The previous month's credit de TVA, if its declaration
      *    ended in credit; January looks back to December.
       LIRE-CREDIT-ANTERIEUR.
           MOVE DECLARATION-MONTH TO MOIS-PRECEDENT
           IF MOIS-PRECEDENT-MONTH = 1
               MOVE 12 TO MOIS-PRECEDENT-MONTH
               SUBTRACT 1 FROM MOIS-PRECEDENT-YEAR
           ELSE
               SUBTRACT 1 FROM MOIS-PRECEDENT-MONTH
           END-IF
           MOVE ZERO TO CREDIT-ANTERIEUR
           OPEN I-O VAT-CREDIT-FILE
           IF VAT-CREDIT-STATUS = "35"
               OPEN OUTPUT VAT-CREDIT-FILE
               CLOSE VAT-CREDIT-FILE
               OPEN I-O VAT-CREDIT-FILE
           END-IF
           IF VAT-CREDIT-STATUS = "00"
               SET CREDIT-OUVERT TO TRUE
               MOVE SOCIETE-DECLAREE TO CRD-COMPANY
               MOVE MOIS-PRECEDENT TO CRD-MONTH
               READ VAT-CREDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRD-CREDIT TO CREDIT-ANTERIEUR
               END-READ
           END-IF
           COMPUTE TVA-NETTE = TOTAL-TVA-DECLAREE
                             - TOTAL-TVA-DEDUCTIBLE
                             - TOTAL-TVA-PERTES
                             - CREDIT-ANTERIEUR.

       EMETTRE-TVA-DEDUCTIBLE.
           MOVE SPACES TO REPORT-LINE
           STRING "TVA DEDUCTIBLE SUR ACHATS (445660)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD

           PERFORM ECRIRE-LIGNE-DEDUCTIBLE
               VARYING ACCUM-IDX FROM 1 BY 1
               UNTIL ACCUM-IDX > 4

           MOVE TOTAL-TVA-DEDUCTIBLE TO DISPLAY-TVA-LINE
           MOVE PURCHASE-DOC-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL TVA DEDUCTIBLE=" DELIMITED BY SIZE
                  DISPLAY-TVA-LINE DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " FACTURE(S) FOURNISSEUR" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD

           MOVE TOTAL-TVA-PERTES TO DISPLAY-TVA-LINE
           MOVE PERTES-DOC-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TVA A DEDUIRE CREANCES IRRECOUVRABLES="
                      DELIMITED BY SIZE
                  DISPLAY-TVA-LINE DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " FACTURE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD

           MOVE CREDIT-ANTERIEUR TO DISPLAY-TVA-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CREDIT REPORTE DU MOIS " DELIMITED BY SIZE
                  MOIS-PRECEDENT DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  DISPLAY-TVA-LINE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD

           MOVE SPACES TO REPORT-LINE
           IF TVA-NETTE < 0
               COMPUTE DISPLAY-TVA-LINE = 0 - TVA-NETTE
               STRING "CREDIT DE TVA A REPORTER=" DELIMITED BY SIZE
                      DISPLAY-TVA-LINE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE TVA-NETTE TO DISPLAY-TVA-LINE
               STRING "TVA NETTE A PAYER=" DELIMITED BY SIZE
                      DISPLAY-TVA-LINE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           MOVE REPORT-LINE TO CA3-REPORT-RECORD
           WRITE CA3-REPORT-RECORD.

       ECRIRE-LIGNE-DEDUCTIBLE.
           IF DED-DOC-COUNT(ACCUM-IDX) > 0
               MOVE DED-BASE-HT(ACCUM-IDX) TO DISPLAY-BASE
               MOVE DED-TVA(ACCUM-IDX) TO DISPLAY-TVA-LINE
               MOVE DED-DOC-COUNT(ACCUM-IDX) TO DISPLAY-COUNT
               MOVE CAT-TAUX(ACCUM-IDX) TO DISPLAY-TAUX-LINE
               MOVE SPACES TO REGIME-SUFFIX
               IF CAT-REGIME(ACCUM-IDX) = "E"
                   MOVE " [DECAISSEMENTS]" TO REGIME-SUFFIX
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "DED " DELIMITED BY SIZE
                      CAT-CODE(ACCUM-IDX) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DISPLAY-TAUX-LINE DELIMITED BY SIZE
                      "%) BASE HT=" DELIMITED BY SIZE
                      DISPLAY-BASE DELIMITED BY SIZE
                      " TVA=" DELIMITED BY SIZE
                      DISPLAY-TVA-LINE DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " DOC)" DELIMITED BY SIZE
                      REGIME-SUFFIX DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE REPORT-LINE TO CA3-REPORT-RECORD
               WRITE CA3-REPORT-RECORD
           END-IF.

      *    This month's own credit, zero when the declaration ends
      *    in TVA to pay, so next month never carries a stale one.
       ENREGISTRER-CREDIT.
           IF CREDIT-OUVERT
               MOVE SOCIETE-DECLAREE TO CRD-COMPANY
               MOVE DECLARATION-MONTH TO CRD-MONTH
               IF TVA-NETTE < 0
                   COMPUTE CRD-CREDIT = 0 - TVA-NETTE
               ELSE
                   MOVE ZERO TO CRD-CREDIT
               END-IF
               WRITE VAT-CREDIT-RECORD
                   INVALID KEY
                       REWRITE VAT-CREDIT-RECORD
               END-WRITE
               CLOSE VAT-CREDIT-FILE
           END-IF.
