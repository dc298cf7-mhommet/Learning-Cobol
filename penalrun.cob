       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENALRUN.

      *    Late-payment billing: walks the open items of INVREG.DAT
      *    past their due date and charges the penalty interest at
      *    the rate of the parameter file, from REG-DUE-DATE (or
      *    from the day interest was last charged) to the run date,
      *    plus the fixed indemnite forfaitaire pour frais de
      *    recouvrement once per invoice. Each charge goes out as a
      *    hors-champ invoice line into INVOICES.DAT - numbered off
      *    the shared TVACKPT sequence and pointing back at the
      *    late invoice through INV-ORIG-NUMBER - so it flows
      *    through the TVA run, FACTURE.PRN and the register like
      *    any other billing. An item being collected by direct
      *    debit, or under dispute, is left alone.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Annual penalty rate, indemnity amount, terms of the
      *    penalty invoice, grace days and the smallest interest
      *    worth an invoice - the same SYSIN idea as the other
      *    parameter files.
           SELECT PENALTY-PARM-FILE ASSIGN TO "PENALPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENALPRM-STATUS.

           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "TVACKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT PENALTY-JOURNAL-FILE ASSIGN TO "PENALJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENALJRN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PENALTY-PARM-FILE.
       01 PENALTY-PARM-RECORD.
           05 PNP-TAUX-ANNUEL   PIC 9(2)V99.
           05 PNP-INDEMNITE     PIC 9(3)V99.
           05 PNP-TERMS-DAYS    PIC 9(3).
           05 PNP-DELAI-GRACE   PIC 9(3).
           05 PNP-MINIMUM       PIC 9(3)V99.

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           05 INV-NUMBER        PIC 9(6).
           05 INV-PRICEHT       PIC 9(5)V99.
           05 INV-CATEGORY      PIC X(01).
           05 INV-CUST-NOM      PIC A(30).
           05 INV-CUST-PRENOM   PIC A(30).
           05 INV-BILL-DATE     PIC 9(8).
           05 INV-TERMS-DAYS    PIC 9(3).
           05 INV-DOC-TYPE      PIC X(01).
           05 INV-ORIG-NUMBER   PIC 9(6).
           05 INV-PROD-CODE     PIC X(08).
           05 INV-QUANTITY      PIC 9(4)V99.
           05 INV-NATURE        PIC X(01).
           05 INV-DEVIS-NUMBER  PIC 9(6).
           05 INV-CURRENCY      PIC X(03).
      *    Invoicing company; its series the number is drawn from.
           05 INV-COMPANY       PIC 9(01).
      *    Agreement discount on a catalog line; none on this one.
           05 INV-REMISE-HT     PIC 9(5)V99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-KEY              PIC X(01).
           05 CKPT-LAST-INVOICE     PIC 9(6).

       FD PENALTY-JOURNAL-FILE.
       01 PENALTY-JOURNAL-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 PENALPRM-STATUS       PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 INVOICE-FILE-STATUS   PIC X(02).
       01 CHECKPOINT-STATUS     PIC X(02).
       01 PENALJRN-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 PARM-OK-SWITCH        PIC X(01) VALUE "N".
           88 PARM-OK              VALUE "Y".
       01 REGISTRE-DISPO-SW     PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".
       01 INDEMNITE-DUE-SW      PIC X(01).
           88 INDEMNITE-DUE        VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 TAUX-ANNUEL           PIC 9(2)V99.
       01 MONTANT-INDEMNITE     PIC 9(3)V99.
       01 PENAL-TERMS           PIC 9(3).
       01 DELAI-GRACE           PIC 9(3).
       01 INTERET-MINIMUM       PIC 9(3)V99.

      *    The late invoice as it stood when it was charged, held
      *    in working storage before the number walk re-reads the
      *    register - the FD area is whatever record the walk
      *    touched last.
       01 CLE-COURANTE          PIC 9(6).
       01 CLIENT-NOM-PENALITE   PIC A(30).
       01 CLIENT-PRENOM-PENALITE PIC A(30).

       01 MONTANT-OUVERT        PIC S9(6)V99.
       01 DATE-DEPART           PIC 9(8).
       01 JOURS-INTERETS        PIC S9(5).
       01 INTERETS-RETARD       PIC 9(7)V99.
       01 INDEMNITE-FACTUREE    PIC 9(3)V99.
       01 PENALITE-TOTALE       PIC 9(7)V99.

      *    Serial day counts, same arithmetic as PAYAPPL and AGERPT,
      *    so "how late" means the same thing on the reminder letter
      *    and on the penalty invoice.
       01 SERIE-DATE            PIC 9(8).
       01 SERIE-DATE-WS.
           05 SERIE-YEAR         PIC 9(4).
           05 SERIE-MONTH        PIC 9(2).
           05 SERIE-DAY          PIC 9(2).
       01 SERIE-JOURS           PIC 9(7).
       01 SERIE-BISSEXTILE      PIC 9(4).
       01 SERIE-QUOTIENT        PIC 9(4).
       01 CUMUL-TABLE-VALUES.
           05 FILLER            PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CUMUL-TABLE REDEFINES CUMUL-TABLE-VALUES.
           05 CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).

       01 JOURS-RUN             PIC 9(7).
       01 JOURS-ECHEANCE        PIC 9(7).
       01 JOURS-RETARD          PIC S9(5).

       01 INVOICE-NUMBER        PIC 9(6).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.
       01 NUMERO-DEJA-PRIS-SW   PIC X(01) VALUE "N".
           88 NUMERO-DEJA-PRIS     VALUE "Y".

       01 BILLED-COUNT          PIC 9(5) VALUE ZERO.
       01 INDEMNITE-COUNT       PIC 9(5) VALUE ZERO.
       01 PRELEVEMENT-COUNT     PIC 9(5) VALUE ZERO.
       01 LITIGE-COUNT          PIC 9(5) VALUE ZERO.
       01 SOUS-MINIMUM-COUNT    PIC 9(5) VALUE ZERO.
       01 ANOMALY-COUNT         PIC 9(5) VALUE ZERO.
       01 TOTAL-INTERETS        PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-INDEMNITES      PIC 9(9)V99 VALUE ZERO.
       01 REPORT-LINE           PIC X(100).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-JOURS         PIC ZZZZ9.
       01 DISPLAY-OUVERT        PIC ZZZ,ZZ9.99.
       01 DISPLAY-INTERETS      PIC Z,ZZZ,ZZ9.99.
       01 DISPLAY-INDEMNITE     PIC ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TAUX          PIC Z9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN

           PERFORM LIRE-PARM-PENALITES
           IF NOT PARM-OK
               DISPLAY "PENALPRM.DAT absent ou invalide : aucune "
                       "penalite calculee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    No register yet on a brand new install is simply nothing
      *    to charge; any other failure to open it stops the chain.
           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : aucune penalite calculee."
               IF INVREG-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           SET REGISTRE-DISPO TO TRUE

           PERFORM OUVRIR-FICHIERS-FACTURATION
           PERFORM ECRIRE-ENTETE-PENALITES

           MOVE LOW-VALUES TO REG-INV-NUMBER
           START INVOICE-REGISTER
                   KEY IS NOT LESS THAN REG-INV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM EXAMINER-FACTURE-SUIVANTE UNTIL SCAN-EOF

           PERFORM ECRIRE-TOTAUX-PENALITES

           CLOSE INVOICE-REGISTER
           CLOSE INVOICE-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE PENALTY-JOURNAL-FILE
           GOBACK.

       LIRE-PARM-PENALITES.
           MOVE "N" TO PARM-OK-SWITCH
           OPEN INPUT PENALTY-PARM-FILE
           IF PENALPRM-STATUS = "00"
               READ PENALTY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PNP-TAUX-ANNUEL > 0
                           MOVE PNP-TAUX-ANNUEL TO TAUX-ANNUEL
                           MOVE PNP-INDEMNITE TO MONTANT-INDEMNITE
                           MOVE PNP-TERMS-DAYS TO PENAL-TERMS
                           MOVE PNP-DELAI-GRACE TO DELAI-GRACE
                           MOVE PNP-MINIMUM TO INTERET-MINIMUM
                           SET PARM-OK TO TRUE
                       END-IF
               END-READ
               CLOSE PENALTY-PARM-FILE
           END-IF.

       OUVRIR-FICHIERS-FACTURATION.
           OPEN EXTEND INVOICE-FILE
           IF INVOICE-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF

           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF

      *    PENALJRN.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the journals.
           OPEN EXTEND PENALTY-JOURNAL-FILE
           IF PENALJRN-STATUS = "35"
               OPEN OUTPUT PENALTY-JOURNAL-FILE
               CLOSE PENALTY-JOURNAL-FILE
               OPEN EXTEND PENALTY-JOURNAL-FILE
           END-IF.

       ECRIRE-ENTETE-PENALITES.
           MOVE TAUX-ANNUEL TO DISPLAY-TAUX
           MOVE MONTANT-INDEMNITE TO DISPLAY-INDEMNITE
           MOVE SPACES TO REPORT-LINE
           STRING "PENALITES DE RETARD AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - TAUX ANNUEL " DELIMITED BY SIZE
                  DISPLAY-TAUX DELIMITED BY SIZE
                  "% - INDEMNITE " DELIMITED BY SIZE
                  DISPLAY-INDEMNITE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD.

       EXAMINER-FACTURE-SUIVANTE.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF

      *    Only an open invoice still owing something is charged;
      *    a penalty piece itself (hors champ) never bears interest
      *    of its own.
           IF NOT SCAN-EOF
               IF REG-OPEN AND REG-FACTURE
                       AND REG-CATEGORY NOT = "H"
                   COMPUTE MONTANT-OUVERT
                       = REG-PRICETTC - REG-AMOUNT-PAID
                   IF MONTANT-OUVERT > 0
                       PERFORM CALCULER-RETARD
                       IF JOURS-RETARD > DELAI-GRACE
                           PERFORM FILTRER-FACTURE-EN-RETARD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Same exclusions as the dunning ladder: an item DDCOLL is
      *    already debiting, or one the customer disputes, is not
      *    charged - it is counted so the accountant sees how many.
       FILTRER-FACTURE-EN-RETARD.
           EVALUATE TRUE
               WHEN REG-COLLECT-EN-COURS
                   ADD 1 TO PRELEVEMENT-COUNT
               WHEN REG-EN-LITIGE
                   ADD 1 TO LITIGE-COUNT
               WHEN OTHER
                   PERFORM CALCULER-PENALITE
           END-EVALUATE.

       CALCULER-RETARD.
           MOVE REG-DUE-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-ECHEANCE
           COMPUTE JOURS-RETARD = JOURS-RUN - JOURS-ECHEANCE.

      *    Interest runs on the amount still open, from the due
      *    date the first time and from the last charge after that,
      *    so a rerun - the same day or the next month - only ever
      *    bills the days not yet billed. Exact days over 365, as
      *    the commercial code's rate is an annual one.
       CALCULER-PENALITE.
           IF REG-PENAL-DATE > REG-DUE-DATE
               MOVE REG-PENAL-DATE TO DATE-DEPART
               MOVE REG-PENAL-DATE TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               COMPUTE JOURS-INTERETS = JOURS-RUN - SERIE-JOURS
           ELSE
               MOVE REG-DUE-DATE TO DATE-DEPART
               MOVE JOURS-RETARD TO JOURS-INTERETS
           END-IF

           MOVE ZERO TO INTERETS-RETARD
           IF JOURS-INTERETS > 0
               COMPUTE INTERETS-RETARD ROUNDED
                   = MONTANT-OUVERT * TAUX-ANNUEL / 100
                   * JOURS-INTERETS / 365
           END-IF

           MOVE "N" TO INDEMNITE-DUE-SW
           MOVE ZERO TO INDEMNITE-FACTUREE
           IF REG-INDEMNITE-NON AND MONTANT-INDEMNITE > 0
               SET INDEMNITE-DUE TO TRUE
               MOVE MONTANT-INDEMNITE TO INDEMNITE-FACTUREE
           END-IF

      *    Interest too small to be worth a piece waits for the
      *    next run, its start date untouched, so it is never lost -
      *    unless the indemnity goes out anyway and carries it.
           IF INTERETS-RETARD < INTERET-MINIMUM
                   AND NOT INDEMNITE-DUE
               MOVE ZERO TO INTERETS-RETARD
           END-IF

           COMPUTE PENALITE-TOTALE = INTERETS-RETARD
                                   + INDEMNITE-FACTUREE
           EVALUATE TRUE
               WHEN PENALITE-TOTALE = 0
                   ADD 1 TO SOUS-MINIMUM-COUNT
      *    The invoice line carries 9(5)V99: a penalty past
      *    99 999,99 would truncate silently into a wrong invoice.
      *    It is held back as an anomaly for a hand-cut piece.
               WHEN PENALITE-TOTALE > 99999.99
                   PERFORM SIGNALER-PENALITE-HORS-GABARIT
               WHEN OTHER
                   PERFORM FACTURER-PENALITE
           END-EVALUATE.

       SIGNALER-PENALITE-HORS-GABARIT.
           ADD 1 TO ANOMALY-COUNT
           MOVE PENALITE-TOTALE TO DISPLAY-INTERETS
           MOVE SPACES TO REPORT-LINE
           STRING "*** FACTURE " DELIMITED BY SIZE
                  REG-INV-NUMBER DELIMITED BY SIZE
                  " PENALITE=" DELIMITED BY SIZE
                  DISPLAY-INTERETS DELIMITED BY SIZE
                  " AU-DELA DU GABARIT FACTURE"
                      DELIMITED BY SIZE
                  " - A FACTURER A LA MAIN ***" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD.

      *    The late invoice is stamped first - interest charged up
      *    to today only when interest was actually billed, the
      *    indemnity flag when it went out - then the number walk
      *    runs, and the register scan is put back just past the
      *    invoice, since the walk's random reads moved it.
       FACTURER-PENALITE.
           MOVE REG-INV-NUMBER TO CLE-COURANTE
           MOVE REG-CUST-NOM TO CLIENT-NOM-PENALITE
           MOVE REG-CUST-PRENOM TO CLIENT-PRENOM-PENALITE
      *    The penalty is billed by the company the late invoice
      *    came from, in its own series.
           MOVE REG-COMPANY TO SOCIETE-FACTURE

           IF INTERETS-RETARD > 0
               MOVE RUN-DATE TO REG-PENAL-DATE
           END-IF
           IF INDEMNITE-DUE
               SET REG-INDEMNITE-FACTUREE TO TRUE
           END-IF
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du registre, "
                           "facture " REG-INV-NUMBER
           END-REWRITE

           PERFORM ATTRIBUER-NUMERO-FACTURE

           MOVE INVOICE-NUMBER TO INV-NUMBER
           MOVE PENALITE-TOTALE TO INV-PRICEHT
           MOVE "H" TO INV-CATEGORY
           MOVE CLIENT-NOM-PENALITE TO INV-CUST-NOM
           MOVE CLIENT-PRENOM-PENALITE TO INV-CUST-PRENOM
           MOVE RUN-DATE TO INV-BILL-DATE
           MOVE PENAL-TERMS TO INV-TERMS-DAYS
           MOVE "F" TO INV-DOC-TYPE
           MOVE CLE-COURANTE TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-PROD-CODE
           MOVE ZERO TO INV-QUANTITY
           MOVE SPACE TO INV-NATURE
           MOVE ZERO TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE ZERO TO INV-REMISE-HT
           WRITE INVOICE-RECORD

           ADD 1 TO BILLED-COUNT
           ADD INTERETS-RETARD TO TOTAL-INTERETS
           IF INDEMNITE-DUE
               ADD 1 TO INDEMNITE-COUNT
               ADD INDEMNITE-FACTUREE TO TOTAL-INDEMNITES
           END-IF
           PERFORM JOURNALISER-PENALITE

           MOVE CLE-COURANTE TO REG-INV-NUMBER
           START INVOICE-REGISTER
                   KEY IS GREATER THAN REG-INV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.

       JOURNALISER-PENALITE.
           MOVE JOURS-INTERETS TO DISPLAY-JOURS
           MOVE MONTANT-OUVERT TO DISPLAY-OUVERT
           MOVE INTERETS-RETARD TO DISPLAY-INTERETS
           MOVE INDEMNITE-FACTUREE TO DISPLAY-INDEMNITE
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURE " DELIMITED BY SIZE
                  CLE-COURANTE DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DATE-DEPART DELIMITED BY SIZE
                  DISPLAY-JOURS DELIMITED BY SIZE
                  " J SUR " DELIMITED BY SIZE
                  DISPLAY-OUVERT DELIMITED BY SIZE
                  " INT=" DELIMITED BY SIZE
                  DISPLAY-INTERETS DELIMITED BY SIZE
                  " IND=" DELIMITED BY SIZE
                  DISPLAY-INDEMNITE DELIMITED BY SIZE
                  " PIECE " DELIMITED BY SIZE
                  INVOICE-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD.

      *    Next free invoice number off the company's TVACKPT
      *    record, the register walked so a number already issued is
      *    never reused - the same sequence discipline as the other
      *    emitters.
       ATTRIBUER-NUMERO-FACTURE.
           MOVE SOCIETE-FACTURE TO CKPT-KEY
           COMPUTE DERNIER-NUMERO = SOCIETE-FACTURE * 100000
           READ CHECKPOINT-FILE
               INVALID KEY
                   PERFORM LIRE-NUMEROTATION-INITIALE
               NOT INVALID KEY
                   MOVE CKPT-LAST-INVOICE TO DERNIER-NUMERO
           END-READ
           COMPUTE INVOICE-NUMBER = DERNIER-NUMERO + 1

           PERFORM VERIFIER-NUMERO-FACTURE
           PERFORM AVANCER-NUMERO-FACTURE UNTIL NOT NUMERO-DEJA-PRIS

           MOVE SOCIETE-FACTURE TO CKPT-KEY
           MOVE INVOICE-NUMBER TO CKPT-LAST-INVOICE
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

      *    Company 0 takes over the single series it always had.
       LIRE-NUMEROTATION-INITIALE.
           IF SOCIETE-FACTURE = 0
               MOVE "N" TO CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CKPT-LAST-INVOICE TO DERNIER-NUMERO
               END-READ
           END-IF.

       VERIFIER-NUMERO-FACTURE.
           MOVE "N" TO NUMERO-DEJA-PRIS-SW
           IF REGISTRE-DISPO
               MOVE INVOICE-NUMBER TO REG-INV-NUMBER
               READ INVOICE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NUMERO-DEJA-PRIS TO TRUE
               END-READ
           END-IF.

       AVANCER-NUMERO-FACTURE.
           ADD 1 TO INVOICE-NUMBER
           PERFORM VERIFIER-NUMERO-FACTURE.

       CALCULER-JOURS-SERIE.
           MOVE SERIE-DATE TO SERIE-DATE-WS
           COMPUTE SERIE-JOURS = SERIE-YEAR * 365
                               + CUMUL-JOURS(SERIE-MONTH)
                               + SERIE-DAY
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 4
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 100
           SUBTRACT SERIE-BISSEXTILE FROM SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 400
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           IF SERIE-MONTH > 2
               DIVIDE SERIE-YEAR BY 4 GIVING SERIE-QUOTIENT
                   REMAINDER SERIE-BISSEXTILE
               IF SERIE-BISSEXTILE = 0
                   ADD 1 TO SERIE-JOURS
                   DIVIDE SERIE-YEAR BY 100 GIVING SERIE-QUOTIENT
                       REMAINDER SERIE-BISSEXTILE
                   IF SERIE-BISSEXTILE = 0
                       DIVIDE SERIE-YEAR BY 400 GIVING SERIE-QUOTIENT
                           REMAINDER SERIE-BISSEXTILE
                       IF SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ECRIRE-TOTAUX-PENALITES.
           MOVE BILLED-COUNT TO DISPLAY-COUNT
           COMPUTE DISPLAY-TOTAL = TOTAL-INTERETS + TOTAL-INDEMNITES
           MOVE SPACES TO REPORT-LINE
           STRING "PIECE(S) DE PENALITES EMISE(S) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  " HORS CHAMP TVA" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE TOTAL-INTERETS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  DONT INTERETS DE RETARD : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE INDEMNITE-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-INDEMNITES TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  DONT INDEMNITES FORFAITAIRES : "
                      DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " FACTURE(S))" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE PRELEVEMENT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EN RETARD MAIS EN PRELEVEMENT (IGNOREES) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE LITIGE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EN RETARD MAIS EN LITIGE (IGNOREES) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE SOUS-MINIMUM-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INTERETS SOUS LE MINIMUM (REPORTES) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD

           MOVE ANOMALY-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PENALITES HORS GABARIT (NON FACTUREES) : "
                      DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO PENALTY-JOURNAL-RECORD
           WRITE PENALTY-JOURNAL-RECORD.
