       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETOUR.

      *    Direct-debit returns: reads the rejects and returns the
      *    bank sends back on a DDCOLL remittance and unwinds each
      *    one. A debit rejected before it was ever booked only
      *    loses its collection-pending flag; one returned after
      *    PAYAPPL settled the invoice is backed out of the register
      *    and journaled negative in SETTLJRN.DAT, same as a bounced
      *    cheque in CHQMAINT. Either way the item is open again for
      *    PAYAPPL's dunning ladder, the rejection fee is billed
      *    through INVOICES.DAT, and the return is counted on the
      *    customer's mandate - which is suspended, so DDCOLL stops
      *    presenting it, once the count reaches the DDRPARM.DAT
      *    limit or the bank says the mandate is no longer valid.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The bank's return file: the DDCFILE.DAT line the debit
      *    went out on, plus the date and the reason code of the
      *    return.
           SELECT DEBIT-RETURN-FILE ASSIGN TO "DDRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDRET-STATUS.

      *    Rejection fee, its VAT category and terms, and how many
      *    returns a mandate takes before it is suspended - the same
      *    SYSIN idea as the other parameter files.
           SELECT RETURN-PARM-FILE ASSIGN TO "DDRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDRPARM-STATUS.

           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS DDMAND-STATUS.

           SELECT SETTLEMENT-JOURNAL ASSIGN TO "SETTLJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-JOURNAL-STATUS.

      *    The rejection fee leaves as an ordinary invoice line and
      *    flows through INVEDIT, the TVA run and the register like
      *    any other billing.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.

      *    Invoice numbers come off the same TVACKPT record and
      *    register walk every other emitter uses.
           SELECT CHECKPOINT-FILE ASSIGN TO "TVACKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "DDRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDRRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD DEBIT-RETURN-FILE.
       01 DEBIT-RETURN-RECORD.
           05 DDR-SEQ           PIC 9(5).
           05 DDR-DATE          PIC 9(8).
           05 DDR-MONTANT       PIC 9(6)V99.
           05 DDR-IBAN          PIC X(34).
           05 DDR-RUM           PIC X(35).
           05 DDR-INV-NUMBER    PIC 9(6).
           05 DDR-CUST-ID       PIC 9(6).
           05 DDR-DATE-RETOUR   PIC 9(8).
      *    SEPA reason code: AM04 insufficient funds, AC04 account
      *    closed, AC06 account blocked, MD01 no valid mandate
      *    (revoked at the debtor's bank), MD06 refund claimed by
      *    the debtor, MS02 refused by the debtor, ...
           05 DDR-MOTIF         PIC X(04).

       FD RETURN-PARM-FILE.
       01 RETURN-PARM-RECORD.
           05 DRP-FRAIS         PIC 9(3)V99.
           05 DRP-CATEGORY      PIC X(01).
           05 DRP-TERMS-DAYS    PIC 9(3).
           05 DRP-MAX-REJETS    PIC 9(2).

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD MANDATE-FILE.
       COPY "DDMAND.cpy".

       FD SETTLEMENT-JOURNAL.
       COPY "SETTLJRN.cpy".

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

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01 DDRET-STATUS          PIC X(02).
       01 DDRPARM-STATUS        PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 DDMAND-STATUS         PIC X(02).
       01 SETTLEMENT-JOURNAL-STATUS PIC X(02).
       01 INVOICE-FILE-STATUS   PIC X(02).
       01 CHECKPOINT-STATUS     PIC X(02).
       01 DDRRPT-STATUS         PIC X(02).

       01 RETURN-EOF-SWITCH     PIC X(01) VALUE "N".
           88 RETURN-EOF           VALUE "Y".
       01 PIECE-TROUVEE-SWITCH  PIC X(01) VALUE "N".
           88 PIECE-TROUVEE        VALUE "Y".
       01 RETOUR-PRIS-SWITCH    PIC X(01) VALUE "N".
           88 RETOUR-PRIS          VALUE "Y".
       01 MANDATS-DISPO-SW      PIC X(01) VALUE "N".
           88 MANDATS-DISPO        VALUE "Y".

      *    Defaults when DDRPARM.DAT is absent: the usual bank
      *    charge passed on, hors champ like the other indemnities,
      *    30 days, and a mandate suspended at the second return.
       01 FRAIS-REJET           PIC 9(3)V99 VALUE 20.00.
       01 FRAIS-CATEGORY        PIC X(01) VALUE "H".
       01 FRAIS-TERMS           PIC 9(3) VALUE 030.
       01 MAX-REJETS            PIC 9(2) VALUE 02.

       01 RUN-DATE              PIC 9(8).
       01 INVOICE-NUMBER        PIC 9(6).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.
       01 NUMERO-DEJA-PRIS-SW   PIC X(01) VALUE "N".
           88 NUMERO-DEJA-PRIS     VALUE "Y".
       01 REGISTRE-DISPO-SW     PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".

      *    The returned invoice's customer caption, held in working
      *    storage before the number walk re-reads the register -
      *    the FD area is whatever record the walk touched last.
       01 CLIENT-NOM-FRAIS      PIC A(30).
       01 CLIENT-PRENOM-FRAIS   PIC A(30).

       01 NATURE-RETOUR         PIC X(24).
       01 SUITE-MANDAT          PIC X(24).

       01 LU-COUNT              PIC 9(5) VALUE ZERO.
       01 REJET-COUNT           PIC 9(5) VALUE ZERO.
       01 CONTREPASSE-COUNT     PIC 9(5) VALUE ZERO.
       01 ECARTE-COUNT          PIC 9(5) VALUE ZERO.
       01 FRAIS-COUNT           PIC 9(5) VALUE ZERO.
       01 SUSPENDU-COUNT        PIC 9(5) VALUE ZERO.
       01 TOTAL-RETOURNE        PIC 9(9)V99 VALUE ZERO.

       01 REPORT-LINE           PIC X(100).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-RETOURS

           OPEN INPUT DEBIT-RETURN-FILE
           IF DDRET-STATUS NOT = "00"
               DISPLAY "DDRET.DAT absent : aucun retour de "
                       "prelevement a traiter."
               GOBACK
           END-IF

      *    A return can only be taken back against the register;
      *    without it nothing is touched and the chain stops.
           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : retours non traites."
               CLOSE DEBIT-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET REGISTRE-DISPO TO TRUE

      *    The mandate follow-up is the only part that needs
      *    DDMAND.DAT; the invoices are unwound without it.
           OPEN I-O MANDATE-FILE
           IF DDMAND-STATUS = "00"
               SET MANDATS-DISPO TO TRUE
           ELSE
               DISPLAY "DDMAND.DAT indisponible (" DDMAND-STATUS
                       ") : mandats non mis a jour."
           END-IF

           PERFORM OUVRIR-FICHIERS-SORTIE
           PERFORM ECRIRE-ENTETE-RETOURS

           PERFORM LIRE-RETOUR-SUIVANT
           PERFORM TRAITER-UN-RETOUR UNTIL RETURN-EOF

           PERFORM ECRIRE-TOTAUX-RETOURS

           CLOSE DEBIT-RETURN-FILE
           CLOSE INVOICE-REGISTER
           IF MANDATS-DISPO
               CLOSE MANDATE-FILE
           END-IF
           CLOSE SETTLEMENT-JOURNAL
           CLOSE INVOICE-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RETURN-REPORT-FILE
           GOBACK.

       LIRE-PARM-RETOURS.
           OPEN INPUT RETURN-PARM-FILE
           IF DDRPARM-STATUS = "00"
               READ RETURN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DRP-FRAIS TO FRAIS-REJET
                       IF DRP-CATEGORY NOT = SPACE
                           MOVE DRP-CATEGORY TO FRAIS-CATEGORY
                       END-IF
                       IF DRP-TERMS-DAYS > 0
                           MOVE DRP-TERMS-DAYS TO FRAIS-TERMS
                       END-IF
                       IF DRP-MAX-REJETS > 0
                           MOVE DRP-MAX-REJETS TO MAX-REJETS
                       END-IF
               END-READ
               CLOSE RETURN-PARM-FILE
           END-IF.

      *    SETTLJRN.DAT, INVOICES.DAT and TVACKPT.DAT may not exist
      *    yet on a brand new install; create them empty the first
      *    time, same as the other emitters.
       OUVRIR-FICHIERS-SORTIE.
           OPEN EXTEND SETTLEMENT-JOURNAL
           IF SETTLEMENT-JOURNAL-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-JOURNAL
               CLOSE SETTLEMENT-JOURNAL
               OPEN EXTEND SETTLEMENT-JOURNAL
           END-IF

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

           OPEN OUTPUT RETURN-REPORT-FILE.

       ECRIRE-ENTETE-RETOURS.
           MOVE FRAIS-REJET TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "RETOURS DE PRELEVEMENT DU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - FRAIS DE REJET " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " - SUSPENSION DU MANDAT AU " DELIMITED BY SIZE
                  MAX-REJETS DELIMITED BY SIZE
                  "E REJET" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       LIRE-RETOUR-SUIVANT.
           READ DEBIT-RETURN-FILE
               AT END
                   SET RETURN-EOF TO TRUE
           END-READ
           IF DDRET-STATUS NOT = "00"
               SET RETURN-EOF TO TRUE
           END-IF.

       TRAITER-UN-RETOUR.
           ADD 1 TO LU-COUNT
           MOVE "N" TO RETOUR-PRIS-SWITCH
           MOVE SPACES TO SUITE-MANDAT
           PERFORM LIRE-PIECE-RETOURNEE

           IF PIECE-TROUVEE
               PERFORM DEFAIRE-PRELEVEMENT
           ELSE
               MOVE "FACTURE INCONNUE" TO NATURE-RETOUR
               ADD 1 TO ECARTE-COUNT
           END-IF

           IF RETOUR-PRIS
               ADD DDR-MONTANT TO TOTAL-RETOURNE
               IF FRAIS-REJET > 0
                   PERFORM FACTURER-FRAIS-REJET
               END-IF
               IF MANDATS-DISPO
                   PERFORM COMPTER-REJET-MANDAT
               END-IF
           END-IF

           PERFORM ECRIRE-LIGNE-RETOUR
           PERFORM LIRE-RETOUR-SUIVANT.

       LIRE-PIECE-RETOURNEE.
           MOVE "N" TO PIECE-TROUVEE-SWITCH
           MOVE DDR-INV-NUMBER TO REG-INV-NUMBER
           READ INVOICE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PIECE-TROUVEE TO TRUE
           END-READ.

      *    Still collection-pending means the bank turned the debit
      *    down before it was ever booked: nothing was applied, the
      *    flag alone comes off. Otherwise PAYAPPL has applied the
      *    money and cleared the flag, so the application is backed
      *    out - but only when the register actually holds that
      *    much, or a return read twice would drive REG-AMOUNT-PAID
      *    negative and set the dunning chasing more than the
      *    invoice.
       DEFAIRE-PRELEVEMENT.
           MOVE REG-CUST-NOM TO CLIENT-NOM-FRAIS
           MOVE REG-CUST-PRENOM TO CLIENT-PRENOM-FRAIS
           MOVE REG-COMPANY TO SOCIETE-FACTURE

           EVALUATE TRUE
               WHEN REG-COLLECT-EN-COURS
                   MOVE "REJET AVANT REGLEMENT" TO NATURE-RETOUR
                   SET RETOUR-PRIS TO TRUE
                   ADD 1 TO REJET-COUNT
               WHEN REG-AMOUNT-PAID >= DDR-MONTANT
                   MOVE "RETOUR APRES REGLEMENT" TO NATURE-RETOUR
                   SUBTRACT DDR-MONTANT FROM REG-AMOUNT-PAID
                   SET REG-OPEN TO TRUE
                   PERFORM JOURNALISER-CONTREPASSATION
                   SET RETOUR-PRIS TO TRUE
                   ADD 1 TO CONTREPASSE-COUNT
               WHEN OTHER
                   MOVE "RIEN A CONTREPASSER" TO NATURE-RETOUR
                   ADD 1 TO ECARTE-COUNT
           END-EVALUATE

           IF RETOUR-PRIS
               SET REG-COLLECT-AUCUN TO TRUE
               REWRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du registre, "
                               "facture " REG-INV-NUMBER
               END-REWRITE
           END-IF.

      *    The settlement journal takes the application back with a
      *    negative movement at today's date, same as CHQMAINT's
      *    impaye - the encaissement the CA3 declared comes back out
      *    in the period of the return.
       JOURNALISER-CONTREPASSATION.
           MOVE RUN-DATE TO SET-DATE
           MOVE REG-INV-NUMBER TO SET-INV-NUMBER
           MOVE REG-CATEGORY TO SET-CATEGORY
           COMPUTE SET-AMOUNT-APPLIED = 0 - DDR-MONTANT
           MOVE REG-PRICEHT TO SET-PRICEHT
           MOVE REG-TVA TO SET-TVA
           MOVE REG-PRICETTC TO SET-PRICETTC
           WRITE SETTLEMENT-JOURNAL-RECORD.

      *    The fee line: next free number off the series of the
      *    company that billed the invoice, billed to the invoice's
      *    customer and dated today.
       FACTURER-FRAIS-REJET.
           PERFORM ATTRIBUER-NUMERO-FACTURE

           MOVE INVOICE-NUMBER TO INV-NUMBER
           MOVE FRAIS-REJET TO INV-PRICEHT
           MOVE FRAIS-CATEGORY TO INV-CATEGORY
           MOVE CLIENT-NOM-FRAIS TO INV-CUST-NOM
           MOVE CLIENT-PRENOM-FRAIS TO INV-CUST-PRENOM
           MOVE RUN-DATE TO INV-BILL-DATE
           MOVE FRAIS-TERMS TO INV-TERMS-DAYS
           MOVE "F" TO INV-DOC-TYPE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-PROD-CODE
           MOVE ZERO TO INV-QUANTITY
           MOVE SPACE TO INV-NATURE
           MOVE ZERO TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE ZERO TO INV-REMISE-HT
           WRITE INVOICE-RECORD
           ADD 1 TO FRAIS-COUNT.

      *    Only a return on the mandate still on file counts against
      *    it: a debit presented under a RUM the customer has since
      *    re-signed says nothing about the new one. MD01 means the
      *    debtor's bank holds no valid mandate any more, and AC04
      *    that the account debited is closed - presenting again
      *    can only fail, so either suspends at once.
       COMPTER-REJET-MANDAT.
           MOVE DDR-CUST-ID TO MAND-CUST-ID
           READ MANDATE-FILE
               INVALID KEY
                   MOVE "MANDAT ABSENT" TO SUITE-MANDAT
               NOT INVALID KEY
                   IF MAND-RUM NOT = DDR-RUM
                       MOVE "MANDAT REMPLACE" TO SUITE-MANDAT
                   ELSE
                       PERFORM METTRE-A-JOUR-MANDAT
                   END-IF
           END-READ.

       METTRE-A-JOUR-MANDAT.
           IF MAND-NB-REJETS < 99
               ADD 1 TO MAND-NB-REJETS
           END-IF
           MOVE RUN-DATE TO MAND-DERNIER-REJET

           IF MAND-ACTIF
               IF MAND-NB-REJETS >= MAX-REJETS
                       OR DDR-MOTIF = "MD01"
                       OR DDR-MOTIF = "AC04"
                   SET MAND-SUSPENDU TO TRUE
                   MOVE "MANDAT SUSPENDU" TO SUITE-MANDAT
                   ADD 1 TO SUSPENDU-COUNT
               ELSE
                   MOVE "REJET COMPTE" TO SUITE-MANDAT
               END-IF
           ELSE
               MOVE "MANDAT DEJA INACTIF" TO SUITE-MANDAT
           END-IF

           REWRITE DEBIT-MANDATE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du mandat "
                           MAND-CUST-ID
           END-REWRITE.

       ECRIRE-LIGNE-RETOUR.
           MOVE DDR-MONTANT TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURE " DELIMITED BY SIZE
                  DDR-INV-NUMBER DELIMITED BY SIZE
                  " CLIENT " DELIMITED BY SIZE
                  DDR-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DDR-MOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NATURE-RETOUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUITE-MANDAT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       ECRIRE-TOTAUX-RETOURS.
           MOVE LU-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETOURS LUS              : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE REJET-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJETS AVANT REGLEMENT   : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE CONTREPASSE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REGLEMENTS CONTREPASSES  : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE ECARTE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETOURS ECARTES          : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE FRAIS-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FRAIS DE REJET FACTURES  : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE SUSPENDU-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MANDATS SUSPENDUS        : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE TOTAL-RETOURNE TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "MONTANT REPRIS           : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE LU-COUNT TO DISPLAY-COUNT
           DISPLAY "Retours de prelevement traites : " DISPLAY-COUNT
           MOVE SUSPENDU-COUNT TO DISPLAY-COUNT
           DISPLAY "Mandats suspendus : " DISPLAY-COUNT.

      *    Next free invoice number off the company's TVACKPT
      *    record, walked past anything the register already issued,
      *    the control record advanced before the line goes out -
      *    same sequence discipline as the other emitters.
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
