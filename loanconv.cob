       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.

      *    One-time migration of the loan master to the layout
      *    carrying the early-repayment trail: a LOANMAST.DAT written
      *    before LOANMNT took early repayments is twenty-five bytes
      *    short and fails the OPEN in LOANMNT, LOANCOLL and INTACCR.
      *    The operator renames the old file LOANOLD.DAT and runs
      *    this once; every loan comes back out under the live name
      *    on its original schedule - no early repayment, no window
      *    open, nothing repaid early within it. Same one-time idea
      *    as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-MASTER-FILE ASSIGN TO "LOANOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-LN-NUMBER
               FILE STATUS IS OLD-LOANMAST-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS LOANMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The layout before early repayments, frozen here the way
      *    STOCONV freezes the pre-beneficiary order.
       FD OLD-LOAN-MASTER-FILE.
       01 OLD-LOAN-MASTER-RECORD.
           05 OLD-LN-NUMBER         PIC 9(5).
           05 OLD-LN-COMPTE         PIC 9(5).
           05 OLD-LN-PRINCIPAL      PIC 9(7)V99.
           05 OLD-LN-TAUX           PIC 9(2)V99.
           05 OLD-LN-DUREE-MOIS     PIC 9(3).
           05 OLD-LN-MENSUALITE     PIC 9(7)V99.
           05 OLD-LN-SOLDE-RESTANT  PIC 9(7)V99.
           05 OLD-LN-NEXT-DATE      PIC 9(8).
           05 OLD-LN-ECHEANCES-PAYEES PIC 9(3).
           05 OLD-LN-IMPAYES        PIC 9(3).
           05 OLD-LN-STATUT         PIC X(01).

       FD LOAN-MASTER-FILE.
       COPY "LOANMAST.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-LOANMAST-STATUS   PIC X(02).
       01 LOANMAST-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-LOAN-MASTER-FILE
           IF OLD-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANOLD.DAT indisponible ("
                       OLD-LOANMAST-STATUS ") : renommer l'ancien "
                       "LOANMAST.DAT en LOANOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT LOAN-MASTER-FILE
           IF LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANMAST.DAT inouvrable en creation ("
                       LOANMAST-STATUS ") : conversion abandonnee."
               CLOSE OLD-LOAN-MASTER-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-LN-NUMBER
           START OLD-LOAN-MASTER-FILE
                   KEY IS NOT LESS THAN OLD-LN-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-PRET-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-LOAN-MASTER-FILE
           CLOSE LOAN-MASTER-FILE

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " pret(s) repris, sans remboursement anticipe."
           GOBACK.

       CONVERTIR-PRET-SUIVANT.
           READ OLD-LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-LOANMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-LN-NUMBER TO LN-NUMBER
               MOVE OLD-LN-COMPTE TO LN-COMPTE
               MOVE OLD-LN-PRINCIPAL TO LN-PRINCIPAL
               MOVE OLD-LN-TAUX TO LN-TAUX
               MOVE OLD-LN-DUREE-MOIS TO LN-DUREE-MOIS
               MOVE OLD-LN-MENSUALITE TO LN-MENSUALITE
               MOVE OLD-LN-SOLDE-RESTANT TO LN-SOLDE-RESTANT
               MOVE OLD-LN-NEXT-DATE TO LN-NEXT-DATE
               MOVE OLD-LN-ECHEANCES-PAYEES TO LN-ECHEANCES-PAYEES
               MOVE OLD-LN-IMPAYES TO LN-IMPAYES
               MOVE OLD-LN-STATUT TO LN-STATUT
               MOVE ZERO TO LN-DATE-ANTICIPE
               MOVE ZERO TO LN-FENETRE-ANTICIPE
               MOVE ZERO TO LN-CUMUL-ANTICIPE
               WRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Pret en double a la conversion : "
                               LN-NUMBER
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
