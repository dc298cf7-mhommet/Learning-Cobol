       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCONV.

      *    One-time migration of the billing-contract file to the
      *    layout carrying CTR-COMPANY: a BILLCTR.DAT written before
      *    multi-company invoicing is one byte short and fails the
      *    OPEN in CTRBILL and CTRMAINT. The operator renames the old
      *    file CTROLD.DAT and runs this once; every contract comes
      *    back out under the live name billing under company 0 -
      *    the only company there was. Same one-time idea as
      *    STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BILLING-CONTRACT-FILE ASSIGN TO "CTROLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CTR-NUMBER
               FILE STATUS IS OLD-BILLCTR-STATUS.

           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NUMBER
               FILE STATUS IS BILLCTR-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The single-company layout, frozen here the way STOCONV
      *    freezes the pre-beneficiary order.
       FD OLD-BILLING-CONTRACT-FILE.
       01 OLD-BILLING-CONTRACT-RECORD.
           05 OLD-CTR-NUMBER        PIC 9(5).
           05 OLD-CTR-CUST-ID       PIC 9(6).
           05 OLD-CTR-CUST-NOM      PIC A(30).
           05 OLD-CTR-CUST-PRENOM   PIC A(30).
           05 OLD-CTR-PROD-CODE     PIC X(08).
           05 OLD-CTR-QUANTITY      PIC 9(4)V99.
           05 OLD-CTR-PRICEHT       PIC 9(5)V99.
           05 OLD-CTR-CATEGORY      PIC X(01).
           05 OLD-CTR-TERMS-DAYS    PIC 9(3).
           05 OLD-CTR-FREQUENCE     PIC X(01).
           05 OLD-CTR-NEXT-DATE     PIC 9(8).
           05 OLD-CTR-END-DATE      PIC 9(8).

       FD BILLING-CONTRACT-FILE.
       COPY "BILLCTR.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-BILLCTR-STATUS    PIC X(02).
       01 BILLCTR-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-BILLING-CONTRACT-FILE
           IF OLD-BILLCTR-STATUS NOT = "00"
               DISPLAY "CTROLD.DAT indisponible ("
                       OLD-BILLCTR-STATUS ") : renommer l'ancien "
                       "BILLCTR.DAT en CTROLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT BILLING-CONTRACT-FILE
           IF BILLCTR-STATUS NOT = "00"
               DISPLAY "BILLCTR.DAT inouvrable en creation ("
                       BILLCTR-STATUS ") : conversion abandonnee."
               CLOSE OLD-BILLING-CONTRACT-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-CTR-NUMBER
           START OLD-BILLING-CONTRACT-FILE
                   KEY IS NOT LESS THAN OLD-CTR-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-CONTRAT-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-BILLING-CONTRACT-FILE
           CLOSE BILLING-CONTRACT-FILE

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " contrat(s) repris en societe 0."
           GOBACK.

       CONVERTIR-CONTRAT-SUIVANT.
           READ OLD-BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-BILLCTR-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-CTR-NUMBER TO CTR-NUMBER
               MOVE OLD-CTR-CUST-ID TO CTR-CUST-ID
               MOVE OLD-CTR-CUST-NOM TO CTR-CUST-NOM
               MOVE OLD-CTR-CUST-PRENOM TO CTR-CUST-PRENOM
               MOVE OLD-CTR-PROD-CODE TO CTR-PROD-CODE
               MOVE OLD-CTR-QUANTITY TO CTR-QUANTITY
               MOVE OLD-CTR-PRICEHT TO CTR-PRICEHT
               MOVE OLD-CTR-CATEGORY TO CTR-CATEGORY
               MOVE OLD-CTR-TERMS-DAYS TO CTR-TERMS-DAYS
               MOVE OLD-CTR-FREQUENCE TO CTR-FREQUENCE
               MOVE OLD-CTR-NEXT-DATE TO CTR-NEXT-DATE
               MOVE OLD-CTR-END-DATE TO CTR-END-DATE
               MOVE ZERO TO CTR-COMPANY
               WRITE BILLING-CONTRACT-RECORD
                   INVALID KEY
                       DISPLAY "Contrat en double a la conversion : "
                               CTR-NUMBER
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
