       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDCONV.

      *    One-time migration of the direct-debit mandate file to the
      *    layout carrying the returned-debit count and the day of
      *    the last return: a DDMAND.DAT written before DDRETOUR is
      *    ten bytes short and fails the OPEN in DDCOLL, DDRETOUR and
      *    MNDMAINT. The operator renames the old file MANDOLD.DAT
      *    and runs this once; every mandate comes back out under the
      *    live name with no return counted against it. Same
      *    one-time idea as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MANDATE-FILE ASSIGN TO "MANDOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-MAND-CUST-ID
               FILE STATUS IS OLD-DDMAND-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS DDMAND-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The layout before returns were counted, frozen here the
      *    way STOCONV freezes the pre-beneficiary order.
       FD OLD-MANDATE-FILE.
       01 OLD-DEBIT-MANDATE-RECORD.
           05 OLD-MAND-CUST-ID      PIC 9(6).
           05 OLD-MAND-IBAN         PIC X(34).
           05 OLD-MAND-RUM          PIC X(35).
           05 OLD-MAND-SIGN-DATE    PIC 9(8).
           05 OLD-MAND-STATUT       PIC X(01).

       FD MANDATE-FILE.
       COPY "DDMAND.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-DDMAND-STATUS     PIC X(02).
       01 DDMAND-STATUS         PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(6) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-MANDATE-FILE
           IF OLD-DDMAND-STATUS NOT = "00"
               DISPLAY "MANDOLD.DAT indisponible ("
                       OLD-DDMAND-STATUS ") : renommer l'ancien "
                       "DDMAND.DAT en MANDOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT MANDATE-FILE
           IF DDMAND-STATUS NOT = "00"
               DISPLAY "DDMAND.DAT inouvrable en creation ("
                       DDMAND-STATUS ") : conversion abandonnee."
               CLOSE OLD-MANDATE-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-MAND-CUST-ID
           START OLD-MANDATE-FILE
                   KEY IS NOT LESS THAN OLD-MAND-CUST-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-MANDAT-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-MANDATE-FILE
           CLOSE MANDATE-FILE

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " mandat(s) repris, aucun rejet compte."
           GOBACK.

       CONVERTIR-MANDAT-SUIVANT.
           READ OLD-MANDATE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-DDMAND-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-MAND-CUST-ID TO MAND-CUST-ID
               MOVE OLD-MAND-IBAN TO MAND-IBAN
               MOVE OLD-MAND-RUM TO MAND-RUM
               MOVE OLD-MAND-SIGN-DATE TO MAND-SIGN-DATE
               MOVE OLD-MAND-STATUT TO MAND-STATUT
               MOVE ZERO TO MAND-NB-REJETS
               MOVE ZERO TO MAND-DERNIER-REJET
               WRITE DEBIT-MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "Mandat en double a la conversion : "
                               MAND-CUST-ID
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
