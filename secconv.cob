       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECCONV.

      *    One-time migration of the security reference master to
      *    the layout carrying SEC-TTF: a SECMAST.DAT written before
      *    the taxe sur les transactions financieres was computed is
      *    one byte short and fails the OPEN in SECMAINT, CALCUL and
      *    CONCRPT. The operator renames the old file SECOLD.DAT and
      *    runs this once; every instrument comes back out under the
      *    live name as not subject to the tax (N), and SECMAINT
      *    then flags the issuers on the December list. Same
      *    one-time idea as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SECURITY-MASTER ASSIGN TO "SECOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SEC-TICKER
               FILE STATUS IS OLD-SECMAST-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-TICKER
               FILE STATUS IS SECMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The layout before the TTF flag, frozen here the way
      *    STOCONV freezes the pre-beneficiary order.
       FD OLD-SECURITY-MASTER.
       01 OLD-SECURITY-MASTER-RECORD.
           05 OLD-SEC-TICKER        PIC X(10).
           05 OLD-SEC-NAME          PIC X(40).
           05 OLD-SEC-EXCHANGE      PIC X(10).
           05 OLD-SEC-CLASS         PIC X(10).
           05 OLD-SEC-CURRENCY      PIC X(03).

       FD SECURITY-MASTER.
       COPY "SECMAST.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-SECMAST-STATUS    PIC X(02).
       01 SECMAST-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-SECURITY-MASTER
           IF OLD-SECMAST-STATUS NOT = "00"
               DISPLAY "SECOLD.DAT indisponible ("
                       OLD-SECMAST-STATUS ") : renommer l'ancien "
                       "SECMAST.DAT en SECOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT SECURITY-MASTER
           IF SECMAST-STATUS NOT = "00"
               DISPLAY "SECMAST.DAT inouvrable en creation ("
                       SECMAST-STATUS ") : conversion abandonnee."
               CLOSE OLD-SECURITY-MASTER
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-SEC-TICKER
           START OLD-SECURITY-MASTER
                   KEY IS NOT LESS THAN OLD-SEC-TICKER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-VALEUR-SUIVANTE UNTIL SCAN-EOF

           CLOSE OLD-SECURITY-MASTER
           CLOSE SECURITY-MASTER

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " valeur(s) reprise(s), hors TTF."
           DISPLAY "Les valeurs soumises a la TTF sont a signaler "
                   "via SECMAINT."
           GOBACK.

       CONVERTIR-VALEUR-SUIVANTE.
           READ OLD-SECURITY-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-SECMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-SEC-TICKER TO SEC-TICKER
               MOVE OLD-SEC-NAME TO SEC-NAME
               MOVE OLD-SEC-EXCHANGE TO SEC-EXCHANGE
               MOVE OLD-SEC-CLASS TO SEC-CLASS
               MOVE OLD-SEC-CURRENCY TO SEC-CURRENCY
               MOVE "N" TO SEC-TTF
               WRITE SECURITY-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Valeur en double a la conversion : "
                               SEC-TICKER
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
