       IDENTIFICATION DIVISION.
       PROGRAM-ID. TYPCONV.

      *    One-time migration of the account-type master to the
      *    layout carrying TYP-FGDR: an ACCTTYPE.DAT written before
      *    the FGDR single customer view is one byte short and fails
      *    the OPEN in TYPMAINT, ACCTMNT, BULKMVT and FGDRSCV. The
      *    operator renames the old file TYPOLD.DAT and runs this
      *    once; every type comes back out under the live name as
      *    covered by the guarantee (O) - the deposits this shop
      *    keeps are, and TYPMAINT excludes any type that is not.
      *    Same one-time idea as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-TYPE-FILE ASSIGN TO "TYPOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-TYP-CODE
               FILE STATUS IS OLD-ACCTTYPE-STATUS.

           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The layout before the FGDR flag, frozen here the way
      *    STOCONV freezes the pre-beneficiary order.
       FD OLD-ACCOUNT-TYPE-FILE.
       01 OLD-ACCOUNT-TYPE-RECORD.
           05 OLD-TYP-CODE          PIC X(01).
           05 OLD-TYP-LIBELLE       PIC X(20).
           05 OLD-TYP-PLAFOND-DEPOT PIC 9(7)V99.
           05 OLD-TYP-DECOUVERT     PIC X(01).
           05 OLD-TYP-INTERETS      PIC X(01).

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-ACCTTYPE-STATUS   PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-ACCOUNT-TYPE-FILE
           IF OLD-ACCTTYPE-STATUS NOT = "00"
               DISPLAY "TYPOLD.DAT indisponible ("
                       OLD-ACCTTYPE-STATUS ") : renommer l'ancien "
                       "ACCTTYPE.DAT en TYPOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT ACCOUNT-TYPE-FILE
           IF ACCTTYPE-STATUS NOT = "00"
               DISPLAY "ACCTTYPE.DAT inouvrable en creation ("
                       ACCTTYPE-STATUS ") : conversion abandonnee."
               CLOSE OLD-ACCOUNT-TYPE-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-TYP-CODE
           START OLD-ACCOUNT-TYPE-FILE
                   KEY IS NOT LESS THAN OLD-TYP-CODE
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-TYPE-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-ACCOUNT-TYPE-FILE
           CLOSE ACCOUNT-TYPE-FILE

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " type(s) repris, couverts FGDR."
           DISPLAY "Les types hors garantie sont a exclure "
                   "via TYPMAINT."
           GOBACK.

       CONVERTIR-TYPE-SUIVANT.
           READ OLD-ACCOUNT-TYPE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-ACCTTYPE-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-TYP-CODE TO TYP-CODE
               MOVE OLD-TYP-LIBELLE TO TYP-LIBELLE
               MOVE OLD-TYP-PLAFOND-DEPOT TO TYP-PLAFOND-DEPOT
               MOVE OLD-TYP-DECOUVERT TO TYP-DECOUVERT
               MOVE OLD-TYP-INTERETS TO TYP-INTERETS
               MOVE "O" TO TYP-FGDR
               WRITE ACCOUNT-TYPE-RECORD
                   INVALID KEY
                       DISPLAY "Type en double a la conversion : "
                               TYP-CODE
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
