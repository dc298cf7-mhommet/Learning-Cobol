               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFU-EXPORT-STATUS.

      *    Who the income belongs to: the titulaire off the
      *    cross-reference, and for a joint account the co-titulaires
      *    off ACCTHOLD.DAT. A mandataire owns nothing and is never
      *    declared.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    what the customer actually received, beside the gross.
               10 IFU-DET-RETENU    PIC 9(11).
               10 IFU-DET-NET       PIC 9(11).
      *    Beneficiaries: the titulaire, the first co-titulaire of a
      *    joint account (zero otherwise) and how many co-titulaires
      *    the account has in all.
               10 IFU-DET-TITULAIRE PIC 9(6).
               10 IFU-DET-COTITULAIRE PIC 9(6).
               10 IFU-DET-NB-COTIT  PIC 9(1).
               10 FILLER            PIC X(19).
           05 IFU-TRAILER REDEFINES IFU-REC-DATA.
               10 IFU-TRL-COUNT     PIC 9(6).
               10 IFU-TRL-CENTIMES  PIC 9(13).
               10 FILLER            PIC X(51).

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       WORKING-STORAGE SECTION.
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 HOLD-EOF-SWITCH       PIC X(01).
           88 HOLD-EOF             VALUE "Y".
       01 NB-COTITULAIRES       PIC 9(1).
       01 ANNSTMT-STATUS        PIC X(02).
       01 IFU-PARM-STATUS       PIC X(02).
       01 IFU-EXPORT-STATUS     PIC X(02).

           OPEN INPUT ANNUAL-STATEMENT-FILE
           OPEN OUTPUT IFU-EXPORT-FILE
           OPEN INPUT ACCOUNT-XREF-FILE
           OPEN INPUT ACCOUNT-HOLDER-FILE

           IF ANNSTMT-STATUS NOT = "00"
               DISPLAY "ANNSTMT.DAT indisponible ("

           CLOSE ANNUAL-STATEMENT-FILE
           CLOSE IFU-EXPORT-FILE
           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           IF ACCTHOLD-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF

           MOVE DETAIL-COUNT TO DISPLAY-COUNT
           DISPLAY DISPLAY-COUNT " compte(s) declare(s) pour "
               = ANNST-TOTAL-WITHHELD * 100
           COMPUTE IFU-DET-NET
               = ANNST-TOTAL-NET * 100
           PERFORM IDENTIFIER-BENEFICIAIRES
           WRITE IFU-EXPORT-RECORD.

       IDENTIFIER-BENEFICIAIRES.
           MOVE ZERO TO IFU-DET-TITULAIRE
           MOVE ZERO TO IFU-DET-COTITULAIRE
           MOVE ZERO TO NB-COTITULAIRES
           IF ACCTXREF-STATUS NOT = "35"
               MOVE ANNST-ACCOUNT-ID TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO IFU-DET-TITULAIRE
               END-READ
           END-IF
           IF ACCTHOLD-STATUS NOT = "35"
               MOVE "N" TO HOLD-EOF-SWITCH
               MOVE ANNST-ACCOUNT-ID TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM COMPTER-COTITULAIRE UNTIL HOLD-EOF
           END-IF
           MOVE NB-COTITULAIRES TO IFU-DET-NB-COTIT.

       COMPTER-COTITULAIRE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = ANNST-ACCOUNT-ID
                   SET HOLD-EOF TO TRUE
               END-IF
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COTITULAIRE AND NB-COTITULAIRES < 9
                   ADD 1 TO NB-COTITULAIRES
                   IF IFU-DET-COTITULAIRE = ZERO
                       MOVE AHD-CUST-ID TO IFU-DET-COTITULAIRE
                   END-IF
               END-IF
           END-IF.

       ECRIRE-FIN-IFU.
           MOVE SPACES TO IFU-EXPORT-RECORD
           MOVE "3" TO IFU-REC-TYPE
