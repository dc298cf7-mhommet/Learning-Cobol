       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECONV.

      *    One-time migration of the fee checkpoint to the layout
      *    keyed by account, cycle and fee code: OVRDFEE's old
      *    FEECHKPT.DAT, keyed by account and cycle alone, is copied
      *    into FEECKPT.DAT - the file OVRDFEE and SVCFEE now share -
      *    with the fee code at spaces, which is how the overdraft
      *    commission is keyed. Run once before the first OVRDFEE of
      *    the new layout, so an account already charged this cycle
      *    is not charged again; the old file is left in place and
      *    may be archived afterwards. Same one-time idea as
      *    STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FEE-CHECKPOINT-FILE ASSIGN TO "FEECHKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-FEE-CKPT-KEY
               FILE STATUS IS OLD-FEE-CHECKPOINT-STATUS.

           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "FEECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CKPT-KEY
               FILE STATUS IS FEE-CHECKPOINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    OVRDFEE's checkpoint as it stood before SVCFEE shared it,
      *    frozen here the way STOCONV freezes the pre-beneficiary
      *    order.
       FD OLD-FEE-CHECKPOINT-FILE.
       01 OLD-FEE-CHECKPOINT-RECORD.
           05 OLD-FEE-CKPT-KEY.
               10 OLD-FEE-CKPT-COMPTE PIC 9(5).
               10 OLD-FEE-CKPT-CYCLE  PIC 9(6).
           05 OLD-FEE-CKPT-MONTANT    PIC 9(5)V99.
           05 OLD-FEE-CKPT-DATE       PIC 9(8).

       FD FEE-CHECKPOINT-FILE.
       01 FEE-CHECKPOINT-RECORD.
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 OLD-FEE-CHECKPOINT-STATUS PIC X(02).
       01 FEE-CHECKPOINT-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(7) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-FEE-CHECKPOINT-FILE
           IF OLD-FEE-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "FEECHKPT.DAT absent ("
                       OLD-FEE-CHECKPOINT-STATUS ") : aucune "
                       "commission de decouvert a reprendre."
               GOBACK
           END-IF

           OPEN OUTPUT FEE-CHECKPOINT-FILE
           IF FEE-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "FEECKPT.DAT inouvrable en creation ("
                       FEE-CHECKPOINT-STATUS ") : conversion "
                       "abandonnee."
               CLOSE OLD-FEE-CHECKPOINT-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-FEE-CKPT-KEY
           START OLD-FEE-CHECKPOINT-FILE
                   KEY IS NOT LESS THAN OLD-FEE-CKPT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-POINT-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-FEE-CHECKPOINT-FILE
           CLOSE FEE-CHECKPOINT-FILE

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " commission(s) de decouvert reprise(s)."
           GOBACK.

       CONVERTIR-POINT-SUIVANT.
           READ OLD-FEE-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-FEE-CHECKPOINT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-FEE-CKPT-COMPTE TO FEE-CKPT-COMPTE
               MOVE OLD-FEE-CKPT-CYCLE TO FEE-CKPT-CYCLE
               MOVE SPACES TO FEE-CKPT-CODE
               MOVE OLD-FEE-CKPT-MONTANT TO FEE-CKPT-MONTANT
               MOVE OLD-FEE-CKPT-DATE TO FEE-CKPT-DATE
               WRITE FEE-CHECKPOINT-RECORD
                   INVALID KEY
                       DISPLAY "Point en double a la conversion : "
                               FEE-CKPT-KEY
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
