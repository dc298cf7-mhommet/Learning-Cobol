       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCCONV.

      *    One-time migration to multi-company invoicing: the single
      *    letterhead CMPNYPRF.DAT held as one plain line becomes the
      *    company 0 record of the keyed profile file, and the CA3
      *    credit carry-forward, keyed by month alone, is re-keyed by
      *    company and month so each entity carries its own credit
      *    de TVA. The operator renames the old files CMPNYOLD.DAT
      *    and CA3CROLD.DAT and runs this once; everything comes
      *    back under the live names as company 0 - the only company
      *    there was. An absent CA3CROLD.DAT (no declaration ever
      *    ended in credit) is not an error. Same one-time idea as
      *    ANNCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PROFILE-FILE ASSIGN TO "CMPNYOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-PROFILE-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT OLD-CREDIT-FILE ASSIGN TO "CA3CROLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CRD-MONTH
               FILE STATUS IS OLD-CREDIT-STATUS.

           SELECT VAT-CREDIT-FILE ASSIGN TO "CA3CRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS VAT-CREDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The single-company layouts, frozen here the way ANNCONV
      *    freezes the pre-withholding statement record.
       FD OLD-PROFILE-FILE.
       01 OLD-PROFILE-RECORD.
           05 OLD-CPR-NAME          PIC X(40).
           05 OLD-CPR-ADDR-1        PIC X(40).
           05 OLD-CPR-ADDR-2        PIC X(40).
           05 OLD-CPR-POSTCODE      PIC X(05).
           05 OLD-CPR-CITY          PIC X(25).
           05 OLD-CPR-SIRET         PIC X(14).
           05 OLD-CPR-RCS           PIC X(30).
           05 OLD-CPR-TVA-INTRA     PIC X(13).
           05 OLD-CPR-FOOTER        PIC X(60).

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD OLD-CREDIT-FILE.
       01 OLD-CREDIT-RECORD.
           05 OLD-CRD-MONTH         PIC 9(6).
           05 OLD-CRD-CREDIT        PIC S9(9)V99.

       FD VAT-CREDIT-FILE.
       01 VAT-CREDIT-RECORD.
           05 CRD-KEY.
               10 CRD-COMPANY       PIC 9(1).
               10 CRD-MONTH         PIC 9(6).
           05 CRD-CREDIT            PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 OLD-PROFILE-STATUS    PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 OLD-CREDIT-STATUS     PIC X(02).
       01 VAT-CREDIT-STATUS     PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(7) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-PROFILE-FILE
           IF OLD-PROFILE-STATUS NOT = "00"
               DISPLAY "CMPNYOLD.DAT indisponible ("
                       OLD-PROFILE-STATUS ") : renommer l'ancien "
                       "CMPNYPRF.DAT en CMPNYOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS NOT = "00"
               DISPLAY "CMPNYPRF.DAT inouvrable en creation ("
                       COMPANY-PROFILE-STATUS ") : conversion "
                       "abandonnee."
               CLOSE OLD-PROFILE-FILE
               GOBACK
           END-IF

           PERFORM CONVERTIR-PROFIL

           CLOSE OLD-PROFILE-FILE
           CLOSE COMPANY-PROFILE-FILE

           PERFORM CONVERTIR-CREDITS-TVA

           GOBACK.

       CONVERTIR-PROFIL.
           READ OLD-PROFILE-FILE
               AT END
                   DISPLAY "CMPNYOLD.DAT vide : aucun profil repris."
               NOT AT END
                   MOVE 0 TO CPR-COMPANY
                   MOVE OLD-CPR-NAME TO CPR-NAME
                   MOVE OLD-CPR-ADDR-1 TO CPR-ADDR-1
                   MOVE OLD-CPR-ADDR-2 TO CPR-ADDR-2
                   MOVE OLD-CPR-POSTCODE TO CPR-POSTCODE
                   MOVE OLD-CPR-CITY TO CPR-CITY
                   MOVE OLD-CPR-SIRET TO CPR-SIRET
                   MOVE OLD-CPR-RCS TO CPR-RCS
                   MOVE OLD-CPR-TVA-INTRA TO CPR-TVA-INTRA
                   MOVE OLD-CPR-FOOTER TO CPR-FOOTER
                   WRITE COMPANY-PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "Profil en double a la conversion."
                   END-WRITE
                   DISPLAY "Profil repris comme societe 0 : "
                           FUNCTION TRIM(CPR-NAME)
           END-READ.

       CONVERTIR-CREDITS-TVA.
           OPEN INPUT OLD-CREDIT-FILE
           IF OLD-CREDIT-STATUS NOT = "00"
               DISPLAY "CA3CROLD.DAT absent : aucun credit de TVA "
                       "a reprendre."
           ELSE
               OPEN OUTPUT VAT-CREDIT-FILE
               IF VAT-CREDIT-STATUS NOT = "00"
                   DISPLAY "CA3CRED.DAT inouvrable en creation ("
                           VAT-CREDIT-STATUS ") : credits non repris."
               ELSE
                   MOVE "N" TO SCAN-EOF-SWITCH
                   MOVE LOW-VALUES TO OLD-CRD-MONTH
                   START OLD-CREDIT-FILE
                           KEY IS NOT LESS THAN OLD-CRD-MONTH
                       INVALID KEY
                           SET SCAN-EOF TO TRUE
                   END-START
                   PERFORM CONVERTIR-CREDIT-SUIVANT UNTIL SCAN-EOF
                   CLOSE VAT-CREDIT-FILE
                   MOVE CONVERTED-COUNT TO DISPLAY-COUNT
                   DISPLAY "Conversion terminee : " DISPLAY-COUNT
                           " credit(s) mensuel(s) repris en societe 0."
               END-IF
               CLOSE OLD-CREDIT-FILE
           END-IF.

       CONVERTIR-CREDIT-SUIVANT.
           READ OLD-CREDIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-CREDIT-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE 0 TO CRD-COMPANY
               MOVE OLD-CRD-MONTH TO CRD-MONTH
               MOVE OLD-CRD-CREDIT TO CRD-CREDIT
               WRITE VAT-CREDIT-RECORD
                   INVALID KEY
                       DISPLAY "Credit en double a la conversion : "
                               CRD-KEY
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
