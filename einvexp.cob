               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EINV-ACK-STATUS.

      *    Seller identity off the profile of the company that
      *    billed each piece - SIRET and TVA intracommunautaire are
      *    mandatory columns of the export.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT EXPORT-REPORT-FILE ASSIGN TO "EINVRPT.DAT"
       01 ACK-EOF-SWITCH        PIC X(01) VALUE "N".
           88 ACK-EOF              VALUE "Y".

       01 PROFIL-DISPO-SWITCH   PIC X(01) VALUE "N".
           88 PROFIL-DISPO         VALUE "Y".
       01 PROFIL-CHARGE-SWITCH  PIC X(01) VALUE "N".
           88 PROFIL-CHARGE        VALUE "Y".
       01 SOCIETE-PROFIL        PIC 9(01) VALUE ZERO.
       01 SOCIETE-CHARGEE       PIC 9(02) VALUE 99.
       01 SIRET-VENDEUR         PIC X(14).
       01 TVA-INTRA-VENDEUR     PIC X(13).

       01 REPORT-LINE           PIC X(80).

       PROCEDURE DIVISION.
           PERFORM OUVRIR-PROFILS-SOCIETE

           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"

           CLOSE INVOICE-REGISTER
           CLOSE EXPORT-REPORT-FILE
           IF PROFIL-DISPO
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           GOBACK.

       OUVRIR-PROFILS-SOCIETE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               SET PROFIL-DISPO TO TRUE
           END-IF.

      *    Read when the company changes from the previous piece,
      *    so a missing profile is reported once per company.
       CHARGER-PROFIL-SOCIETE.
           IF SOCIETE-PROFIL NOT = SOCIETE-CHARGEE
               MOVE SOCIETE-PROFIL TO SOCIETE-CHARGEE
               MOVE "N" TO PROFIL-CHARGE-SWITCH
               MOVE SPACES TO SIRET-VENDEUR
               MOVE SPACES TO TVA-INTRA-VENDEUR
               IF PROFIL-DISPO
                   MOVE SOCIETE-PROFIL TO CPR-COMPANY
                   READ COMPANY-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CPR-SIRET TO SIRET-VENDEUR
                           MOVE CPR-TVA-INTRA TO TVA-INTRA-VENDEUR
                           SET PROFIL-CHARGE TO TRUE
                   END-READ
               END-IF
               IF NOT PROFIL-CHARGE
                   DISPLAY "CMPNYPRF.DAT sans profil societe "
                           SOCIETE-PROFIL " : SIRET/TVA vendeur "
                           "vides a l'export, saisir via CMPNYMNT."
               END-IF
           END-IF.

      *    The platform's dispositions first, so a rejected piece
           END-IF.

       ECRIRE-PIECE-STRUCTUREE.
           MOVE REG-COMPANY TO SOCIETE-PROFIL
           PERFORM CHARGER-PROFIL-SOCIETE
           MOVE REG-DOC-TYPE TO EXP-DOC-TYPE
           MOVE REG-INV-NUMBER TO EXP-INV-NUMBER
           MOVE REG-INVOICE-DATE TO EXP-INVOICE-DATE
