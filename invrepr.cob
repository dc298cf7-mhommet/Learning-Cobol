      *    Company profile CMPNYMNT maintains: a legal DUPLICATA
      *    must carry the same complete letterhead as the original.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

       DATA DIVISION.
       01 COMPANY-NAME-LINE     PIC X(40)
               VALUE "ACME DISTRIBUTION SARL".

      *    Letterhead of the invoice's company, off CMPNYPRF.DAT;
      *    absent profile falls back to the bare name line above so the
      *    reprint never blocks, but says so on the console.
       01 COMPANY-PROFILE-STATUS   PIC X(02).
       01 SOCIETE-PROFIL           PIC 9(01) VALUE ZERO.
       01 SOCIETE-CHARGEE          PIC 9(02) VALUE 99.
       01 PROFIL-CHARGE-SWITCH     PIC X(01) VALUE "N".
           88 PROFIL-CHARGE          VALUE "Y".
       01 PROFIL-SOCIETE.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           DISPLAY "Numero de la facture a reimprimer ?"
           ACCEPT INVOICE-NUMBER
      *    requires on a reissued invoice.
       EMETTRE-DUPLICATA.
           PERFORM OUVRIR-DUPLICATA
           MOVE REG-COMPANY TO SOCIETE-PROFIL
           PERFORM CHARGER-PROFIL-SOCIETE

           PERFORM ECRIRE-ENTETE-SOCIETE


           CLOSE DUPLICATE-DOC-FILE.

      *    Read when the company changes from the previous piece:
      *    each invoice is chased or reissued under the letterhead
      *    of the company that billed it.
       CHARGER-PROFIL-SOCIETE.
           IF SOCIETE-PROFIL NOT = SOCIETE-CHARGEE
               MOVE SOCIETE-PROFIL TO SOCIETE-CHARGEE
               MOVE "N" TO PROFIL-CHARGE-SWITCH
               OPEN INPUT COMPANY-PROFILE-FILE
               IF COMPANY-PROFILE-STATUS = "00"
                   MOVE SOCIETE-PROFIL TO CPR-COMPANY
                   READ COMPANY-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE COMPANY-PROFILE-RECORD(2:)
                               TO PROFIL-SOCIETE
                           SET PROFIL-CHARGE TO TRUE
                   END-READ
                   CLOSE COMPANY-PROFILE-FILE
               END-IF
               IF NOT PROFIL-CHARGE
                   DISPLAY "CMPNYPRF.DAT sans profil societe "
                           SOCIETE-PROFIL " : en-tete de duplicata "
                           "incomplet, saisir le profil via CMPNYMNT."
               END-IF
           END-IF.

      *    The legally complete letterhead, same block as TVA's
