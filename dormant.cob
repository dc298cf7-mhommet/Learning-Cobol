               FILE STATUS IS DORMANT-DOC-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT.DAT"
           MOVE SPACES TO DORMANT-DOC-RECORD
           WRITE DORMANT-DOC-RECORD.

      *    Company 0's letterhead: the entity that keeps the
      *    accounts this document speaks for.
       CHARGER-PROFIL-SOCIETE.
           MOVE "N" TO PROFIL-CHARGE-SWITCH
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE ZERO TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-PROFILE-RECORD(2:)
                           TO PROFIL-SOCIETE
                       SET PROFIL-CHARGE TO TRUE
               END-READ
