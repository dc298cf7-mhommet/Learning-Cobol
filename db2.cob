               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    RIB/IBAN ACCTMNT and IBANINIT assign, shown with the
      *    holder so support can read it out to the customer.
           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

      *    Common control file every batch run appends its totals to,
      *    for the CTLVERIF cross-check.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD BATCH-CONTROL-FILE.
       COPY "BATCHCTL.cpy".

       01 AUDIT-LINE                PIC X(80).

       01 ACCTXREF-STATUS          PIC X(02).
       01 ACCTIBAN-STATUS          PIC X(02).
       01 BATCH-CONTROL-STATUS     PIC X(02).
       01 OPERSESS-STATUS          PIC X(02).
       01 OPERLOG-STATUS           PIC X(02).
               MOVE SOLDE-COMPTE TO DISPLAY-SOLDE
               DISPLAY "Solde du compte : " DISPLAY-SOLDE
               PERFORM AFFICHER-TITULAIRE
               PERFORM AFFICHER-IBAN
               DISPLAY "Voir l'historique des transactions (O/N) ?"
               ACCEPT VOIR-HISTORIQUE-SWITCH
               IF VOIR-HISTORIQUE
               CLOSE ACCOUNT-XREF-FILE
           END-IF.

      *    IBAN in the paper form, groups of four, as the customer
      *    reads it off the RIB.
       AFFICHER-IBAN.
           OPEN INPUT ACCOUNT-IBAN-FILE
           IF ACCTIBAN-STATUS NOT = "00"
               DISPLAY "IBAN      : (non attribue - lancer IBANINIT)"
           ELSE
               MOVE ID-COMPTE TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       DISPLAY "IBAN      : (non attribue - lancer "
                               "IBANINIT)"
                   NOT INVALID KEY
                       DISPLAY "IBAN      : "
                               IBN-IBAN(1:4) " " IBN-IBAN(5:4) " "
                               IBN-IBAN(9:4) " " IBN-IBAN(13:4) " "
                               IBN-IBAN(17:4) " " IBN-IBAN(21:4) " "
                               IBN-IBAN(25:3)
               END-READ
               CLOSE ACCOUNT-IBAN-FILE
           END-IF.

      *    Recent transactions for the account just looked up, most
      *    recent first, so a disputed balance can be traced without
      *    going around this program into raw SQL.
