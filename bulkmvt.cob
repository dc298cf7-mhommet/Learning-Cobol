               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

      *    Holder of the account and their KYC file, same check as
      *    the MAJCOMPTE terminal: a customer KYCREV blocked takes
      *    no bulk movement either.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT KYC-FILE ASSIGN TO "KYC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS KYC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD KYC-FILE.
       COPY "KYCDOS.cpy".

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2
       01 ACCTSTAT-STATUS       PIC X(02).
       01 COMPTE-LIBRE-SWITCH   PIC X(01) VALUE "Y".
           88 COMPTE-LIBRE         VALUE "Y".
       01 ACCTXREF-STATUS       PIC X(02).
       01 KYC-STATUS            PIC X(02).
       01 KYC-BLOQUE-SWITCH     PIC X(01) VALUE "N".
           88 TITULAIRE-KYC-BLOQUE VALUE "Y".
      *    Why the detail was refused, on its report line.
       01 MOTIF-REJET           PIC X(30).

      *    Rules of the account's type, defaulted to the historic
      *    behaviour (no ceiling, no overdraft) when the account
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC

           MOVE " REJETE (FONDS OU COMPTE)" TO MOTIF-REJET
           PERFORM VERIFIER-COMPTE-LIBRE
           PERFORM VERIFIER-KYC-TITULAIRE
           PERFORM CHARGER-REGLES-TYPE

           EVALUATE TRUE
                   PERFORM REJETER-MOUVEMENT
               WHEN NOT COMPTE-LIBRE
                   PERFORM REJETER-MOUVEMENT
               WHEN TITULAIRE-KYC-BLOQUE
                   MOVE " REJETE (REVUE KYC EN RETARD)" TO MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
               WHEN MVT-TYPE = "R"
                       AND MONTANT-MOUVEMENT > SOLDE-COMPTE
                       AND NOT REGLE-DECOUVERT-PERMIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
               CLOSE ACCOUNT-STATUS-FILE
           END-IF.

      *    Account -> holder through ACCTXREF, holder -> KYC file;
      *    only a block KYCREV actually set refuses the movement.
       VERIFIER-KYC-TITULAIRE.
           MOVE "N" TO KYC-BLOQUE-SWITCH
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS = "00"
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       MOVE ZERO TO XREF-CUST-ID
               END-READ
               CLOSE ACCOUNT-XREF-FILE
               IF XREF-CUST-ID NOT = ZERO
                   PERFORM LIRE-BLOCAGE-KYC
               END-IF
           END-IF.

       LIRE-BLOCAGE-KYC.
           OPEN INPUT KYC-FILE
           IF KYC-STATUS = "00"
               MOVE XREF-CUST-ID TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KYC-BLOQUE
                           SET TITULAIRE-KYC-BLOQUE TO TRUE
                       END-IF
               END-READ
               CLOSE KYC-FILE
           END-IF.

       EXECUTER-MOUVEMENT.
           IF MVT-TYPE = "R"
               COMPUTE NOUVEAU-SOLDE
                  MVT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  MOTIF-REJET DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO BULK-REPORT-RECORD
           WRITE BULK-REPORT-RECORD.
