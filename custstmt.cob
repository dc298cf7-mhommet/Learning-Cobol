               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    Co-titulaires and mandataires: a joint account appears on
      *    the statement of each of its co-titulaires as well as the
      *    titulaire's, marked joint; a mandate gives no statement.
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

      *    RIB/IBAN of each account, printed beside it so the
      *    customer has the number to give out for transfers.
           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

           SELECT POSITIONS-MASTER-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *    Company profile CMPNYMNT maintains: statements go to the
      *    customer and must carry the full letterhead.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

       DATA DIVISION.
       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD POSITIONS-MASTER-FILE.
       COPY "POSMAST.cpy".

       01 CUSTMAST-STATUS       PIC X(02).
       01 CUSTNIDX-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 HOLD-EOF-SWITCH       PIC X(01).
           88 HOLD-EOF             VALUE "Y".
       01 COMPTE-JOINT-SWITCH   PIC X(01).
           88 COMPTE-JOINT         VALUE "Y".
       01 ACCTIBAN-STATUS       PIC X(02).
       01 POSMAST-STATUS        PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 STATEMENT-DOC-STATUS  PIC X(02).
           MOVE SPACES TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD.

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
               END-START
           END-IF

           OPEN INPUT ACCOUNT-IBAN-FILE
           OPEN INPUT ACCOUNT-HOLDER-FILE

           PERFORM EXAMINER-XREF-SUIVANT UNTIL XREF-EOF

           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF

      *    Second pass, over the parties file: the accounts this
      *    customer holds jointly under someone else's titulaire.
           IF ACCTHOLD-STATUS NOT = "35"
               MOVE "N" TO HOLD-EOF-SWITCH
               MOVE LOW-VALUES TO AHD-KEY
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM EXAMINER-PARTIE-SUIVANTE UNTIL HOLD-EOF
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF
           IF ACCTIBAN-STATUS NOT = "35"
               CLOSE ACCOUNT-IBAN-FILE
           END-IF

           MOVE TOTAL-SOLDES TO DISPLAY-MONTANT
           MOVE SPACES TO DOC-LINE
           STRING "  TOTAL SOLDES : " DELIMITED BY SIZE
           END-IF
           IF NOT XREF-EOF
               IF XREF-CUST-ID = CUST-ID
                   MOVE XREF-ACCOUNT-ID TO ID-COMPTE
                   PERFORM CHERCHER-COTITULAIRE
                   PERFORM ECRIRE-LIGNE-COMPTE
               END-IF
           END-IF.

       EXAMINER-PARTIE-SUIVANTE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-CUST-ID = CUST-ID AND AHD-COTITULAIRE
                   MOVE AHD-COMPTE TO ID-COMPTE
                   SET COMPTE-JOINT TO TRUE
                   PERFORM ECRIRE-LIGNE-COMPTE
               END-IF
           END-IF.

      *    Whether the titulaire's account has a co-titulaire, off
      *    the account's own range of parties keys.
       CHERCHER-COTITULAIRE.
           MOVE "N" TO COMPTE-JOINT-SWITCH
           IF ACCTHOLD-STATUS NOT = "35"
               MOVE "N" TO HOLD-EOF-SWITCH
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM EXAMINER-COTITULAIRE
                   UNTIL HOLD-EOF OR COMPTE-JOINT
           END-IF.

       EXAMINER-COTITULAIRE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = ID-COMPTE
                   SET HOLD-EOF TO TRUE
               ELSE
                   IF AHD-COTITULAIRE
                       SET COMPTE-JOINT TO TRUE
                   END-IF
               END-IF
           END-IF.

       ECRIRE-LIGNE-COMPTE.
           EXEC SQL
               SELECT SOLDE
               INTO :SOLDE-COMPTE
                      " (SOLDE INDISPONIBLE)" DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           IF COMPTE-JOINT
               MOVE " JOINT" TO DOC-LINE(37:6)
           END-IF
           PERFORM AJOUTER-IBAN-LIGNE
           MOVE DOC-LINE TO STATEMENT-DOC-RECORD
           WRITE STATEMENT-DOC-RECORD.

      *    IBAN from ACCTIBAN.DAT at the end of the account line; an
      *    account IBANINIT has not reached yet simply goes without.
       AJOUTER-IBAN-LIGNE.
           IF ACCTIBAN-STATUS NOT = "35"
               MOVE ID-COMPTE TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE " IBAN " TO DOC-LINE(44:6)
                       MOVE IBN-IBAN TO DOC-LINE(50:27)
               END-READ
           END-IF.

       LISTER-POSITIONS-CLIENT.
           MOVE SPACES TO DOC-LINE
           STRING "POSITIONS OUVERTES :" DELIMITED BY SIZE
