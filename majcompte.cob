               RECORD KEY IS PCKPT-KEY
               FILE STATUS IS PENDCKPT-STATUS.

      *    Holder of the account and their KYC file: a customer
      *    KYCREV blocked for an overdue review moves no money here
      *    until the review is recorded.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

      *    Co-titulaires and mandataires of the account: the person
      *    at the counter must be the titulaire, a co-titulaire or a
      *    mandataire within the period and ceiling of the mandate.
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

           SELECT KYC-FILE ASSIGN TO "KYC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS KYC-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 PCKPT-KEY             PIC X(01).
           05 PCKPT-LAST-NUMBER     PIC 9(5).

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

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

      *    The person presenting, and what the check needs to know
      *    of the operation: the amount, and whether it debits.
       01 ACCTHOLD-STATUS       PIC X(02).
       01 PRESENTATEUR          PIC 9(6).
       01 PRESENTATEUR-SWITCH   PIC X(01).
           88 PRESENTATEUR-VALIDE  VALUE "Y".
       01 OPERATION-DEBIT-SWITCH PIC X(01).
           88 OPERATION-DEBIT      VALUE "Y".
       01 MONTANT-A-CONTROLER   PIC S9(7)V99.
       01 MOTIF-REFUS-PRESENT   PIC X(30).

      *    Rules of the account's type, defaulted to the historic
      *    behaviour (no ceiling, no overdraft) when the account
               DISPLAY "Montant du mouvement ?"
               ACCEPT MONTANT-MOUVEMENT

               MOVE "N" TO OPERATION-DEBIT-SWITCH
               IF MOUVEMENT-RETRAIT
                   SET OPERATION-DEBIT TO TRUE
               END-IF
               MOVE MONTANT-MOUVEMENT TO MONTANT-A-CONTROLER
               PERFORM VERIFIER-PRESENTATEUR

               PERFORM CHARGER-REGLES-TYPE

               EVALUATE TRUE
                   WHEN NOT PRESENTATEUR-VALIDE
                       CONTINUE
                   WHEN MOUVEMENT-RETRAIT
                           AND MONTANT-MOUVEMENT > SOLDE-COMPTE
                           AND NOT REGLE-DECOUVERT-PERMIS
           IF NOT COMPTE-LIBRE
               GOBACK
           END-IF
           PERFORM CONTROLER-DONNEUR-ORDRE
           IF NOT PRESENTATEUR-VALIDE
               GOBACK
           END-IF
           PERFORM LIRE-SOLDE-COMPTE
           IF SQLCODE NOT = 0
               DISPLAY "Compte a debiter introuvable."
           IF NOT COMPTE-LIBRE
               GOBACK
           END-IF
           PERFORM CONTROLER-DONNEUR-ORDRE
           IF NOT PRESENTATEUR-VALIDE
               GOBACK
           END-IF
           PERFORM LIRE-SOLDE-COMPTE
           IF SQLCODE NOT = 0
               DISPLAY "Compte a debiter introuvable."
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
                      ID-COMPTE DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           ELSE
               PERFORM VERIFIER-KYC-TITULAIRE
           END-IF.

      *    Account -> holder through ACCTXREF, holder -> KYC file. No
      *    cross-reference, no KYC file or no record leaves the
      *    account free: only a block KYCREV actually set refuses.
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
           END-IF
           IF TITULAIRE-KYC-BLOQUE
               MOVE "N" TO COMPTE-LIBRE-SWITCH
               DISPLAY "Compte " ID-COMPTE " : titulaire "
                       XREF-CUST-ID " bloque depuis le "
                       KYC-DATE-BLOCAGE " (revue KYC en retard) :"
                       " mouvement refuse."
               MOVE SPACES TO LOG-LINE
               STRING "MOUVEMENT REFUSE KYC " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " CPT " DELIMITED BY SIZE
                      ID-COMPTE DELIMITED BY SIZE
                      " CLI " DELIMITED BY SIZE
                      XREF-CUST-ID DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
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

      *    The debit side of a virement: whoever orders it must be
      *    entitled to debit the source account for that amount.
       CONTROLER-DONNEUR-ORDRE.
           DISPLAY "Numero client du donneur d'ordre ?"
           ACCEPT PRESENTATEUR
           SET OPERATION-DEBIT TO TRUE
           MOVE MONTANT-VIREMENT TO MONTANT-A-CONTROLER
           PERFORM CONTROLER-PRESENTATEUR.

       VERIFIER-PRESENTATEUR.
           DISPLAY "Numero client de la personne presente ?"
           ACCEPT PRESENTATEUR
           PERFORM CONTROLER-PRESENTATEUR.

      *    The titulaire ACCTXREF names and any co-titulaire may do
      *    anything on the account; a mandataire only within the
      *    dates of the mandate and, for a debit, under its ceiling.
      *    An account with no titulaire on file predates the
      *    cross-reference and keeps the old, unchecked behaviour.
       CONTROLER-PRESENTATEUR.
           MOVE "N" TO PRESENTATEUR-SWITCH
           MOVE "PERSONNE NON HABILITEE" TO MOTIF-REFUS-PRESENT
           MOVE ZERO TO XREF-CUST-ID
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS = "00"
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       MOVE ZERO TO XREF-CUST-ID
               END-READ
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           EVALUATE TRUE
               WHEN XREF-CUST-ID = ZERO
                   SET PRESENTATEUR-VALIDE TO TRUE
               WHEN PRESENTATEUR = XREF-CUST-ID
                   SET PRESENTATEUR-VALIDE TO TRUE
               WHEN OTHER
                   PERFORM CONTROLER-PARTIE-COMPTE
           END-EVALUATE
           IF NOT PRESENTATEUR-VALIDE
               DISPLAY "Compte " ID-COMPTE " : client "
                       PRESENTATEUR " - " MOTIF-REFUS-PRESENT
                       " : operation refusee."
               MOVE SPACES TO LOG-LINE
               STRING "REFUS HABILITATION " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " CPT " DELIMITED BY SIZE
                      ID-COMPTE DELIMITED BY SIZE
                      " CLI " DELIMITED BY SIZE
                      PRESENTATEUR DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

       CONTROLER-PARTIE-COMPTE.
           OPEN INPUT ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE PRESENTATEUR TO AHD-CUST-ID
               READ ACCOUNT-HOLDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONTROLER-ROLE-PARTIE
               END-READ
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       CONTROLER-ROLE-PARTIE.
           EVALUATE TRUE
               WHEN AHD-COTITULAIRE
                   SET PRESENTATEUR-VALIDE TO TRUE
               WHEN RUN-DATE < AHD-DEBUT
                   MOVE "PROCURATION PAS ENCORE VALIDE"
                       TO MOTIF-REFUS-PRESENT
               WHEN AHD-FIN NOT = ZERO AND RUN-DATE > AHD-FIN
                   MOVE "PROCURATION EXPIREE" TO MOTIF-REFUS-PRESENT
               WHEN OPERATION-DEBIT
                       AND AHD-PLAFOND-RETRAIT > 0
                       AND MONTANT-A-CONTROLER > AHD-PLAFOND-RETRAIT
                   MOVE "PLAFOND DE LA PROCURATION"
                       TO MOTIF-REFUS-PRESENT
               WHEN OTHER
                   SET PRESENTATEUR-VALIDE TO TRUE
           END-EVALUATE.

      *    A session from a previous day is a leftover, not a
      *    sign-on: movements must never be stamped with whoever
      *    last used the terminal. PILOTE also empties the file on
