       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECSETL.

      *    Cash settlement of securities trades: every instruction
      *    CalculsCobol left in SECSETL.DAT that has reached its
      *    settlement date is debited (purchase) or credited (sale)
      *    on the holder's COMPTES account, found through
      *    ACCTXREF.DAT, for the net amount - brokerage and TTF
      *    included - so the cash no longer has to be keyed again
      *    at MAJCOMPTE. A blocked account takes nothing, same rule
      *    as BULKMVT; whatever cannot settle stays failed with its
      *    reason, is tried again at the next run and is listed in
      *    SECSFAIL.DAT for the back office to chase.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-SETTLEMENT-FILE ASSIGN TO "SECSETL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS SECSETL-STATUS.

      *    Holder to cash account: the trade knows the customer
      *    number, the cross-reference knows the holder's accounts.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-COMPTE
               FILE STATUS IS ACCTSTAT-STATUS.

           SELECT ACCOUNT-TYPE-FILE ASSIGN TO "ACCTTYPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS ACCTTYPE-STATUS.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SECSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECSRPT-STATUS.

      *    Follow-up list of the instructions still failed after the
      *    run, replaced every run like BULKREJ.DAT.
           SELECT FAILED-SETTLEMENT-FILE ASSIGN TO "SECSFAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECSFAIL-STATUS.

      *    Each settlement is journalled as a virement, out for a
      *    purchase and in for a sale - the cash moves through the
      *    bank, and GLPOST posts it from this line.
           SELECT TELLER-JOURNAL-FILE ASSIGN TO "TELLERJR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELLER-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SECURITY-SETTLEMENT-FILE.
       COPY "SECSETL.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD SETTLEMENT-REPORT-FILE.
       01 SETTLEMENT-REPORT-RECORD PIC X(100).

       FD FAILED-SETTLEMENT-FILE.
       01 FAILED-SETTLEMENT-RECORD PIC X(100).

       FD TELLER-JOURNAL-FILE.
       01 TELLER-JOURNAL-RECORD.
           05 JR-DATE          PIC 9(8).
           05 JR-TIME          PIC 9(8).
           05 JR-COMPTE        PIC 9(5).
           05 JR-TYPE          PIC X(01).
           05 JR-MONTANT       PIC 9(7)V99.
           05 JR-SOLDE         PIC S9(7)V99.
           05 JR-OPER          PIC X(08).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 SECSETL-STATUS        PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 SECSRPT-STATUS        PIC X(02).
       01 SECSFAIL-STATUS       PIC X(02).
       01 TELLER-JOURNAL-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 XREF-EOF-SWITCH       PIC X(01) VALUE "N".
           88 XREF-EOF             VALUE "Y".
       01 COMPTE-TROUVE-SWITCH  PIC X(01) VALUE "N".
           88 COMPTE-TROUVE        VALUE "Y".
       01 COMPTE-CLOS-VU-SWITCH PIC X(01) VALUE "N".
           88 COMPTE-CLOS-VU       VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(9)V99.
       01 NOUVEAU-SOLDE         PIC S9(9)V99.
       01 MONTANT-SIGNE         PIC S9(9)V99.
       01 LIBELLE-MOUVEMENT     PIC X(60).
       01 MOTIF-ECHEC           PIC X(20).

       01 STATUT-COMPTE-COURANT PIC X(01).
       01 TYPE-COMPTE-COURANT   PIC X(01).
       01 REGLE-PLAFOND         PIC 9(7)V99 VALUE ZERO.
       01 REGLE-DECOUVERT       PIC X(01) VALUE "N".
           88 REGLE-DECOUVERT-PERMIS VALUE "O".

       01 LU-COUNT              PIC 9(5) VALUE ZERO.
       01 REGLE-COUNT           PIC 9(5) VALUE ZERO.
       01 ECHEC-COUNT           PIC 9(5) VALUE ZERO.
       01 TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-ECHECS          PIC 9(11)V99 VALUE ZERO.

       01 REPORT-LINE           PIC X(100).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-QTE           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

      *    No instruction file yet simply means no trade has been
      *    booked since the cash side came in.
           OPEN I-O SECURITY-SETTLEMENT-FILE
           IF SECSETL-STATUS NOT = "00"
               DISPLAY "SECSETL.DAT indisponible (" SECSETL-STATUS
                       ") : aucun reglement titres."
               IF SECSETL-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

      *    Without the cross-reference no holder has an account:
      *    nothing is touched, so nothing is marked failed either.
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS NOT = "00"
               DISPLAY "ACCTXREF.DAT indisponible (" ACCTXREF-STATUS
                       ") : aucun reglement titres."
               CLOSE SECURITY-SETTLEMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           OPEN OUTPUT FAILED-SETTLEMENT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "REGLEMENTS TITRES DU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "REGLEMENTS TITRES EN ECHEC AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO FAILED-SETTLEMENT-RECORD
           WRITE FAILED-SETTLEMENT-RECORD

           MOVE LOW-VALUES TO SST-KEY
           START SECURITY-SETTLEMENT-FILE
                   KEY IS NOT LESS THAN SST-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM EXAMINER-INSTRUCTION UNTIL SCAN-EOF

           PERFORM ECRIRE-TOTAUX-REGLEMENTS

           CLOSE SECURITY-SETTLEMENT-FILE
           CLOSE ACCOUNT-XREF-FILE
           CLOSE SETTLEMENT-REPORT-FILE
           CLOSE FAILED-SETTLEMENT-FILE
           GOBACK.

       EXAMINER-INSTRUCTION.
           READ SECURITY-SETTLEMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF SECSETL-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF

           IF NOT SCAN-EOF
               IF NOT SST-REGLE
                       AND SST-DATE-REGLT <= RUN-DATE
                   PERFORM REGLER-INSTRUCTION
               END-IF
           END-IF.

       REGLER-INSTRUCTION.
           ADD 1 TO LU-COUNT
           IF SST-TENTATIVES < 999
               ADD 1 TO SST-TENTATIVES
           END-IF
           MOVE RUN-DATE TO SST-DATE-TRAITEMENT

           PERFORM CONTROLER-REGLEMENT
           IF MOTIF-ECHEC = SPACES
               PERFORM PASSER-MOUVEMENT
           END-IF

           IF MOTIF-ECHEC = SPACES
               SET SST-REGLE TO TRUE
               MOVE SPACES TO SST-MOTIF
               MOVE ID-COMPTE TO SST-COMPTE
           ELSE
               SET SST-ECHEC TO TRUE
               MOVE MOTIF-ECHEC TO SST-MOTIF
               MOVE ZERO TO SST-COMPTE
           END-IF
           REWRITE SECURITY-SETTLEMENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de l'instruction "
                           SST-TRADE-DATE " " SST-SEQ
           END-REWRITE

           IF SST-REGLE
               PERFORM RAPPORTER-REGLEMENT
           ELSE
               PERFORM RAPPORTER-ECHEC
           END-IF.

      *    In order: a holder CalculsCobol could not resolve, no
      *    usable account, an account unknown to COMPTES, blocked
      *    (closed ones are passed over when the holder has
      *    another), then the type rules BULKMVT applies - no
      *    overdraft on a purchase unless the type allows it, the
      *    deposit ceiling on a sale.
       CONTROLER-REGLEMENT.
           MOVE SPACES TO MOTIF-ECHEC
           MOVE ZERO TO ID-COMPTE
           EVALUATE TRUE
               WHEN SST-CUST-ID = 0
                   MOVE "TITULAIRE INCONNU" TO MOTIF-ECHEC
               WHEN OTHER
                   PERFORM CHERCHER-COMPTE-TITULAIRE
           END-EVALUATE

           IF MOTIF-ECHEC = SPACES
               EXEC SQL
                   SELECT SOLDE
                   INTO :SOLDE-COMPTE
                   FROM COMPTES
                   WHERE ID_COMPTE = :ID-COMPTE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "COMPTE ABSENT DB2" TO MOTIF-ECHEC
               END-IF
           END-IF

           IF MOTIF-ECHEC = SPACES
               PERFORM CHARGER-REGLES-TYPE
               EVALUATE TRUE
                   WHEN STATUT-COMPTE-COURANT = "B"
                   WHEN STATUT-COMPTE-COURANT = "D"
                       MOVE "COMPTE BLOQUE" TO MOTIF-ECHEC
                   WHEN SST-ACHAT
                           AND SST-MONTANT-NET > SOLDE-COMPTE
                           AND NOT REGLE-DECOUVERT-PERMIS
                       MOVE "PROVISION INSUFFISANTE" TO MOTIF-ECHEC
                   WHEN SST-VENTE
                           AND REGLE-PLAFOND > 0
                           AND SOLDE-COMPTE + SST-MONTANT-NET
                               > REGLE-PLAFOND
                       MOVE "PLAFOND DU COMPTE" TO MOTIF-ECHEC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    The holder's first account in account order that is not
      *    closed; a holder whose only accounts are closed fails
      *    with that reason rather than "no account".
       CHERCHER-COMPTE-TITULAIRE.
           MOVE "N" TO COMPTE-TROUVE-SWITCH
           MOVE "N" TO COMPTE-CLOS-VU-SWITCH
           MOVE "N" TO XREF-EOF-SWITCH
           MOVE LOW-VALUES TO XREF-ACCOUNT-ID
           START ACCOUNT-XREF-FILE
                   KEY IS NOT LESS THAN XREF-ACCOUNT-ID
               INVALID KEY
                   SET XREF-EOF TO TRUE
           END-START
           PERFORM EXAMINER-XREF-SUIVANT
               UNTIL XREF-EOF OR COMPTE-TROUVE

           IF NOT COMPTE-TROUVE
               IF COMPTE-CLOS-VU
                   MOVE "COMPTE CLOTURE" TO MOTIF-ECHEC
               ELSE
                   MOVE "AUCUN COMPTE ESPECES" TO MOTIF-ECHEC
               END-IF
           END-IF.

       EXAMINER-XREF-SUIVANT.
           READ ACCOUNT-XREF-FILE NEXT RECORD
               AT END
                   SET XREF-EOF TO TRUE
           END-READ
           IF ACCTXREF-STATUS NOT = "00"
               SET XREF-EOF TO TRUE
           END-IF
           IF NOT XREF-EOF
               IF XREF-CUST-ID = SST-CUST-ID
                   MOVE XREF-ACCOUNT-ID TO ID-COMPTE
                   PERFORM CHARGER-REGLES-TYPE
                   IF STATUT-COMPTE-COURANT = "C"
                       SET COMPTE-CLOS-VU TO TRUE
                   ELSE
                       SET COMPTE-TROUVE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Status and type in one read of ACCTSTAT.DAT; the type
      *    rules then come off ACCTTYPE.DAT, same path as BULKMVT.
      *    No status record means the account predates ACCTSTAT.DAT.
       CHARGER-REGLES-TYPE.
           MOVE SPACE TO STATUT-COMPTE-COURANT
           MOVE SPACE TO TYPE-COMPTE-COURANT
           MOVE ZERO TO REGLE-PLAFOND
           MOVE "N" TO REGLE-DECOUVERT
           OPEN INPUT ACCOUNT-STATUS-FILE
           IF ACCTSTAT-STATUS = "00"
               MOVE ID-COMPTE TO AST-COMPTE
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AST-STATUT TO STATUT-COMPTE-COURANT
                       MOVE AST-TYPE TO TYPE-COMPTE-COURANT
               END-READ
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           IF TYPE-COMPTE-COURANT NOT = SPACE
               OPEN INPUT ACCOUNT-TYPE-FILE
               IF ACCTTYPE-STATUS = "00"
                   MOVE TYPE-COMPTE-COURANT TO TYP-CODE
                   READ ACCOUNT-TYPE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TYP-PLAFOND-DEPOT TO REGLE-PLAFOND
                           MOVE TYP-DECOUVERT TO REGLE-DECOUVERT
                   END-READ
                   CLOSE ACCOUNT-TYPE-FILE
               END-IF
           END-IF.

      *    One movement for the net amount, negative on a purchase,
      *    with the trade spelled out in LIBELLE so the statement
      *    says what the money went to.
       PASSER-MOUVEMENT.
           IF SST-ACHAT
               COMPUTE MONTANT-SIGNE = 0 - SST-MONTANT-NET
           ELSE
               MOVE SST-MONTANT-NET TO MONTANT-SIGNE
           END-IF
           COMPUTE NOUVEAU-SOLDE = SOLDE-COMPTE + MONTANT-SIGNE

           MOVE SST-QUANTITY TO DISPLAY-QTE
           MOVE SPACES TO LIBELLE-MOUVEMENT
           IF SST-ACHAT
               STRING "ACHAT " DELIMITED BY SIZE
                      SST-TICKER DELIMITED BY SPACE
                      " x" DELIMITED BY SIZE
                      DISPLAY-QTE DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      SST-TRADE-DATE DELIMITED BY SIZE
                   INTO LIBELLE-MOUVEMENT
           ELSE
               STRING "VENTE " DELIMITED BY SIZE
                      SST-TICKER DELIMITED BY SPACE
                      " x" DELIMITED BY SIZE
                      DISPLAY-QTE DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      SST-TRADE-DATE DELIMITED BY SIZE
                   INTO LIBELLE-MOUVEMENT
           END-IF

           EXEC SQL
               UPDATE COMPTES
               SET SOLDE = :NOUVEAU-SOLDE
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (ID_COMPTE, DATE_TRANSACTION, MONTANT,
                        LIBELLE)
                   VALUES
                       (:ID-COMPTE, CURRENT DATE, :MONTANT-SIGNE,
                        :LIBELLE-MOUVEMENT)
               END-EXEC
           END-IF

      *    Balance and movement are one unit of work per
      *    instruction; a failure leaves neither and the
      *    instruction is retried on the next run.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ECHEC MISE A JOUR DB2" TO MOTIF-ECHEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM ENREGISTRER-JOURNAL-CAISSE
           END-IF.

      *    TELLERJR.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as MAJCOMPTE does.
      *    No drawer is involved: the line carries the program's
      *    name where a teller's id would go.
       ENREGISTRER-JOURNAL-CAISSE.
           OPEN EXTEND TELLER-JOURNAL-FILE
           IF TELLER-JOURNAL-STATUS = "35"
               OPEN OUTPUT TELLER-JOURNAL-FILE
               CLOSE TELLER-JOURNAL-FILE
               OPEN EXTEND TELLER-JOURNAL-FILE
           END-IF
           ACCEPT JR-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TIME FROM TIME
           MOVE ID-COMPTE TO JR-COMPTE
           IF SST-ACHAT
               MOVE "V" TO JR-TYPE
           ELSE
               MOVE "E" TO JR-TYPE
           END-IF
           MOVE SST-MONTANT-NET TO JR-MONTANT
           MOVE NOUVEAU-SOLDE TO JR-SOLDE
           MOVE "SECSETL" TO JR-OPER
           WRITE TELLER-JOURNAL-RECORD
           CLOSE TELLER-JOURNAL-FILE.

       RAPPORTER-REGLEMENT.
           ADD 1 TO REGLE-COUNT
           IF SST-ACHAT
               ADD SST-MONTANT-NET TO TOTAL-DEBITS
           ELSE
               ADD SST-MONTANT-NET TO TOTAL-CREDITS
           END-IF
           MOVE SST-MONTANT-NET TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING SST-TRADE-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SST-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-SENS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-TICKER DELIMITED BY SIZE
                  " COMPTE " DELIMITED BY SIZE
                  SST-COMPTE DELIMITED BY SIZE
                  " NET " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " REGLE" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       RAPPORTER-ECHEC.
           ADD 1 TO ECHEC-COUNT
           ADD SST-MONTANT-NET TO TOTAL-ECHECS
           MOVE SST-MONTANT-NET TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING SST-TRADE-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SST-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-SENS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-TICKER DELIMITED BY SIZE
                  " CLIENT " DELIMITED BY SIZE
                  SST-CUST-ID DELIMITED BY SIZE
                  " NET " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-MOTIF DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE SPACES TO REPORT-LINE
           STRING SST-TRADE-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SST-SEQ DELIMITED BY SIZE
                  " REGLT " DELIMITED BY SIZE
                  SST-DATE-REGLT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-SENS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-TICKER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-CUST-NOM(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " ESSAI " DELIMITED BY SIZE
                  SST-TENTATIVES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SST-MOTIF DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO FAILED-SETTLEMENT-RECORD
           WRITE FAILED-SETTLEMENT-RECORD.

       ECRIRE-TOTAUX-REGLEMENTS.
           MOVE LU-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INSTRUCTIONS ECHUES     : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE REGLE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REGLEES                 : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-DEBITS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  DEBITS (ACHATS)       : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-CREDITS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  CREDITS (VENTES)      : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE ECHEC-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-ECHECS TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "EN ECHEC                : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE REPORT-LINE TO FAILED-SETTLEMENT-RECORD
           WRITE FAILED-SETTLEMENT-RECORD

           MOVE REGLE-COUNT TO DISPLAY-COUNT
           DISPLAY "Reglements titres passes : " DISPLAY-COUNT
           MOVE ECHEC-COUNT TO DISPLAY-COUNT
           DISPLAY "Reglements titres en echec : " DISPLAY-COUNT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD.
