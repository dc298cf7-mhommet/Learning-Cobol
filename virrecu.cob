       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRRECU.

      *    Intake of the inbound credit transfer file the bank
      *    delivers for our account holders: each virement is put
      *    on the COMPTES account its beneficiary IBAN designates,
      *    with the ordering party and the remittance text carried
      *    into TRANSACTIONS, under the same blocked/closed and
      *    deposit-ceiling rules as BULKMVT. What cannot be credited
      *    goes to the VIRSUSP.DAT suspense instead of being lost;
      *    every run first tries the open suspense items again, and
      *    those still unidentified after the delay of VIRPARM.DAT
      *    are returned to the ordering bank through VIRRET.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Header, one detail per virement, trailer carrying the
      *    expected count and amount - refused whole when it does
      *    not reconcile, same rule as MOVEFILE.DAT.
           SELECT INBOUND-TRANSFER-FILE ASSIGN TO "VIRIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIRIN-STATUS.

           SELECT INBOUND-SUSPENSE-FILE ASSIGN TO "VIRSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSP-REFERENCE
               FILE STATUS IS VIRSUSP-STATUS.

      *    Beneficiary IBAN to account: the account id is read off
      *    the IBAN's numero de compte, then the whole IBAN is held
      *    against the one ACCTMNT/IBANINIT assigned.
           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

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

      *    Return delay in calendar days, same SYSIN idea as
      *    RELVPARM.DAT; absent, ten days.
           SELECT TRANSFER-PARM-FILE ASSIGN TO "VIRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIRPARM-STATUS.

      *    Returns for the bank, one line per virement sent back,
      *    replaced every run like BULKREJ.DAT.
           SELECT RETURN-FILE ASSIGN TO "VIRRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIRRET-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO "VIRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIRRPT-STATUS.

      *    Each credit is journalled as an incoming virement, the
      *    line GLPOST posts from the bank to the customer.
           SELECT TELLER-JOURNAL-FILE ASSIGN TO "TELLERJR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELLER-JOURNAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INBOUND-TRANSFER-FILE.
       01 INBOUND-TRANSFER-RECORD.
           05 VIN-REC-TYPE      PIC X(01).
           05 VIN-DATA          PIC X(220).
           05 VIN-DETAIL REDEFINES VIN-DATA.
               10 VIN-REFERENCE     PIC X(16).
               10 VIN-DATE-REGLT    PIC 9(8).
               10 VIN-MONTANT       PIC 9(9)V99.
               10 VIN-IBAN-BENEF    PIC X(34).
               10 VIN-DONNEUR       PIC X(35).
               10 VIN-IBAN-DONNEUR  PIC X(34).
               10 VIN-BIC-DONNEUR   PIC X(11).
               10 VIN-LIBELLE       PIC X(60).
               10 FILLER            PIC X(11).
           05 VIN-HEADER REDEFINES VIN-DATA.
               10 VIN-HDR-DATE      PIC 9(8).
               10 FILLER            PIC X(212).
           05 VIN-TRAILER REDEFINES VIN-DATA.
               10 VIN-TRL-COUNT     PIC 9(5).
               10 VIN-TRL-TOTAL     PIC 9(11)V99.
               10 FILLER            PIC X(202).

       FD INBOUND-SUSPENSE-FILE.
       COPY "VIRSUSP.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD TRANSFER-PARM-FILE.
       01 TRANSFER-PARM-RECORD.
           05 VPR-DELAI-RETOUR  PIC 9(3).

       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RET-REFERENCE     PIC X(16).
           05 RET-DATE          PIC 9(8).
           05 RET-MONTANT       PIC 9(9)V99.
           05 RET-IBAN-DONNEUR  PIC X(34).
           05 RET-BIC-DONNEUR   PIC X(11).
           05 RET-DONNEUR       PIC X(35).
           05 RET-MOTIF         PIC X(04).

       FD TRANSFER-REPORT-FILE.
       01 TRANSFER-REPORT-RECORD PIC X(80).

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

       01 VIRIN-STATUS          PIC X(02).
       01 VIRSUSP-STATUS        PIC X(02).
       01 ACCTIBAN-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 VIRPARM-STATUS        PIC X(02).
       01 VIRRET-STATUS         PIC X(02).
       01 VIRRPT-STATUS         PIC X(02).
       01 TELLER-JOURNAL-STATUS PIC X(02).

       01 TRANSFER-EOF-SWITCH   PIC X(01) VALUE "N".
           88 TRANSFER-EOF         VALUE "Y".
       01 SUSPENS-EOF-SWITCH    PIC X(01) VALUE "N".
           88 SUSPENS-EOF          VALUE "Y".
       01 FICHIER-VALIDE-SWITCH PIC X(01) VALUE "N".
           88 FICHIER-VALIDE       VALUE "Y".
       01 TRAILER-VU-SWITCH     PIC X(01) VALUE "N".
           88 TRAILER-VU           VALUE "Y".
       01 IBAN-DISPO-SWITCH     PIC X(01) VALUE "N".
           88 IBAN-DISPO           VALUE "Y".
       01 COMPTE-IDENTIFIE-SWITCH PIC X(01) VALUE "N".
           88 COMPTE-IDENTIFIE     VALUE "Y".
       01 CREDIT-OK-SWITCH      PIC X(01) VALUE "N".
           88 CREDIT-OK            VALUE "Y".

      *    The virement being worked, whether it comes off today's
      *    file or out of the suspense.
       01 VIREMENT-COURANT.
           05 VIR-REFERENCE     PIC X(16).
           05 VIR-DATE-REGLT    PIC 9(8).
           05 VIR-MONTANT       PIC 9(9)V99.
           05 VIR-IBAN-BENEF    PIC X(34).
           05 VIR-DONNEUR       PIC X(35).
           05 VIR-IBAN-DONNEUR  PIC X(34).
           05 VIR-BIC-DONNEUR   PIC X(11).
           05 VIR-LIBELLE       PIC X(60).
       01 MOTIF-REFUS           PIC X(04).

      *    Rules of the account's type, defaulted to no ceiling when
      *    the account carries no type, same as BULKMVT.
       01 REGLE-PLAFOND         PIC 9(7)V99 VALUE ZERO.
       01 TYPE-COMPTE-COURANT   PIC X(01) VALUE SPACE.
       01 STATUT-COMPTE-COURANT PIC X(01) VALUE SPACE.

       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(9)V99.
       01 NOUVEAU-SOLDE         PIC S9(9)V99.
       01 MONTANT-CREDIT        PIC S9(9)V99.

       01 DELAI-RETOUR          PIC 9(3) VALUE 10.
       01 RUN-DATE              PIC 9(8).

      *    Serial day counts, same arithmetic as AGERPT.
       01 SERIE-DATE            PIC 9(8).
       01 SERIE-DATE-WS.
           05 SERIE-YEAR         PIC 9(4).
           05 SERIE-MONTH        PIC 9(2).
           05 SERIE-DAY          PIC 9(2).
       01 SERIE-JOURS           PIC 9(7).
       01 SERIE-BISSEXTILE      PIC 9(4).
       01 SERIE-QUOTIENT        PIC 9(4).
       01 CUMUL-TABLE-VALUES.
           05 FILLER            PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CUMUL-TABLE REDEFINES CUMUL-TABLE-VALUES.
           05 CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).
       01 JOURS-RUN             PIC 9(7).
       01 JOURS-RECEPTION       PIC 9(7).
       01 JOURS-ANCIENNETE      PIC S9(5).

       01 DETAIL-COUNT          PIC 9(5) VALUE ZERO.
       01 DETAIL-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 EXPECTED-COUNT        PIC 9(5) VALUE ZERO.
       01 EXPECTED-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01 CREDIT-COUNT          PIC 9(5) VALUE ZERO.
       01 CREDIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 REPRIS-COUNT          PIC 9(5) VALUE ZERO.
       01 SUSPENS-COUNT         PIC 9(5) VALUE ZERO.
       01 SUSPENS-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 OUVERT-COUNT          PIC 9(5) VALUE ZERO.
       01 OUVERT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 RETOUR-COUNT          PIC 9(5) VALUE ZERO.
       01 RETOUR-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 DOUBLON-COUNT         PIC 9(5) VALUE ZERO.

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-COUNT-2       PIC ZZZZ9.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-MONTANT       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-RUN
           PERFORM LIRE-PARM-DELAI

           OPEN OUTPUT TRANSFER-REPORT-FILE
           OPEN OUTPUT RETURN-FILE

      *    VIRSUSP.DAT does not exist before the first unidentified
      *    virement; create it empty the first time.
           OPEN I-O INBOUND-SUSPENSE-FILE
           IF VIRSUSP-STATUS = "35"
               OPEN OUTPUT INBOUND-SUSPENSE-FILE
               CLOSE INBOUND-SUSPENSE-FILE
               OPEN I-O INBOUND-SUSPENSE-FILE
           END-IF

      *    Without ACCTIBAN.DAT no IBAN can be resolved; everything
      *    goes to the suspense until IBANINIT has been run.
           OPEN INPUT ACCOUNT-IBAN-FILE
           IF ACCTIBAN-STATUS = "00"
               SET IBAN-DISPO TO TRUE
           ELSE
               DISPLAY "ACCTIBAN.DAT indisponible ("
                       ACCTIBAN-STATUS ") : lancer IBANINIT."
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "VIREMENTS RECUS - TRAITEMENT DU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - DELAI DE RETOUR " DELIMITED BY SIZE
                  DELAI-RETOUR DELIMITED BY SIZE
                  " JOURS" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           PERFORM REPRENDRE-SUSPENS

           PERFORM VALIDER-FICHIER
           IF FICHIER-VALIDE
               PERFORM APPLIQUER-FICHIER
           END-IF

           PERFORM ECRIRE-TOTAUX

           IF IBAN-DISPO
               CLOSE ACCOUNT-IBAN-FILE
           END-IF
           CLOSE INBOUND-SUSPENSE-FILE
           CLOSE RETURN-FILE
           CLOSE TRANSFER-REPORT-FILE
           GOBACK.

       LIRE-PARM-DELAI.
           OPEN INPUT TRANSFER-PARM-FILE
           IF VIRPARM-STATUS = "00"
               READ TRANSFER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VPR-DELAI-RETOUR IS NUMERIC
                               AND VPR-DELAI-RETOUR > 0
                           MOVE VPR-DELAI-RETOUR TO DELAI-RETOUR
                       END-IF
               END-READ
               CLOSE TRANSFER-PARM-FILE
           END-IF.

      *    Open items first, so a virement parked yesterday on a
      *    blocked account goes through today if the block is gone,
      *    and one the back office traced through VIRSMNT lands on
      *    the account they found.
       REPRENDRE-SUSPENS.
           MOVE "N" TO SUSPENS-EOF-SWITCH
           MOVE LOW-VALUES TO VSP-REFERENCE
           START INBOUND-SUSPENSE-FILE
                   KEY IS NOT LESS THAN VSP-REFERENCE
               INVALID KEY
                   SET SUSPENS-EOF TO TRUE
           END-START
           PERFORM EXAMINER-SUSPENS-SUIVANT UNTIL SUSPENS-EOF.

       EXAMINER-SUSPENS-SUIVANT.
           READ INBOUND-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SUSPENS-EOF TO TRUE
           END-READ
           IF VIRSUSP-STATUS NOT = "00"
               SET SUSPENS-EOF TO TRUE
           END-IF
           IF NOT SUSPENS-EOF
               IF VSP-OUVERT
                   PERFORM REPRENDRE-ELEMENT
               END-IF
           END-IF.

       REPRENDRE-ELEMENT.
           MOVE VSP-REFERENCE TO VIR-REFERENCE
           MOVE VSP-DATE-REGLT TO VIR-DATE-REGLT
           MOVE VSP-MONTANT TO VIR-MONTANT
           MOVE VSP-IBAN-BENEF TO VIR-IBAN-BENEF
           MOVE VSP-DONNEUR TO VIR-DONNEUR
           MOVE VSP-IBAN-DONNEUR TO VIR-IBAN-DONNEUR
           MOVE VSP-BIC-DONNEUR TO VIR-BIC-DONNEUR
           MOVE VSP-LIBELLE TO VIR-LIBELLE

           IF VSP-COMPTE-AFFECTE > 0
               MOVE VSP-COMPTE-AFFECTE TO ID-COMPTE
               SET COMPTE-IDENTIFIE TO TRUE
           ELSE
               PERFORM RESOUDRE-IBAN
           END-IF
           PERFORM CONTROLER-COMPTE
           MOVE "N" TO CREDIT-OK-SWITCH
           IF MOTIF-REFUS = SPACES
               PERFORM CREDITER-COMPTE
           END-IF

           IF CREDIT-OK
               ADD 1 TO REPRIS-COUNT
               SET VSP-CREDITE TO TRUE
               MOVE ID-COMPTE TO VSP-COMPTE-AFFECTE
               MOVE RUN-DATE TO VSP-DATE-SORTIE
           ELSE
               MOVE MOTIF-REFUS TO VSP-MOTIF
               MOVE VSP-DATE-RECEPTION TO SERIE-DATE
               PERFORM CALCULER-JOURS-SERIE
               MOVE SERIE-JOURS TO JOURS-RECEPTION
               COMPUTE JOURS-ANCIENNETE = JOURS-RUN - JOURS-RECEPTION
               IF JOURS-ANCIENNETE > DELAI-RETOUR
                   PERFORM RETOURNER-ELEMENT
               ELSE
                   ADD 1 TO OUVERT-COUNT
                   ADD VSP-MONTANT TO OUVERT-TOTAL
               END-IF
           END-IF

           REWRITE INBOUND-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "VIRSUSP.DAT : reference " VSP-REFERENCE
                           " non mise a jour."
           END-REWRITE.

      *    Sent back in full to the ordering bank, with the reason
      *    of the last refusal.
       RETOURNER-ELEMENT.
           MOVE VSP-REFERENCE TO RET-REFERENCE
           MOVE RUN-DATE TO RET-DATE
           MOVE VSP-MONTANT TO RET-MONTANT
           MOVE VSP-IBAN-DONNEUR TO RET-IBAN-DONNEUR
           MOVE VSP-BIC-DONNEUR TO RET-BIC-DONNEUR
           MOVE VSP-DONNEUR TO RET-DONNEUR
           MOVE VSP-MOTIF TO RET-MOTIF
           WRITE RETURN-RECORD

           SET VSP-RETOURNE TO TRUE
           MOVE RUN-DATE TO VSP-DATE-SORTIE
           ADD 1 TO RETOUR-COUNT
           ADD VSP-MONTANT TO RETOUR-TOTAL

           MOVE VSP-MONTANT TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "RETOUR  " DELIMITED BY SIZE
                  VSP-MOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  VSP-REFERENCE DELIMITED BY SIZE
                  " RECU LE " DELIMITED BY SIZE
                  VSP-DATE-RECEPTION DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    First pass: count the details and sum their amounts, then
      *    hold them against the trailer, same as BULKMVT. No file
      *    today is not an error: the suspense still had its turn.
       VALIDER-FICHIER.
           MOVE "N" TO TRANSFER-EOF-SWITCH
           MOVE "N" TO TRAILER-VU-SWITCH
           OPEN INPUT INBOUND-TRANSFER-FILE
           IF VIRIN-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "VIRIN.DAT ABSENT : AUCUN VIREMENT RECU"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               PERFORM COMPTER-ENREGISTREMENT UNTIL TRANSFER-EOF
               CLOSE INBOUND-TRANSFER-FILE
               IF NOT TRAILER-VU
                   MOVE SPACES TO REPORT-LINE
                   STRING "FICHIER REFUSE : ENREGISTREMENT DE FIN "
                          "ABSENT" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM ECRIRE-LIGNE-RAPPORT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF DETAIL-COUNT = EXPECTED-COUNT
                           AND DETAIL-TOTAL = EXPECTED-TOTAL
                       SET FICHIER-VALIDE TO TRUE
                   ELSE
                       PERFORM ECRIRE-REFUS-CONTROLE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       COMPTER-ENREGISTREMENT.
           READ INBOUND-TRANSFER-FILE
               AT END
                   SET TRANSFER-EOF TO TRUE
           END-READ
           IF NOT TRANSFER-EOF
               EVALUATE VIN-REC-TYPE
                   WHEN "D"
                       ADD 1 TO DETAIL-COUNT
                       ADD VIN-MONTANT TO DETAIL-TOTAL
                   WHEN "T"
                       SET TRAILER-VU TO TRUE
                       MOVE VIN-TRL-COUNT TO EXPECTED-COUNT
                       MOVE VIN-TRL-TOTAL TO EXPECTED-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ECRIRE-REFUS-CONTROLE.
           MOVE DETAIL-COUNT TO DISPLAY-COUNT
           MOVE EXPECTED-COUNT TO DISPLAY-COUNT-2
           MOVE DETAIL-TOTAL TO DISPLAY-TOTAL
           MOVE EXPECTED-TOTAL TO DISPLAY-TOTAL-2
           MOVE SPACES TO REPORT-LINE
           STRING "FICHIER REFUSE : LU " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  " ANNONCE " DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DISPLAY-TOTAL-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       APPLIQUER-FICHIER.
           MOVE "N" TO TRANSFER-EOF-SWITCH
           OPEN INPUT INBOUND-TRANSFER-FILE
           PERFORM APPLIQUER-ENREGISTREMENT UNTIL TRANSFER-EOF
           CLOSE INBOUND-TRANSFER-FILE.

       APPLIQUER-ENREGISTREMENT.
           READ INBOUND-TRANSFER-FILE
               AT END
                   SET TRANSFER-EOF TO TRUE
           END-READ
           IF NOT TRANSFER-EOF
               IF VIN-REC-TYPE = "D"
                   PERFORM APPLIQUER-UN-VIREMENT
               END-IF
           END-IF.

       APPLIQUER-UN-VIREMENT.
           MOVE VIN-REFERENCE TO VIR-REFERENCE
           MOVE VIN-DATE-REGLT TO VIR-DATE-REGLT
           MOVE VIN-MONTANT TO VIR-MONTANT
           MOVE VIN-IBAN-BENEF TO VIR-IBAN-BENEF
           MOVE VIN-DONNEUR TO VIR-DONNEUR
           MOVE VIN-IBAN-DONNEUR TO VIR-IBAN-DONNEUR
           MOVE VIN-BIC-DONNEUR TO VIR-BIC-DONNEUR
           MOVE VIN-LIBELLE TO VIR-LIBELLE

           PERFORM RESOUDRE-IBAN
           PERFORM CONTROLER-COMPTE
           MOVE "N" TO CREDIT-OK-SWITCH
           IF MOTIF-REFUS = SPACES
               PERFORM CREDITER-COMPTE
           END-IF
           IF NOT CREDIT-OK
               PERFORM METTRE-EN-SUSPENS
           END-IF.

      *    Only an IBAN of ours can be resolved: FR, our numero de
      *    compte layout (the account id zero-padded to eleven) and
      *    exactly the IBAN assigned to that account - check digits
      *    and bank/branch codes included.
       RESOUDRE-IBAN.
           MOVE "N" TO COMPTE-IDENTIFIE-SWITCH
           MOVE ZERO TO ID-COMPTE
           IF IBAN-DISPO
                   AND VIR-IBAN-BENEF(1:2) = "FR"
                   AND VIR-IBAN-BENEF(15:6) = "000000"
                   AND VIR-IBAN-BENEF(21:5) IS NUMERIC
                   AND VIR-IBAN-BENEF(28:7) = SPACES
               MOVE VIR-IBAN-BENEF(21:5) TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IBN-IBAN = VIR-IBAN-BENEF(1:27)
                           MOVE IBN-COMPTE TO ID-COMPTE
                           SET COMPTE-IDENTIFIE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    Same refusals as a BULKMVT credit: unknown account,
      *    blocked or closed in ACCTSTAT.DAT, deposit ceiling of the
      *    account type. Each maps to the reason code a return
      *    would carry.
       CONTROLER-COMPTE.
           MOVE SPACES TO MOTIF-REFUS
           IF NOT COMPTE-IDENTIFIE
               MOVE "AC01" TO MOTIF-REFUS
           ELSE
               EXEC SQL
                   SELECT SOLDE
                   INTO :SOLDE-COMPTE
                   FROM COMPTES
                   WHERE ID_COMPTE = :ID-COMPTE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "AC01" TO MOTIF-REFUS
               ELSE
                   PERFORM CHARGER-STATUT-COMPTE
                   EVALUATE TRUE
                       WHEN STATUT-COMPTE-COURANT = "C"
                           MOVE "AC04" TO MOTIF-REFUS
                       WHEN STATUT-COMPTE-COURANT = "B"
                           MOVE "AC06" TO MOTIF-REFUS
                       WHEN STATUT-COMPTE-COURANT = "D"
                           MOVE "MD07" TO MOTIF-REFUS
                       WHEN REGLE-PLAFOND > 0
                               AND SOLDE-COMPTE + VIR-MONTANT
                                   > REGLE-PLAFOND
                           MOVE "AG01" TO MOTIF-REFUS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    Status and type in one read of ACCTSTAT.DAT; the type
      *    rules then come off ACCTTYPE.DAT, same path as BULKMVT.
      *    No status record means the account predates ACCTSTAT.DAT.
       CHARGER-STATUT-COMPTE.
           MOVE SPACE TO STATUT-COMPTE-COURANT
           MOVE SPACE TO TYPE-COMPTE-COURANT
           MOVE ZERO TO REGLE-PLAFOND
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
                   END-READ
                   CLOSE ACCOUNT-TYPE-FILE
               END-IF
           END-IF.

      *    The ordering party and the remittance text travel with
      *    the movement in TRANSACTIONS (DONNEUR_ORDRE and LIBELLE,
      *    left null by the teller and batch movements), so who
      *    paid and what for stays with the movement itself. The
      *    balance and the movement are one unit of work per
      *    virement: if either fails both are rolled back and the
      *    virement goes to the suspense like any other refusal.
       CREDITER-COMPTE.
           COMPUTE NOUVEAU-SOLDE = SOLDE-COMPTE + VIR-MONTANT
           MOVE VIR-MONTANT TO MONTANT-CREDIT

           EXEC SQL
               UPDATE COMPTES
               SET SOLDE = :NOUVEAU-SOLDE
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (ID_COMPTE, DATE_TRANSACTION, MONTANT,
                        DONNEUR_ORDRE, LIBELLE)
                   VALUES
                       (:ID-COMPTE, CURRENT DATE, :MONTANT-CREDIT,
                        :VIR-DONNEUR, :VIR-LIBELLE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "MS03" TO MOTIF-REFUS
           ELSE
               EXEC SQL COMMIT END-EXEC
               PERFORM ENREGISTRER-JOURNAL-CAISSE
               SET CREDIT-OK TO TRUE
               ADD 1 TO CREDIT-COUNT
               ADD VIR-MONTANT TO CREDIT-TOTAL

               MOVE VIR-MONTANT TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "COMPTE " DELIMITED BY SIZE
                      ID-COMPTE DELIMITED BY SIZE
                      " CREDITE " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                      " REF " DELIMITED BY SIZE
                      VIR-REFERENCE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VIR-DONNEUR(1:17) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
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
           MOVE "E" TO JR-TYPE
           MOVE VIR-MONTANT TO JR-MONTANT
           MOVE NOUVEAU-SOLDE TO JR-SOLDE
           MOVE "VIRRECU" TO JR-OPER
           WRITE TELLER-JOURNAL-RECORD
           CLOSE TELLER-JOURNAL-FILE.

      *    A reference already in the suspense is the same virement
      *    delivered twice: it is reported and not parked again.
       METTRE-EN-SUSPENS.
           MOVE VIR-REFERENCE TO VSP-REFERENCE
           MOVE RUN-DATE TO VSP-DATE-RECEPTION
           MOVE VIR-DATE-REGLT TO VSP-DATE-REGLT
           MOVE VIR-MONTANT TO VSP-MONTANT
           MOVE VIR-IBAN-BENEF TO VSP-IBAN-BENEF
           MOVE VIR-DONNEUR TO VSP-DONNEUR
           MOVE VIR-IBAN-DONNEUR TO VSP-IBAN-DONNEUR
           MOVE VIR-BIC-DONNEUR TO VSP-BIC-DONNEUR
           MOVE VIR-LIBELLE TO VSP-LIBELLE
           MOVE MOTIF-REFUS TO VSP-MOTIF
           MOVE ZERO TO VSP-COMPTE-AFFECTE
           SET VSP-OUVERT TO TRUE
           MOVE ZERO TO VSP-DATE-SORTIE

           MOVE VIR-MONTANT TO DISPLAY-MONTANT
           WRITE INBOUND-SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO DOUBLON-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "DOUBLON " DELIMITED BY SIZE
                          DISPLAY-MONTANT DELIMITED BY SIZE
                          " REF " DELIMITED BY SIZE
                          VIR-REFERENCE DELIMITED BY SIZE
                          " DEJA EN SUSPENS - IGNORE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               NOT INVALID KEY
                   ADD 1 TO SUSPENS-COUNT
                   ADD VIR-MONTANT TO SUSPENS-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "SUSPENS " DELIMITED BY SIZE
                          MOTIF-REFUS DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DISPLAY-MONTANT DELIMITED BY SIZE
                          " REF " DELIMITED BY SIZE
                          VIR-REFERENCE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VIR-IBAN-BENEF(1:27) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM ECRIRE-LIGNE-RAPPORT
           END-WRITE.

       ECRIRE-TOTAUX.
           MOVE CREDIT-COUNT TO DISPLAY-COUNT
           MOVE CREDIT-TOTAL TO DISPLAY-TOTAL
           MOVE REPRIS-COUNT TO DISPLAY-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "VIREMENT(S) CREDITE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  " DONT REPRIS " DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE SUSPENS-COUNT TO DISPLAY-COUNT
           MOVE SUSPENS-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "MIS EN SUSPENS CE JOUR : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE OUVERT-COUNT TO DISPLAY-COUNT
           MOVE OUVERT-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "ANCIENS TOUJOURS EN SUSPENS : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE RETOUR-COUNT TO DISPLAY-COUNT
           MOVE RETOUR-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "RETOURNE(S) A LA BANQUE : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  " (VOIR VIRRET.DAT)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           IF DOUBLON-COUNT > 0
               MOVE DOUBLON-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DOUBLON(S) IGNORE(S) : " DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO TRANSFER-REPORT-RECORD
           WRITE TRANSFER-REPORT-RECORD.

       CALCULER-JOURS-SERIE.
           MOVE SERIE-DATE TO SERIE-DATE-WS
           COMPUTE SERIE-JOURS = SERIE-YEAR * 365
                               + CUMUL-JOURS(SERIE-MONTH)
                               + SERIE-DAY
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 4
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 100
           SUBTRACT SERIE-BISSEXTILE FROM SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 400
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           IF SERIE-MONTH > 2
               DIVIDE SERIE-YEAR BY 4 GIVING SERIE-QUOTIENT
                   REMAINDER SERIE-BISSEXTILE
               IF SERIE-BISSEXTILE = 0
                   ADD 1 TO SERIE-JOURS
                   DIVIDE SERIE-YEAR BY 100 GIVING SERIE-QUOTIENT
                       REMAINDER SERIE-BISSEXTILE
                   IF SERIE-BISSEXTILE = 0
                       DIVIDE SERIE-YEAR BY 400 GIVING SERIE-QUOTIENT
                           REMAINDER SERIE-BISSEXTILE
                       IF SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.
