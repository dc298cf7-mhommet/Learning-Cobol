       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGDRSCV.

      *    Single customer view for the Fonds de Garantie des Depots
      *    et de Resolution: every eligible deposit aggregated per
      *    depositor - COMPTES balances, the livrets among them, and
      *    the principal and interest accrued to date of each open
      *    TERMDEP.DAT deposit - with the amount the guarantee
      *    covers capped at the FGDRPARM.DAT ceiling. The depositor
      *    is the titulaire ACCTXREF.DAT names; a joint account is
      *    split in equal shares between the titulaire and each
      *    co-titulaire on ACCTHOLD.DAT, the titulaire taking the
      *    odd centime. A blocked account, an account of a type the
      *    type master says the guarantee does not cover, an
      *    overdrawn balance and an account without a titulaire are
      *    left out and listed with the reason on the control
      *    report FGDRRPT.DAT, which ends with the totals covered
      *    and uncovered. FGDRSCV.DAT is rewritten whole each run:
      *    a header, one depositor line followed by one line per
      *    deposit share, and a trailer.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS TERMDEP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    The declaring bank: company 0, as in TRACDECL.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

      *    Day-count convention for the deposit interest accrued,
      *    the same parameter INTACCR reads.
           SELECT DAYCOUNT-PARM-FILE ASSIGN TO "INTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYCOUNT-PARM-STATUS.

      *    Coverage ceiling per depositor, same SYSIN idea as the
      *    other parameter files.
           SELECT FGDR-PARM-FILE ASSIGN TO "FGDRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGDR-PARM-STATUS.

      *    Work file the shares are gathered in, keyed by depositor:
      *    one total record per depositor, then one per deposit
      *    share, so the view comes out depositor by depositor
      *    however many there are.
           SELECT SCV-WORK-FILE ASSIGN TO "FGDRWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCW-KEY
               FILE STATUS IS SCV-WORK-STATUS.

           SELECT SCV-FILE ASSIGN TO "FGDRSCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCV-STATUS.

           SELECT FGDR-REPORT-FILE ASSIGN TO "FGDRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGDR-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD ACCOUNT-TYPE-FILE.
       COPY "ACCTTYP.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD TERM-DEPOSIT-FILE.
       COPY "TERMDEP.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD DAYCOUNT-PARM-FILE.
       01 DAYCOUNT-PARM-RECORD.
           05 DAYCOUNT-PARM-BASE PIC 9(3).

       FD FGDR-PARM-FILE.
       01 FGDR-PARM-RECORD.
           05 FGP-PLAFOND       PIC 9(7)V99.

      *    Nature 0 is the depositor's total record; C (compte), L
      *    (livret) and T (term deposit, referenced by its deposit
      *    number) are the shares behind it.
       FD SCV-WORK-FILE.
       01 SCV-WORK-RECORD.
           05 SCW-KEY.
               10 SCW-CUST-ID        PIC 9(6).
               10 SCW-NATURE         PIC X(01).
                   88 SCW-TOTAL-DEPOSANT VALUE "0".
               10 SCW-REFERENCE      PIC 9(5).
           05 SCW-DONNEES            PIC X(60).
           05 SCW-TOTAUX REDEFINES SCW-DONNEES.
               10 SCW-TOT-COMPTES    PIC S9(9)V99.
               10 SCW-TOT-LIVRETS    PIC S9(9)V99.
               10 SCW-TOT-TERME      PIC S9(9)V99.
               10 SCW-TOT-INTERETS   PIC S9(9)V99.
               10 FILLER             PIC X(16).
           05 SCW-DETAIL REDEFINES SCW-DONNEES.
               10 SCW-DET-COMPTE     PIC 9(5).
               10 SCW-DET-NB-TITULAIRES PIC 9(2).
               10 SCW-DET-PART       PIC S9(9)V99.
               10 SCW-DET-INTERETS   PIC S9(9)V99.
               10 FILLER             PIC X(31).

       FD SCV-FILE.
       01 SCV-RECORD            PIC X(250).

       FD FGDR-REPORT-FILE.
       01 FGDR-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 ACCTSTAT-STATUS       PIC X(02).
       01 ACCTTYPE-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 ACCTIBAN-STATUS       PIC X(02).
       01 TERMDEP-STATUS        PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 DAYCOUNT-PARM-STATUS  PIC X(02).
       01 FGDR-PARM-STATUS      PIC X(02).
       01 SCV-WORK-STATUS       PIC X(02).
       01 SCV-STATUS            PIC X(02).
       01 FGDR-REPORT-STATUS    PIC X(02).

      *    Ceiling set by the deposit guarantee regulation, per
      *    depositor and per bank, when FGDRPARM.DAT is absent.
       01 PLAFOND-GARANTIE      PIC 9(7)V99 VALUE 100000.00.
       01 BASE-JOURS            PIC 9(3) VALUE 360.

       01 CURSOR-EOF-SWITCH     PIC X(01) VALUE "N".
           88 CURSOR-EOF           VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 HOLD-EOF-SWITCH       PIC X(01) VALUE "N".
           88 HOLD-EOF             VALUE "Y".
       01 DEPOT-IGNORE-SWITCH   PIC X(01) VALUE "N".
           88 DEPOT-IGNORE         VALUE "Y".

       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(7)V99.

      *    The deposit being shared out: the account it sits on,
      *    its nature and reference in the view, the amount and,
      *    for a term deposit, the interest accrued on it.
       01 DEPOT-COMPTE          PIC 9(5).
       01 DEPOT-NATURE          PIC X(01).
       01 DEPOT-REFERENCE       PIC 9(5).
       01 DEPOT-MONTANT         PIC S9(9)V99.
       01 DEPOT-INTERETS        PIC S9(9)V99.
       01 MOTIF-EXCLUSION       PIC X(30).

       01 ID-TITULAIRE          PIC 9(6).
       01 NB-TITULAIRES         PIC 9(2).
       01 PART-CLIENT           PIC 9(6).
       01 PART-MONTANT          PIC S9(9)V99.
       01 PART-INTERETS         PIC S9(9)V99.
       01 PART-COMMUNE          PIC S9(9)V99.
       01 PART-COMMUNE-INTERETS PIC S9(9)V99.

      *    Same serial day count as INTACCR for the interest run
      *    since the deposit opened.
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
       01 DATE-ARRET            PIC 9(8).
       01 JOURS-DEPART          PIC 9(7).
       01 JOURS-COURUS          PIC S9(5).

      *    One view line, seen through the view of its record type:
      *    01 header, 10 depositor, 20 deposit share, 99 trailer.
       01 SCV-LIGNE             PIC X(250).
       01 SCV-ENTETE REDEFINES SCV-LIGNE.
           05 FSH-TYPE           PIC X(02).
           05 FSH-SIRET          PIC X(14).
           05 FSH-DECLARANT      PIC X(40).
           05 FSH-DATE-ARRETE    PIC 9(8).
           05 FSH-PLAFOND        PIC 9(7)V99.
           05 FILLER             PIC X(177).
       01 SCV-DEPOSANT REDEFINES SCV-LIGNE.
           05 FSD-TYPE           PIC X(02).
           05 FSD-CUST-ID        PIC 9(6).
           05 FSD-NOM            PIC X(30).
           05 FSD-PRENOM         PIC X(30).
           05 FSD-DATE-NAISSANCE PIC 9(8).
           05 FSD-ADRESSE-1      PIC X(30).
           05 FSD-ADRESSE-2      PIC X(30).
           05 FSD-CODE-POSTAL    PIC X(05).
           05 FSD-VILLE          PIC X(25).
           05 FSD-PAYS           PIC X(02).
           05 FSD-COMPTES        PIC 9(9)V99.
           05 FSD-LIVRETS        PIC 9(9)V99.
           05 FSD-TERME          PIC 9(9)V99.
           05 FSD-INTERETS       PIC 9(9)V99.
           05 FSD-TOTAL          PIC 9(9)V99.
           05 FSD-COUVERT        PIC 9(9)V99.
           05 FSD-NON-COUVERT    PIC 9(9)V99.
           05 FILLER             PIC X(05).
       01 SCV-PART REDEFINES SCV-LIGNE.
           05 FSP-TYPE           PIC X(02).
           05 FSP-CUST-ID        PIC 9(6).
           05 FSP-NATURE         PIC X(01).
           05 FSP-REFERENCE      PIC 9(5).
           05 FSP-COMPTE         PIC 9(5).
           05 FSP-IBAN           PIC X(27).
           05 FSP-NB-TITULAIRES  PIC 9(2).
           05 FSP-PART           PIC 9(9)V99.
           05 FSP-INTERETS       PIC 9(9)V99.
           05 FILLER             PIC X(180).
       01 SCV-FIN REDEFINES SCV-LIGNE.
           05 FSF-TYPE           PIC X(02).
           05 FSF-NB-DEPOSANTS   PIC 9(7).
           05 FSF-NB-LIGNES      PIC 9(7).
           05 FSF-TOTAL          PIC 9(11)V99.
           05 FSF-COUVERT        PIC 9(11)V99.
           05 FILLER             PIC X(208).

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

       01 TOTAL-DEPOSANT        PIC S9(9)V99.
       01 COUVERT-DEPOSANT      PIC S9(9)V99.
       01 DEPOSANT-COUNT        PIC 9(7) VALUE ZERO.
       01 LINE-COUNT            PIC 9(7) VALUE ZERO.
       01 PLAFONNE-COUNT        PIC 9(7) VALUE ZERO.
       01 EXCLU-COUNT           PIC 9(5) VALUE ZERO.
       01 TOTAL-ELIGIBLE        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-COUVERT         PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-NON-COUVERT     PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-EXCLU           PIC S9(11)V99 VALUE ZERO.

       01 DISPLAY-MONTANT       PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRES

      *    The work file starts empty every run: the view is a
      *    picture of today, not a running total.
           OPEN OUTPUT SCV-WORK-FILE
           CLOSE SCV-WORK-FILE
           OPEN I-O SCV-WORK-FILE

           OPEN INPUT ACCOUNT-STATUS-FILE
           OPEN INPUT ACCOUNT-TYPE-FILE
           OPEN INPUT ACCOUNT-XREF-FILE
           OPEN INPUT ACCOUNT-HOLDER-FILE
           OPEN INPUT ACCOUNT-IBAN-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT SCV-FILE
           OPEN OUTPUT FGDR-REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "VUE UNIQUE DU CLIENT FGDR AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE "DEPOTS EXCLUS : COMPTE NATURE REF   MONTANT / MOTIF"
             TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           PERFORM RECENSER-COMPTES
           PERFORM RECENSER-DEPOTS-A-TERME

           PERFORM ECRIRE-ENTETE-SCV
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SCW-KEY
           START SCV-WORK-FILE
                   KEY IS NOT LESS THAN SCW-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM EMETTRE-LIGNE-SUIVANTE UNTIL SCAN-EOF

           MOVE SPACES TO SCV-LIGNE
           MOVE "99" TO FSF-TYPE
           MOVE DEPOSANT-COUNT TO FSF-NB-DEPOSANTS
           ADD 1 TO LINE-COUNT
           MOVE LINE-COUNT TO FSF-NB-LIGNES
           MOVE TOTAL-ELIGIBLE TO FSF-TOTAL
           MOVE TOTAL-COUVERT TO FSF-COUVERT
           PERFORM ECRIRE-LIGNE-SCV

           PERFORM ECRIRE-TOTAUX-CONTROLE

           CLOSE SCV-WORK-FILE
           CLOSE SCV-FILE
           CLOSE FGDR-REPORT-FILE
           IF ACCTSTAT-STATUS NOT = "35"
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           IF ACCTTYPE-STATUS NOT = "35"
               CLOSE ACCOUNT-TYPE-FILE
           END-IF
           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           IF ACCTHOLD-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF
           IF ACCTIBAN-STATUS NOT = "35"
               CLOSE ACCOUNT-IBAN-FILE
           END-IF
           IF CUSTMAST-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF

           MOVE DEPOSANT-COUNT TO DISPLAY-COUNT
           DISPLAY "Vue unique FGDR : " DISPLAY-COUNT
                   " deposant(s) vers FGDRSCV.DAT"
           IF EXCLU-COUNT > 0
               MOVE EXCLU-COUNT TO DISPLAY-COUNT
               DISPLAY DISPLAY-COUNT " depot(s) exclu(s) - voir "
                       "FGDRRPT.DAT."
           END-IF
           GOBACK.

      *    INTPARM.DAT and FGDRPARM.DAT may both be absent: actual
      *    over 360 and the regulatory ceiling then stand.
       LIRE-PARAMETRES.
           OPEN INPUT DAYCOUNT-PARM-FILE
           IF DAYCOUNT-PARM-STATUS = "00"
               READ DAYCOUNT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DAYCOUNT-PARM-BASE = 360
                               OR DAYCOUNT-PARM-BASE = 365
                           MOVE DAYCOUNT-PARM-BASE TO BASE-JOURS
                       END-IF
               END-READ
               CLOSE DAYCOUNT-PARM-FILE
           END-IF
           OPEN INPUT FGDR-PARM-FILE
           IF FGDR-PARM-STATUS = "00"
               READ FGDR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FGP-PLAFOND NUMERIC AND FGP-PLAFOND > 0
                           MOVE FGP-PLAFOND TO PLAFOND-GARANTIE
                       END-IF
               END-READ
               CLOSE FGDR-PARM-FILE
           END-IF.

      *    Every COMPTES balance, in account order.
       RECENSER-COMPTES.
           EXEC SQL
               DECLARE CUR-FGDR-COMPTES CURSOR FOR
                   SELECT ID_COMPTE, SOLDE
                   FROM COMPTES
                   ORDER BY ID_COMPTE
           END-EXEC
           EXEC SQL
               OPEN CUR-FGDR-COMPTES
           END-EXEC

           PERFORM LIRE-COMPTE-SUIVANT
           PERFORM TRAITER-UN-COMPTE UNTIL CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FGDR-COMPTES
           END-EXEC.

       LIRE-COMPTE-SUIVANT.
           EXEC SQL
               FETCH CUR-FGDR-COMPTES
               INTO :ID-COMPTE, :SOLDE-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               SET CURSOR-EOF TO TRUE
           END-IF.

      *    A closed account carries nothing and a zero balance
      *    guarantees nothing: neither is worth a line. Blocked
      *    accounts, types the guarantee does not cover and
      *    overdrawn balances are excluded with their reason.
       TRAITER-UN-COMPTE.
           MOVE ID-COMPTE TO DEPOT-COMPTE
           MOVE ID-COMPTE TO DEPOT-REFERENCE
           MOVE SOLDE-COMPTE TO DEPOT-MONTANT
           MOVE ZERO TO DEPOT-INTERETS
           MOVE "C" TO DEPOT-NATURE
           MOVE SPACES TO MOTIF-EXCLUSION
           MOVE "N" TO DEPOT-IGNORE-SWITCH
           PERFORM LIRE-STATUT-COMPTE
           IF AST-TYPE = "L"
               MOVE "L" TO DEPOT-NATURE
           END-IF
           IF AST-CLOTURE OR SOLDE-COMPTE = 0
               SET DEPOT-IGNORE TO TRUE
           END-IF
      *    An account frozen on its holder's death is not blocked:
      *    the estate is still the depositor and stays covered.
           IF NOT DEPOT-IGNORE
               EVALUATE TRUE
                   WHEN AST-BLOQUE
                       MOVE "COMPTE BLOQUE" TO MOTIF-EXCLUSION
                   WHEN SOLDE-COMPTE < 0
                       MOVE "SOLDE DEBITEUR" TO MOTIF-EXCLUSION
                   WHEN OTHER
                       PERFORM CONTROLER-TYPE-COMPTE
               END-EVALUATE
               PERFORM TRAITER-DEPOT
           END-IF
           PERFORM LIRE-COMPTE-SUIVANT.

      *    An account with no status record predates the status
      *    file: active, and of no declared type.
       LIRE-STATUT-COMPTE.
           MOVE DEPOT-COMPTE TO AST-COMPTE
           MOVE "A" TO AST-STATUT
           MOVE SPACE TO AST-TYPE
           IF ACCTSTAT-STATUS NOT = "35"
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       MOVE DEPOT-COMPTE TO AST-COMPTE
                       MOVE "A" TO AST-STATUT
                       MOVE SPACE TO AST-TYPE
               END-READ
           END-IF.

       CONTROLER-TYPE-COMPTE.
           IF AST-TYPE NOT = SPACE
                   AND ACCTTYPE-STATUS NOT = "35"
               MOVE AST-TYPE TO TYP-CODE
               READ ACCOUNT-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TYP-FGDR-EXCLU
                           MOVE "TYPE NON COUVERT" TO MOTIF-EXCLUSION
                       END-IF
               END-READ
           END-IF.

      *    Every open term deposit, its interest accrued from the
      *    opening day to today or to maturity if that came first.
       RECENSER-DEPOTS-A-TERME.
           MOVE "N" TO SCAN-EOF-SWITCH
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERMDEP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO TD-NUMBER
               START TERM-DEPOSIT-FILE
                       KEY IS NOT LESS THAN TD-NUMBER
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF
           PERFORM TRAITER-DEPOT-A-TERME-SUIVANT UNTIL SCAN-EOF
           IF TERMDEP-STATUS NOT = "35"
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       TRAITER-DEPOT-A-TERME-SUIVANT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF TERMDEP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF TD-OUVERT
                   PERFORM TRAITER-UN-DEPOT-A-TERME
               END-IF
           END-IF.

       TRAITER-UN-DEPOT-A-TERME.
           MOVE TD-COMPTE TO DEPOT-COMPTE
           MOVE TD-NUMBER TO DEPOT-REFERENCE
           MOVE TD-PRINCIPAL TO DEPOT-MONTANT
           MOVE "T" TO DEPOT-NATURE
           MOVE SPACES TO MOTIF-EXCLUSION

           MOVE RUN-DATE TO DATE-ARRET
           IF TD-MATURITY-DATE < DATE-ARRET
               MOVE TD-MATURITY-DATE TO DATE-ARRET
           END-IF
           MOVE TD-OPEN-DATE TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-DEPART
           MOVE DATE-ARRET TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           COMPUTE JOURS-COURUS = SERIE-JOURS - JOURS-DEPART
           IF JOURS-COURUS < 0
               MOVE ZERO TO JOURS-COURUS
           END-IF
           COMPUTE DEPOT-INTERETS ROUNDED
               = TD-PRINCIPAL * TD-TAUX / 100
               * JOURS-COURUS / BASE-JOURS

           PERFORM LIRE-STATUT-COMPTE
           IF AST-BLOQUE
               MOVE "COMPTE BLOQUE" TO MOTIF-EXCLUSION
           END-IF
           PERFORM TRAITER-DEPOT.

      *    The titulaire must be known before anything is shared.
       TRAITER-DEPOT.
           IF MOTIF-EXCLUSION = SPACES
               MOVE ZERO TO ID-TITULAIRE
               IF ACCTXREF-STATUS NOT = "35"
                   MOVE DEPOT-COMPTE TO XREF-ACCOUNT-ID
                   READ ACCOUNT-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE XREF-CUST-ID TO ID-TITULAIRE
                   END-READ
               END-IF
               IF ID-TITULAIRE = ZERO
                   MOVE "SANS TITULAIRE" TO MOTIF-EXCLUSION
               END-IF
           END-IF
           IF MOTIF-EXCLUSION = SPACES
               PERFORM REPARTIR-DEPOT
           ELSE
               PERFORM SIGNALER-EXCLUSION
           END-IF.

       SIGNALER-EXCLUSION.
           ADD 1 TO EXCLU-COUNT
           ADD DEPOT-MONTANT TO TOTAL-EXCLU
           ADD DEPOT-INTERETS TO TOTAL-EXCLU
           COMPUTE DISPLAY-MONTANT = DEPOT-MONTANT + DEPOT-INTERETS
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  DEPOT-COMPTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPOT-NATURE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPOT-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIF-EXCLUSION DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Equal shares between the titulaire and the co-titulaires
      *    - a mandataire owns nothing - cut to the centime, the
      *    titulaire taking what the division leaves over.
       REPARTIR-DEPOT.
           MOVE 1 TO NB-TITULAIRES
           PERFORM POSITIONNER-PARTIES
           PERFORM COMPTER-COTITULAIRE UNTIL HOLD-EOF

           COMPUTE PART-COMMUNE = DEPOT-MONTANT / NB-TITULAIRES
           COMPUTE PART-COMMUNE-INTERETS
               = DEPOT-INTERETS / NB-TITULAIRES

           MOVE ID-TITULAIRE TO PART-CLIENT
           COMPUTE PART-MONTANT = DEPOT-MONTANT
               - PART-COMMUNE * (NB-TITULAIRES - 1)
           COMPUTE PART-INTERETS = DEPOT-INTERETS
               - PART-COMMUNE-INTERETS * (NB-TITULAIRES - 1)
           PERFORM CUMULER-PART

           IF NB-TITULAIRES > 1
               MOVE PART-COMMUNE TO PART-MONTANT
               MOVE PART-COMMUNE-INTERETS TO PART-INTERETS
               PERFORM POSITIONNER-PARTIES
               PERFORM ATTRIBUER-PART-COTITULAIRE UNTIL HOLD-EOF
           END-IF.

       POSITIONNER-PARTIES.
           MOVE "N" TO HOLD-EOF-SWITCH
           IF ACCTHOLD-STATUS NOT = "35"
               MOVE DEPOT-COMPTE TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
           ELSE
               SET HOLD-EOF TO TRUE
           END-IF.

       LIRE-PARTIE-SUIVANTE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = DEPOT-COMPTE
                   SET HOLD-EOF TO TRUE
               END-IF
           END-IF.

       COMPTER-COTITULAIRE.
           PERFORM LIRE-PARTIE-SUIVANTE
           IF NOT HOLD-EOF AND AHD-COTITULAIRE
                   AND NB-TITULAIRES < 99
               ADD 1 TO NB-TITULAIRES
           END-IF.

       ATTRIBUER-PART-COTITULAIRE.
           PERFORM LIRE-PARTIE-SUIVANTE
           IF NOT HOLD-EOF AND AHD-COTITULAIRE
               MOVE AHD-CUST-ID TO PART-CLIENT
               PERFORM CUMULER-PART
           END-IF.

      *    The depositor's total record is created on their first
      *    share; the share itself gets a record of its own.
       CUMULER-PART.
           MOVE PART-CLIENT TO SCW-CUST-ID
           MOVE "0" TO SCW-NATURE
           MOVE ZERO TO SCW-REFERENCE
           READ SCV-WORK-FILE
               INVALID KEY
                   MOVE PART-CLIENT TO SCW-CUST-ID
                   MOVE "0" TO SCW-NATURE
                   MOVE ZERO TO SCW-REFERENCE
                   MOVE SPACES TO SCW-DONNEES
                   MOVE ZERO TO SCW-TOT-COMPTES
                   MOVE ZERO TO SCW-TOT-LIVRETS
                   MOVE ZERO TO SCW-TOT-TERME
                   MOVE ZERO TO SCW-TOT-INTERETS
                   PERFORM AJOUTER-PART-TOTAL
                   WRITE SCV-WORK-RECORD
                       INVALID KEY
                           DISPLAY "Erreur ecriture FGDRWORK.DAT "
                                   "deposant " PART-CLIENT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM AJOUTER-PART-TOTAL
                   REWRITE SCV-WORK-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour FGDRWORK.DAT "
                                   "deposant " PART-CLIENT
                   END-REWRITE
           END-READ

           MOVE PART-CLIENT TO SCW-CUST-ID
           MOVE DEPOT-NATURE TO SCW-NATURE
           MOVE DEPOT-REFERENCE TO SCW-REFERENCE
           MOVE SPACES TO SCW-DONNEES
           MOVE DEPOT-COMPTE TO SCW-DET-COMPTE
           MOVE NB-TITULAIRES TO SCW-DET-NB-TITULAIRES
           MOVE PART-MONTANT TO SCW-DET-PART
           MOVE PART-INTERETS TO SCW-DET-INTERETS
           WRITE SCV-WORK-RECORD
               INVALID KEY
                   DISPLAY "Erreur ecriture FGDRWORK.DAT deposant "
                           PART-CLIENT " compte " DEPOT-COMPTE
           END-WRITE.

       AJOUTER-PART-TOTAL.
           EVALUATE DEPOT-NATURE
               WHEN "L"
                   ADD PART-MONTANT TO SCW-TOT-LIVRETS
               WHEN "T"
                   ADD PART-MONTANT TO SCW-TOT-TERME
               WHEN OTHER
                   ADD PART-MONTANT TO SCW-TOT-COMPTES
           END-EVALUATE
           ADD PART-INTERETS TO SCW-TOT-INTERETS.

       ECRIRE-ENTETE-SCV.
           MOVE SPACES TO CPR-SIRET
           MOVE SPACES TO CPR-NAME
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE ZERO TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       MOVE SPACES TO CPR-SIRET
                       MOVE SPACES TO CPR-NAME
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF CPR-SIRET = SPACES
               DISPLAY "Profil societe 0 absent : SIRET de "
                       "l'etablissement a completer avant envoi."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO SCV-LIGNE
           MOVE "01" TO FSH-TYPE
           MOVE CPR-SIRET TO FSH-SIRET
           MOVE CPR-NAME TO FSH-DECLARANT
           MOVE RUN-DATE TO FSH-DATE-ARRETE
           MOVE PLAFOND-GARANTIE TO FSH-PLAFOND
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-SCV.

       EMETTRE-LIGNE-SUIVANTE.
           READ SCV-WORK-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF SCV-WORK-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF SCW-TOTAL-DEPOSANT
                   PERFORM EMETTRE-DEPOSANT
               ELSE
                   PERFORM EMETTRE-PART
               END-IF
           END-IF.

      *    Covered is the total up to the ceiling; the rest is what
      *    the depositor would lose.
       EMETTRE-DEPOSANT.
           COMPUTE TOTAL-DEPOSANT = SCW-TOT-COMPTES + SCW-TOT-LIVRETS
                                  + SCW-TOT-TERME + SCW-TOT-INTERETS
           IF TOTAL-DEPOSANT > PLAFOND-GARANTIE
               MOVE PLAFOND-GARANTIE TO COUVERT-DEPOSANT
               ADD 1 TO PLAFONNE-COUNT
           ELSE
               MOVE TOTAL-DEPOSANT TO COUVERT-DEPOSANT
           END-IF
           ADD 1 TO DEPOSANT-COUNT
           ADD TOTAL-DEPOSANT TO TOTAL-ELIGIBLE
           ADD COUVERT-DEPOSANT TO TOTAL-COUVERT
           COMPUTE TOTAL-NON-COUVERT = TOTAL-ELIGIBLE - TOTAL-COUVERT

           MOVE SPACES TO SCV-LIGNE
           MOVE "10" TO FSD-TYPE
           MOVE SCW-CUST-ID TO FSD-CUST-ID
           MOVE ZERO TO FSD-DATE-NAISSANCE
           IF CUSTMAST-STATUS NOT = "35"
               MOVE SCW-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Deposant " SCW-CUST-ID " absent de "
                               "CUSTMAST.DAT : identite a completer."
                   NOT INVALID KEY
                       MOVE CUST-NOM TO FSD-NOM
                       MOVE CUST-PRENOM TO FSD-PRENOM
                       MOVE CUST-DOB TO FSD-DATE-NAISSANCE
                       MOVE CUST-ADDR-LINE-1 TO FSD-ADRESSE-1
                       MOVE CUST-ADDR-LINE-2 TO FSD-ADRESSE-2
                       MOVE CUST-POSTCODE TO FSD-CODE-POSTAL
                       MOVE CUST-CITY TO FSD-VILLE
                       MOVE CUST-COUNTRY TO FSD-PAYS
               END-READ
           END-IF
           MOVE SCW-TOT-COMPTES TO FSD-COMPTES
           MOVE SCW-TOT-LIVRETS TO FSD-LIVRETS
           MOVE SCW-TOT-TERME TO FSD-TERME
           MOVE SCW-TOT-INTERETS TO FSD-INTERETS
           MOVE TOTAL-DEPOSANT TO FSD-TOTAL
           MOVE COUVERT-DEPOSANT TO FSD-COUVERT
           COMPUTE FSD-NON-COUVERT = TOTAL-DEPOSANT - COUVERT-DEPOSANT
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-SCV.

       EMETTRE-PART.
           MOVE SPACES TO SCV-LIGNE
           MOVE "20" TO FSP-TYPE
           MOVE SCW-CUST-ID TO FSP-CUST-ID
           MOVE SCW-NATURE TO FSP-NATURE
           MOVE SCW-REFERENCE TO FSP-REFERENCE
           MOVE SCW-DET-COMPTE TO FSP-COMPTE
           IF ACCTIBAN-STATUS NOT = "35"
               MOVE SCW-DET-COMPTE TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IBN-IBAN TO FSP-IBAN
               END-READ
           END-IF
           MOVE SCW-DET-NB-TITULAIRES TO FSP-NB-TITULAIRES
           MOVE SCW-DET-PART TO FSP-PART
           MOVE SCW-DET-INTERETS TO FSP-INTERETS
           ADD 1 TO LINE-COUNT
           PERFORM ECRIRE-LIGNE-SCV.

       ECRIRE-TOTAUX-CONTROLE.
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE EXCLU-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-EXCLU TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOTS EXCLUS      : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE DEPOSANT-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSANTS          : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE PLAFONNE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DONT AU PLAFOND    : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-ELIGIBLE TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ELIGIBLE     : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-COUVERT TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL COUVERT      : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE TOTAL-NON-COUVERT TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL NON COUVERT  : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

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

       ECRIRE-LIGNE-SCV.
           MOVE SCV-LIGNE TO SCV-RECORD
           WRITE SCV-RECORD.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO FGDR-REPORT-RECORD
           WRITE FGDR-REPORT-RECORD.
