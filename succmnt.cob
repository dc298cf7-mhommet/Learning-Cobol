       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCMNT.

      *    Succession of a deceased customer, keyed by customer
      *    number, in place of blocking accounts one by one in
      *    ACCTMNT and cancelling standing orders by hand: the death
      *    declaration records the date and, in the same run,
      *    freezes every account the customer holds or co-holds
      *    under the deceased status, ends the powers of attorney
      *    on them, stops the standing orders debiting them,
      *    revokes the direct-debit mandate and ends the billing
      *    contracts. The certificate prints for the notaire each
      *    balance and the interest acquired as of the date of
      *    death; the settlement credits the interest owed, pays
      *    each account the deceased held alone out to the heirs
      *    through BENEF.DAT beneficiaries with one closing entry
      *    per account, and hands each joint or co-held account
      *    over to the surviving holder.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCCESSION-FILE ASSIGN TO "SUCCESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CUST-ID
               FILE STATUS IS SUCCESS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

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

           SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-COMPTE
               FILE STATUS IS ACCTSTAT-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-NUMBER
               FILE STATUS IS STORDERS-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS DDMAND-STATUS.

           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NUMBER
               FILE STATUS IS BILLCTR-STATUS.

      *    Interest postings HelloCobol appends: those earned up to
      *    the date of death and not yet credited are owed to the
      *    estate and printed on the certificate. The settlement
      *    credits every one still pending and marks it through a
      *    work copy, the way INTCRED does.
           SELECT INTEREST-POSTING-FILE ASSIGN TO "INTPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTPOST-STATUS.

           SELECT POSTING-WORK-FILE ASSIGN TO "SUCCIPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUCCIPWK-STATUS.

      *    HelloCobol's account book: the balance interest runs on
      *    and the date it was last accrued through, from which the
      *    days not yet posted are accrued here.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT DAYCOUNT-PARM-FILE ASSIGN TO "INTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAYCOUNT-PARM-STATUS.

      *    The flat tax is withheld on the interest credited at
      *    settlement exactly as INTCRED withholds it.
           SELECT PFU-PARM-FILE ASSIGN TO "PFUPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFU-PARM-STATUS.

           SELECT PFU-REMIT-FILE ASSIGN TO "PFUREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFUREM-STATUS.

      *    The heirs are paid as external beneficiaries, entered
      *    beforehand under a supervisor session by BENMAINT.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NUMBER
               FILE STATUS IS BENEF-STATUS.

           SELECT OUTBOUND-STAGE-FILE ASSIGN TO "OUTSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTAGE-STATUS.

      *    Each payout is journalled as the debit leg of an external
      *    virement, the line GLPOST posts to the bank.
           SELECT TELLER-JOURNAL-FILE ASSIGN TO "TELLERJR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELLER-JOURNAL-STATUS.

      *    Certificates in the FACTURE.PRN page style, appended as
      *    the archive of every certificate handed to a notaire.
           SELECT CERTIFICATE-DOC-FILE ASSIGN TO "SUCCCERT.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-DOC-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

      *    The powers of attorney the death ends and the accounts
      *    the settlement closes are declared to FICOBA.
           SELECT FICOBA-EVENT-FILE ASSIGN TO "FICOBEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-KEY
               FILE STATUS IS FICOBEVT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD SUCCESSION-FILE.
       COPY "SUCCESS.cpy".

       FD CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD ACCOUNT-STATUS-FILE.
       COPY "ACCTSTAT.cpy".

       FD STANDING-ORDER-FILE.
       COPY "STORDERS.cpy".

       FD MANDATE-FILE.
       COPY "DDMAND.cpy".

       FD BILLING-CONTRACT-FILE.
       COPY "BILLCTR.cpy".

       FD INTEREST-POSTING-FILE.
       COPY "INTPOST.cpy".

       FD POSTING-WORK-FILE.
       01 POSTING-WORK-RECORD       PIC X(48).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 ACC-ID           PIC 9(5).
           05 ACC-MONTANT      PIC 9(5)V99.
           05 ACC-LAST-ACCRUAL PIC 9(8).

       FD DAYCOUNT-PARM-FILE.
       01 DAYCOUNT-PARM-RECORD.
           05 DAYCOUNT-PARM-BASE PIC 9(3).

       FD PFU-PARM-FILE.
       01 PFU-PARM-RECORD.
           05 PFU-PARM-TAUX      PIC 9(2)V99.

       FD PFU-REMIT-FILE.
       01 PFU-REMIT-RECORD.
           05 PFU-DATE           PIC 9(8).
           05 PFU-COMPTE         PIC 9(5).
           05 PFU-BRUT           PIC 9(7)V99.
           05 PFU-RETENU         PIC 9(7)V99.
           05 PFU-NET            PIC 9(7)V99.

       FD BENEFICIARY-FILE.
       COPY "BENEF.cpy".

       FD OUTBOUND-STAGE-FILE.
       COPY "OUTPAY.cpy".

       FD TELLER-JOURNAL-FILE.
       01 TELLER-JOURNAL-RECORD.
           05 JR-DATE          PIC 9(8).
           05 JR-TIME          PIC 9(8).
           05 JR-COMPTE        PIC 9(5).
           05 JR-TYPE          PIC X(01).
           05 JR-MONTANT       PIC 9(7)V99.
           05 JR-SOLDE         PIC S9(7)V99.
           05 JR-OPER          PIC X(08).

       FD CERTIFICATE-DOC-FILE.
       01 CERTIFICATE-DOC-RECORD PIC X(80).

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       FD FICOBA-EVENT-FILE.
       COPY "FICOBEVT.cpy".

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 SUCCESS-STATUS        PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 ACCTSTAT-STATUS       PIC X(02).
       01 STORDERS-STATUS       PIC X(02).
       01 DDMAND-STATUS         PIC X(02).
       01 BILLCTR-STATUS        PIC X(02).
       01 INTPOST-STATUS        PIC X(02).
       01 BENEF-STATUS          PIC X(02).
       01 OUTSTAGE-STATUS       PIC X(02).
       01 CERTIFICATE-DOC-STATUS PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).
       01 SUCCIPWK-STATUS       PIC X(02).
       01 ACCOUNT-FILE-STATUS   PIC X(02).
       01 DAYCOUNT-PARM-STATUS  PIC X(02).
       01 PFU-PARM-STATUS       PIC X(02).
       01 PFUREM-STATUS         PIC X(02).
       01 TELLER-JOURNAL-STATUS PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-DECLARER        VALUE "D".
           88 MODE-CERTIFICAT      VALUE "C".
           88 MODE-REGLER          VALUE "R".
           88 MODE-CONSULTER       VALUE "Q".

       01 RUN-DATE              PIC 9(8).
       01 ID-DEFUNT             PIC 9(6).
       01 NOM-DEFUNT            PIC A(30).
       01 PRENOM-DEFUNT         PIC A(30).
       01 DOB-DEFUNT            PIC 9(8).
       01 CLIENT-CONNU-SWITCH   PIC X(01) VALUE "N".
           88 CLIENT-CONNU         VALUE "Y".

      *    Date of death as keyed, checked as a real calendar date
      *    and not later than today before anything is blocked.
       01 DATE-DECES            PIC 9(8).
       01 DECES-WS REDEFINES DATE-DECES.
           05 DECES-ANNEE        PIC 9(4).
           05 DECES-MOIS         PIC 9(2).
           05 DECES-JOUR         PIC 9(2).
       01 DECES-VALIDE-SWITCH   PIC X(01) VALUE "N".
           88 DECES-VALIDE         VALUE "Y".
       01 MOIS-LONGUEUR         PIC 9(2).
       01 ANNEE-QUOTIENT        PIC 9(4).
       01 ANNEE-RESTE           PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).
       01 NOTAIRE-SAISI         PIC X(40).

      *    Every account the deceased is linked to: titulaire
      *    through ACCTXREF.DAT (T), co-titulaire through
      *    ACCTHOLD.DAT (C). A titulaire account with a co-titulaire
      *    is joint and passes to the survivor, not to the heirs.
       01 COMPTES-DEFUNT.
           05 CPT-ENTREE OCCURS 50 TIMES.
               10 CPT-ID            PIC 9(5).
               10 CPT-ROLE          PIC X(01).
                   88 CPT-TITULAIRE    VALUE "T".
                   88 CPT-COTITULAIRE  VALUE "C".
               10 CPT-JOINT         PIC X(01).
                   88 CPT-EST-JOINT    VALUE "Y".
      *    CPT-INTERETS is all the interest owed on the account:
      *    the pending postings plus CPT-COURUS, the days run since
      *    ACCOUNTS.DAT was last accrued through CPT-COURUS-DEBUT.
      *    CPT-RETENUE is the flat tax the settlement withholds on
      *    it, posting by posting as INTCRED does.
               10 CPT-INTERETS      PIC 9(7)V99.
               10 CPT-COURUS        PIC 9(7)V99.
               10 CPT-COURUS-DEBUT  PIC 9(8).
               10 CPT-RETENUE       PIC 9(7)V99.
               10 CPT-CREDITE       PIC X(01).
                   88 CPT-INTERETS-CREDITES VALUE "Y".
       01 CPT-MAX               PIC 9(3) VALUE 50.
       01 CPT-COUNT             PIC 9(3) VALUE ZERO.
       01 CPT-IDX               PIC 9(3).
       01 CPT-TROUVE            PIC 9(3).
       01 COMPTE-CHERCHE        PIC 9(5).
       01 COMPTE-A-AJOUTER      PIC 9(5).
       01 ROLE-A-AJOUTER        PIC X(01).
       01 COMPTE-TROUVE-SWITCH  PIC X(01) VALUE "N".
           88 COMPTE-TROUVE        VALUE "Y".
       01 PROCURATION-SWITCH    PIC X(01) VALUE "N".
           88 PROCURATION-A-ARRETER VALUE "Y".

       01 XREF-EOF-SWITCH       PIC X(01) VALUE "N".
           88 XREF-EOF             VALUE "Y".
       01 HOLD-EOF-SWITCH       PIC X(01) VALUE "N".
           88 HOLD-EOF             VALUE "Y".

      *    The FICOBA event being recorded.
       01 FICOBEVT-STATUS       PIC X(02).
       01 EVENEMENT-COMPTE      PIC 9(5).
       01 EVENEMENT-CLIENT      PIC 9(6).
       01 EVENEMENT-NATURE      PIC X(01).
       01 EVENEMENT-ROLE        PIC X(01).
       01 EVENEMENT-DATE-EFFET  PIC 9(8).
       01 STO-EOF-SWITCH        PIC X(01) VALUE "N".
           88 STO-EOF              VALUE "Y".
       01 CTR-EOF-SWITCH        PIC X(01) VALUE "N".
           88 CTR-EOF              VALUE "Y".
       01 INTPOST-EOF-SWITCH    PIC X(01) VALUE "N".
           88 INTPOST-EOF          VALUE "Y".

       01 BLOQUE-COUNT          PIC 9(3) VALUE ZERO.
       01 PROCURATION-COUNT     PIC 9(3) VALUE ZERO.
       01 ORDRE-COUNT           PIC 9(3) VALUE ZERO.
       01 MANDAT-COUNT          PIC 9(3) VALUE ZERO.
       01 CONTRAT-COUNT         PIC 9(3) VALUE ZERO.
       01 RESTANT-COUNT         PIC 9(3) VALUE ZERO.
       01 SOLDE-COUNT           PIC 9(3) VALUE ZERO.

      *    Balance at the date of death: today's COMPTES balance
      *    less every movement dated after the death, the same
      *    way RELEVE rebuilds a month-end balance.
       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(7)V99.
       01 MOUVEMENTS-APRES      PIC S9(7)V99.
       01 SOLDE-DECES           PIC S9(7)V99.
       01 TOTAL-SOLDES-DECES    PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-INTERETS        PIC 9(9)V99 VALUE ZERO.
       01 DATE-ACQUISITION      PIC 9(8).

      *    Interest is counted up to DATE-ARRET-INTERETS: the date
      *    of death on the certificate, the settlement day when it
      *    is credited - what the estate's money earned until it is
      *    paid out is the estate's too. A posting whose period
      *    straddles the date of death counts pro rata, and days
      *    HelloCobol has not yet accrued are accrued here on its
      *    tiered rates and the INTPARM.DAT day-count base, the way
      *    INTACCR accrues up to its stop date.
       01 DATE-ARRET-INTERETS   PIC 9(8).
       01 BRACKET-TABLE.
           05 BRACKET-ENTRY OCCURS 3 TIMES INDEXED BY BRACKET-IDX.
               10 BRACKET-LIMITE  PIC 9(7)V99.
               10 BRACKET-TAUX    PIC 9(2)V99.
       01 TAUX-INTERET          PIC 9(2)V99.
       01 BASE-JOURS            PIC 9(3) VALUE 360.
       01 DATE-DEPART           PIC 9(8).
       01 DATE-ARRET            PIC 9(8).
       01 JOURS-DEPART          PIC 9(7).
       01 JOURS-COURUS          PIC S9(5).
       01 JOURS-PERIODE         PIC S9(5).
       01 INTERET-COURU         PIC 9(7)V99.
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
       01 ACCOUNT-EOF-SWITCH    PIC X(01) VALUE "N".
           88 ACCOUNT-EOF          VALUE "Y".
       01 POSTING-EOF-SWITCH    PIC X(01) VALUE "N".
           88 POSTING-EOF          VALUE "Y".

      *    Flat tax on the interest credited at settlement, same
      *    default and parameter file as INTCRED.
       01 TAUX-PFU              PIC 9(2)V99 VALUE 30.00.
       01 INTERET-BRUT          PIC 9(7)V99.
       01 RETENUE-PFU           PIC 9(7)V99.
       01 NET-PFU               PIC 9(7)V99.
       01 CREDITE-COUNT         PIC 9(3) VALUE ZERO.
       01 LIBELLE-INTERETS      PIC X(60)
               VALUE "INTERETS DUS A LA SUCCESSION".
       01 DB2-OK-SWITCH         PIC X(01) VALUE "N".
           88 DB2-OK               VALUE "Y".

      *    Heirs and their shares for the settlement; the last heir
      *    takes whatever rounding left over, so each account is
      *    paid out to the cent.
       01 HERITIERS.
           05 HER-ENTREE OCCURS 10 TIMES.
               10 HER-BENEF         PIC 9(5).
               10 HER-NOM           PIC X(30).
               10 HER-PART          PIC 9(3)V99.
       01 HER-COUNT             PIC 9(2) VALUE ZERO.
       01 HER-IDX               PIC 9(2).
       01 TOTAL-PARTS           PIC 9(4)V99.
       01 HERITIERS-OK-SWITCH   PIC X(01) VALUE "N".
           88 HERITIERS-OK         VALUE "Y".
       01 REGLEMENT-OK-SWITCH   PIC X(01) VALUE "N".
           88 REGLEMENT-OK         VALUE "Y".
       01 MONTANT-SIGNE         PIC S9(7)V99.
       01 RESTE-A-REPARTIR      PIC 9(7)V99.
       01 PART-MONTANT          PIC 9(7)V99.
       01 LIBELLE-REGLEMENT     PIC X(60).

      *    A joint account passes to the first surviving
      *    co-titulaire found in ACCTHOLD.DAT, who becomes its
      *    titulaire in ACCTXREF.DAT.
       01 PARTIES-OUVERTES-SW   PIC X(01) VALUE "N".
           88 PARTIES-OUVERTES     VALUE "Y".
       01 SURVIVANT-SWITCH      PIC X(01) VALUE "N".
           88 SURVIVANT-TROUVE     VALUE "Y".
       01 SURVIVANT-ID          PIC 9(6).
       01 SURVIVANT-NOM         PIC A(30).
       01 SURVIVANT-PRENOM      PIC A(30).
       01 TRANSMIS-SWITCH       PIC X(01) VALUE "N".
           88 COMPTE-TRANSMIS      VALUE "Y".
       01 TRANSMIS-COUNT        PIC 9(3) VALUE ZERO.

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).
       01 DOC-LINE              PIC X(80).
       01 DISPLAY-MONTANT       PIC +ZZZ,ZZ9.99.
       01 DISPLAY-INTERETS      PIC ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC +ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL-INT     PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZ9.

       01 COMPANY-NAME-LINE     PIC X(40)
               VALUE "ACME DISTRIBUTION SARL".
       01 COMPANY-PROFILE-STATUS   PIC X(02).
       01 PROFIL-CHARGE-SWITCH     PIC X(01) VALUE "N".
           88 PROFIL-CHARGE          VALUE "Y".
       01 PROFIL-SOCIETE.
           05 PRF-NAME          PIC X(40).
           05 PRF-ADDR-1        PIC X(40).
           05 PRF-ADDR-2        PIC X(40).
           05 PRF-POSTCODE      PIC X(05).
           05 PRF-CITY          PIC X(25).
           05 PRF-SIRET         PIC X(14).
           05 PRF-RCS           PIC X(30).
           05 PRF-TVA-INTRA     PIC X(13).
           05 PRF-FOOTER        PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           PERFORM OUVRIR-FICHIER-SUCCESSIONS

           DISPLAY "Mode (D = declarer un deces, C = certificat "
                   "notaire, R = regler, Q = consulter) ?"
           ACCEPT RUN-MODE
           DISPLAY "Numero client du defunt ?"
           ACCEPT ID-DEFUNT

           PERFORM LIRE-CLIENT-DEFUNT
           IF NOT CLIENT-CONNU
               DISPLAY "Client " ID-DEFUNT " introuvable dans "
                       "CUSTMAST.DAT."
               PERFORM TERMINER-SUCCESSION
           END-IF

           EVALUATE TRUE
               WHEN MODE-DECLARER
                   PERFORM DECLARER-DECES
               WHEN MODE-CERTIFICAT
                   PERFORM EMETTRE-CERTIFICAT
               WHEN MODE-REGLER
                   PERFORM REGLER-SUCCESSION
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-SUCCESSION
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           PERFORM TERMINER-SUCCESSION.

      *    Every way out once SUCCESS.DAT is open comes through
      *    here, refusals included, so the file is always closed.
       TERMINER-SUCCESSION.
           CLOSE SUCCESSION-FILE
           GOBACK.

      *    SUCCESS.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files in this repo.
       OUVRIR-FICHIER-SUCCESSIONS.
           OPEN I-O SUCCESSION-FILE
           IF SUCCESS-STATUS = "35"
               OPEN OUTPUT SUCCESSION-FILE
               CLOSE SUCCESSION-FILE
               OPEN I-O SUCCESSION-FILE
           END-IF.

       LIRE-CLIENT-DEFUNT.
           MOVE "N" TO CLIENT-CONNU-SWITCH
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-STATUS = "00"
               MOVE ID-DEFUNT TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NOM TO NOM-DEFUNT
                       MOVE CUST-PRENOM TO PRENOM-DEFUNT
                       MOVE CUST-DOB TO DOB-DEFUNT
                       SET CLIENT-CONNU TO TRUE
               END-READ
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTMAST.DAT indisponible ("
                       CUSTMAST-STATUS ") : controle impossible."
           END-IF.

      *    The declaration freezes everything at once - a deceased
      *    account stops MAJCOMPTE, BULKMVT, STOEXEC and INTCRED,
      *    and the orders, mandate and contracts are ended as of
      *    the date of death - so it is a supervisor act, done once
      *    per customer.
       DECLARER-DECES.
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Declaration de deces reservee au "
                       "superviseur."
               PERFORM TERMINER-SUCCESSION
           END-IF

           MOVE ID-DEFUNT TO SUC-CUST-ID
           READ SUCCESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Succession deja ouverte le "
                           SUC-DATE-DECLARATION " (deces du "
                           SUC-DATE-DECES ")."
                   PERFORM TERMINER-SUCCESSION
           END-READ

           MOVE "N" TO DECES-VALIDE-SWITCH
           PERFORM SAISIR-DATE-DECES UNTIL DECES-VALIDE
           DISPLAY "Etude notariale chargee de la succession ?"
           ACCEPT NOTAIRE-SAISI

           MOVE ID-DEFUNT TO SUC-CUST-ID
           MOVE DATE-DECES TO SUC-DATE-DECES
           MOVE RUN-DATE TO SUC-DATE-DECLARATION
           MOVE NOTAIRE-SAISI TO SUC-NOTAIRE
           MOVE "O" TO SUC-STATUT
           MOVE ZERO TO SUC-DATE-CERTIFICAT
           MOVE ZERO TO SUC-DATE-REGLEMENT
           MOVE OPERATEUR-COURANT TO SUC-OPERATEUR
           WRITE SUCCESSION-RECORD
               INVALID KEY
                   DISPLAY "Erreur ecriture SUCCESS.DAT ("
                           SUCCESS-STATUS ") : declaration refusee."
                   PERFORM TERMINER-SUCCESSION
           END-WRITE

           PERFORM RECENSER-COMPTES-DEFUNT
           PERFORM BLOQUER-COMPTES-DEFUNT
           PERFORM ARRETER-PROCURATIONS
           PERFORM ARRETER-ORDRES-PERMANENTS
           PERFORM REVOQUER-MANDAT-PRELEVEMENT
           PERFORM ARRETER-CONTRATS
           PERFORM RETIRER-DES-ENVOIS

           DISPLAY "Deces du client " ID-DEFUNT " enregistre au "
                   DATE-DECES "."
           MOVE BLOQUE-COUNT TO DISPLAY-COUNT
           DISPLAY "  Comptes geles            : " DISPLAY-COUNT
           MOVE PROCURATION-COUNT TO DISPLAY-COUNT
           DISPLAY "  Procurations arretees    : " DISPLAY-COUNT
           MOVE ORDRE-COUNT TO DISPLAY-COUNT
           DISPLAY "  Ordres permanents arretes: " DISPLAY-COUNT
           MOVE MANDAT-COUNT TO DISPLAY-COUNT
           DISPLAY "  Mandats SEPA revoques    : " DISPLAY-COUNT
           MOVE CONTRAT-COUNT TO DISPLAY-COUNT
           DISPLAY "  Contrats arretes         : " DISPLAY-COUNT

           MOVE SPACES TO LOG-LINE
           STRING "SUCCESSION OUVERTE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " CLIENT " DELIMITED BY SIZE
                  ID-DEFUNT DELIMITED BY SIZE
                  " DECES " DELIMITED BY SIZE
                  DATE-DECES DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

       SAISIR-DATE-DECES.
           DISPLAY "Date du deces (AAAAMMJJ) ?"
           ACCEPT DATE-DECES
           IF DECES-MOIS < 1 OR DECES-MOIS > 12
               DISPLAY "Date du deces invalide, merci de ressaisir."
           ELSE
               PERFORM CHERCHER-LONGUEUR-MOIS
               IF DECES-JOUR < 1 OR DECES-JOUR > MOIS-LONGUEUR
                   DISPLAY "Jour invalide pour ce mois, merci de "
                           "ressaisir."
               ELSE
                   IF DATE-DECES > RUN-DATE
                       DISPLAY "Date du deces posterieure a "
                               "aujourd'hui, merci de ressaisir."
                   ELSE
                       SET DECES-VALIDE TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHERCHER-LONGUEUR-MOIS.
           MOVE MOIS-JOURS(DECES-MOIS) TO MOIS-LONGUEUR
           IF DECES-MOIS = 2
               DIVIDE DECES-ANNEE BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE DECES-ANNEE BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE DECES-ANNEE BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Titulaire accounts first, off the cross-reference; then
      *    the parties file, which both adds the accounts held
      *    jointly under someone else's titulaire and marks the
      *    deceased's own accounts that have a co-titulaire.
       RECENSER-COMPTES-DEFUNT.
           MOVE ZERO TO CPT-COUNT
           MOVE "N" TO XREF-EOF-SWITCH
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS = "00"
               MOVE ZERO TO XREF-ACCOUNT-ID
               START ACCOUNT-XREF-FILE
                       KEY IS NOT LESS THAN XREF-ACCOUNT-ID
                   INVALID KEY
                       SET XREF-EOF TO TRUE
               END-START
               PERFORM EXAMINER-XREF-SUIVANT UNTIL XREF-EOF
               CLOSE ACCOUNT-XREF-FILE
           END-IF

           MOVE "N" TO HOLD-EOF-SWITCH
           OPEN INPUT ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               MOVE ZERO TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM EXAMINER-PARTIE-SUIVANTE UNTIL HOLD-EOF
               CLOSE ACCOUNT-HOLDER-FILE
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
               IF XREF-CUST-ID = ID-DEFUNT
                   MOVE XREF-ACCOUNT-ID TO COMPTE-A-AJOUTER
                   MOVE "T" TO ROLE-A-AJOUTER
                   PERFORM AJOUTER-COMPTE-DEFUNT
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
           IF NOT HOLD-EOF AND AHD-COTITULAIRE
               IF AHD-CUST-ID = ID-DEFUNT
                   MOVE AHD-COMPTE TO COMPTE-A-AJOUTER
                   MOVE "C" TO ROLE-A-AJOUTER
                   PERFORM AJOUTER-COMPTE-DEFUNT
               ELSE
                   MOVE AHD-COMPTE TO COMPTE-CHERCHE
                   PERFORM CHERCHER-COMPTE-DEFUNT
                   IF COMPTE-TROUVE
                       MOVE "Y" TO CPT-JOINT(CPT-TROUVE)
                   END-IF
               END-IF
           END-IF.

      *    An account that does not fit is not blocked: the
      *    operator is told which one, to block it through ACCTMNT.
       AJOUTER-COMPTE-DEFUNT.
           IF CPT-COUNT >= CPT-MAX
               DISPLAY "Table des comptes du defunt pleine : compte "
                       COMPTE-A-AJOUTER " ignore."
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO CPT-COUNT
               MOVE COMPTE-A-AJOUTER TO CPT-ID(CPT-COUNT)
               MOVE ROLE-A-AJOUTER TO CPT-ROLE(CPT-COUNT)
               MOVE ZERO TO CPT-INTERETS(CPT-COUNT)
               MOVE ZERO TO CPT-COURUS(CPT-COUNT)
               MOVE ZERO TO CPT-COURUS-DEBUT(CPT-COUNT)
               MOVE ZERO TO CPT-RETENUE(CPT-COUNT)
               MOVE "N" TO CPT-CREDITE(CPT-COUNT)
               IF CPT-COTITULAIRE(CPT-COUNT)
                   MOVE "Y" TO CPT-JOINT(CPT-COUNT)
               ELSE
                   MOVE "N" TO CPT-JOINT(CPT-COUNT)
               END-IF
           END-IF.

       CHERCHER-COMPTE-DEFUNT.
           MOVE "N" TO COMPTE-TROUVE-SWITCH
           MOVE ZERO TO CPT-TROUVE
           PERFORM COMPARER-COMPTE-DEFUNT
               VARYING CPT-IDX FROM 1 BY 1
               UNTIL CPT-IDX > CPT-COUNT OR COMPTE-TROUVE.

       COMPARER-COMPTE-DEFUNT.
           IF CPT-ID(CPT-IDX) = COMPTE-CHERCHE
               SET COMPTE-TROUVE TO TRUE
               MOVE CPT-IDX TO CPT-TROUVE
           END-IF.

      *    Same status record ACCTMNT keeps, set to the deceased
      *    status only SUCCMNT lifts; a closed account stays
      *    closed, a pre-ACCTSTAT account gets its first record
      *    from this freeze.
       BLOQUER-COMPTES-DEFUNT.
           OPEN I-O ACCOUNT-STATUS-FILE
           IF ACCTSTAT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-STATUS-FILE
               CLOSE ACCOUNT-STATUS-FILE
               OPEN I-O ACCOUNT-STATUS-FILE
           END-IF
           PERFORM BLOQUER-UN-COMPTE
               VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > CPT-COUNT
           CLOSE ACCOUNT-STATUS-FILE.

       BLOQUER-UN-COMPTE.
           MOVE CPT-ID(CPT-IDX) TO AST-COMPTE
           READ ACCOUNT-STATUS-FILE
               INVALID KEY
                   MOVE CPT-ID(CPT-IDX) TO AST-COMPTE
                   MOVE "D" TO AST-STATUT
                   MOVE RUN-DATE TO AST-STATUT-DATE
                   MOVE SPACE TO AST-TYPE
                   WRITE ACCOUNT-STATUS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM COMPTER-COMPTE-BLOQUE
               NOT INVALID KEY
                   IF NOT AST-CLOTURE
                       MOVE "D" TO AST-STATUT
                       MOVE RUN-DATE TO AST-STATUT-DATE
                       REWRITE ACCOUNT-STATUS-RECORD
                           INVALID KEY
                               DISPLAY "Erreur mise a jour du "
                                       "statut du compte "
                                       AST-COMPTE
                       END-REWRITE
                       PERFORM COMPTER-COMPTE-BLOQUE
                   END-IF
           END-READ.

       COMPTER-COMPTE-BLOQUE.
           ADD 1 TO BLOQUE-COUNT
           MOVE SPACES TO LOG-LINE
           STRING "COMPTE STATUT " DELIMITED BY SIZE
                  AST-STATUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " CPT " DELIMITED BY SIZE
                  AST-COMPTE DELIMITED BY SIZE
                  " DECES" DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    A power of attorney dies with the person who gave it:
      *    every mandate on the deceased's own accounts ends at the
      *    date of death, and so does any mandate the deceased
      *    held on someone else's account.
       ARRETER-PROCURATIONS.
           MOVE "N" TO HOLD-EOF-SWITCH
           OPEN I-O ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               MOVE ZERO TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM ARRETER-UNE-PROCURATION UNTIL HOLD-EOF
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       ARRETER-UNE-PROCURATION.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           MOVE "N" TO PROCURATION-SWITCH
           IF NOT HOLD-EOF AND AHD-MANDATAIRE
                   AND (AHD-FIN = ZERO OR AHD-FIN > DATE-DECES)
               IF AHD-CUST-ID = ID-DEFUNT
                   SET PROCURATION-A-ARRETER TO TRUE
               ELSE
                   MOVE AHD-COMPTE TO COMPTE-CHERCHE
                   PERFORM CHERCHER-COMPTE-DEFUNT
                   IF COMPTE-TROUVE
                       IF CPT-TITULAIRE(CPT-TROUVE)
                           SET PROCURATION-A-ARRETER TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PROCURATION-A-ARRETER
               MOVE DATE-DECES TO AHD-FIN
               REWRITE ACCOUNT-HOLDER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour de la procuration "
                               AHD-COMPTE "/" AHD-CUST-ID
               END-REWRITE
               ADD 1 TO PROCURATION-COUNT
               MOVE AHD-COMPTE TO EVENEMENT-COMPTE
               MOVE AHD-CUST-ID TO EVENEMENT-CLIENT
               MOVE "R" TO EVENEMENT-NATURE
               MOVE "M" TO EVENEMENT-ROLE
               MOVE DATE-DECES TO EVENEMENT-DATE-EFFET
               PERFORM ENREGISTRER-EVENEMENT-FICOBA
           END-IF.

      *    An order debiting one of the accounts ends on the date of
      *    death; STOEXEC retires it the next time it comes due. An
      *    order already ending earlier is left alone.
       ARRETER-ORDRES-PERMANENTS.
           MOVE "N" TO STO-EOF-SWITCH
           OPEN I-O STANDING-ORDER-FILE
           IF STORDERS-STATUS = "00"
               MOVE ZERO TO STO-NUMBER
               START STANDING-ORDER-FILE
                       KEY IS NOT LESS THAN STO-NUMBER
                   INVALID KEY
                       SET STO-EOF TO TRUE
               END-START
               PERFORM ARRETER-UN-ORDRE UNTIL STO-EOF
               CLOSE STANDING-ORDER-FILE
           END-IF.

       ARRETER-UN-ORDRE.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET STO-EOF TO TRUE
           END-READ
           IF STORDERS-STATUS NOT = "00"
               SET STO-EOF TO TRUE
           END-IF
           IF NOT STO-EOF
                   AND (STO-END-DATE = ZERO
                        OR STO-END-DATE > DATE-DECES)
               MOVE STO-DEBIT-COMPTE TO COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE-DEFUNT
               IF COMPTE-TROUVE
                   MOVE DATE-DECES TO STO-END-DATE
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour de l'ordre "
                                   STO-NUMBER
                   END-REWRITE
                   ADD 1 TO ORDRE-COUNT
               END-IF
           END-IF.

       REVOQUER-MANDAT-PRELEVEMENT.
           OPEN I-O MANDATE-FILE
           IF DDMAND-STATUS = "00"
               MOVE ID-DEFUNT TO MAND-CUST-ID
               READ MANDATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT MAND-REVOQUE
                           MOVE "R" TO MAND-STATUT
                           REWRITE DEBIT-MANDATE-RECORD
                               INVALID KEY
                                   DISPLAY "Erreur mise a jour du "
                                           "mandat " MAND-RUM
                           END-REWRITE
                           ADD 1 TO MANDAT-COUNT
                       END-IF
               END-READ
               CLOSE MANDATE-FILE
           END-IF.

      *    Contracts end the same way as the orders: CTRBILL stops
      *    billing them once the next date passes the end date.
       ARRETER-CONTRATS.
           MOVE "N" TO CTR-EOF-SWITCH
           OPEN I-O BILLING-CONTRACT-FILE
           IF BILLCTR-STATUS = "00"
               MOVE ZERO TO CTR-NUMBER
               START BILLING-CONTRACT-FILE
                       KEY IS NOT LESS THAN CTR-NUMBER
                   INVALID KEY
                       SET CTR-EOF TO TRUE
               END-START
               PERFORM ARRETER-UN-CONTRAT UNTIL CTR-EOF
               CLOSE BILLING-CONTRACT-FILE
           END-IF.

       ARRETER-UN-CONTRAT.
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
                   SET CTR-EOF TO TRUE
           END-READ
           IF BILLCTR-STATUS NOT = "00"
               SET CTR-EOF TO TRUE
           END-IF
           IF NOT CTR-EOF AND CTR-CUST-ID = ID-DEFUNT
                   AND (CTR-END-DATE = ZERO
                        OR CTR-END-DATE > DATE-DECES)
               MOVE DATE-DECES TO CTR-END-DATE
               REWRITE BILLING-CONTRACT-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du contrat "
                               CTR-NUMBER
               END-REWRITE
               ADD 1 TO CONTRAT-COUNT
           END-IF.

      *    No more marketing mail addressed to the deceased: the
      *    mailing consent is withdrawn on the customer master.
       RETIRER-DES-ENVOIS.
           OPEN I-O CUSTOMER-MASTER
           IF CUSTMAST-STATUS = "00"
               MOVE ID-DEFUNT TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO CUST-MAIL-CONSENT
                       REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

      *    The certificate can be reprinted as often as the notaire
      *    asks; the latest date is kept on the succession record.
       EMETTRE-CERTIFICAT.
           MOVE ID-DEFUNT TO SUC-CUST-ID
           READ SUCCESSION-FILE
               INVALID KEY
                   DISPLAY "Aucune succession ouverte pour ce "
                           "client : declarer le deces (mode D)."
                   PERFORM TERMINER-SUCCESSION
           END-READ
           MOVE SUC-DATE-DECES TO DATE-DECES
           MOVE DATE-DECES TO DATE-ARRET-INTERETS

           PERFORM RECENSER-COMPTES-DEFUNT
           PERFORM CUMULER-INTERETS-ACQUIS
           PERFORM OUVRIR-DOC-CERTIFICAT
           PERFORM CHARGER-PROFIL-SOCIETE
           PERFORM ECRIRE-CERTIFICAT
           CLOSE CERTIFICATE-DOC-FILE

           MOVE RUN-DATE TO SUC-DATE-CERTIFICAT
           REWRITE SUCCESSION-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de SUCCESS.DAT ("
                           SUCCESS-STATUS ")."
           END-REWRITE

           DISPLAY "Certificat du client " ID-DEFUNT
                   " imprime dans SUCCCERT.PRN."
           MOVE SPACES TO LOG-LINE
           STRING "SUCCESSION CERTIFICAT " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " CLIENT " DELIMITED BY SIZE
                  ID-DEFUNT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    Interest is acquired at the end of the period it was
      *    earned over; postings from before the value period was
      *    recorded fall back on their run date. Only a posting
      *    HelloCobol wrote "N" is pending, as INTCRED reads it.
      *    Anything acquired by DATE-ARRET-INTERETS belongs to the
      *    estate, a posting straddling it for its share of days;
      *    at settlement every pending posting is the estate's and
      *    counts in full, with its flat tax.
       CUMULER-INTERETS-ACQUIS.
           PERFORM INITIALISER-PALIERS
           PERFORM LIRE-PARM-BASE-JOURS
           MOVE "N" TO INTPOST-EOF-SWITCH
           OPEN INPUT INTEREST-POSTING-FILE
           IF INTPOST-STATUS = "00"
               PERFORM LIRE-ECRITURE-INTERET UNTIL INTPOST-EOF
               CLOSE INTEREST-POSTING-FILE
           END-IF
           PERFORM ACCRUER-JUSQU-A-L-ARRET.

       LIRE-ECRITURE-INTERET.
           READ INTEREST-POSTING-FILE
               AT END
                   SET INTPOST-EOF TO TRUE
               NOT AT END
                   IF POST-PERIOD-END NUMERIC
                           AND POST-PERIOD-END > ZERO
                       MOVE POST-PERIOD-END TO DATE-ACQUISITION
                   ELSE
                       MOVE POST-DATE TO DATE-ACQUISITION
                   END-IF
                   IF POST-APPLIED-FLAG = "N"
                       MOVE POST-ACCOUNT-ID TO COMPTE-CHERCHE
                       PERFORM CHERCHER-COMPTE-DEFUNT
                       IF COMPTE-TROUVE
                           PERFORM RETENIR-ECRITURE-INTERET
                       END-IF
                   END-IF
           END-READ.

       RETENIR-ECRITURE-INTERET.
           MOVE ZERO TO INTERET-COURU
           EVALUATE TRUE
               WHEN MODE-REGLER
                   MOVE POST-INTEREST TO INTERET-COURU
                   MOVE POST-INTEREST TO INTERET-BRUT
                   PERFORM CALCULER-RETENUE-PFU
                   ADD RETENUE-PFU TO CPT-RETENUE(CPT-TROUVE)
               WHEN DATE-ACQUISITION <= DATE-ARRET-INTERETS
                   MOVE POST-INTEREST TO INTERET-COURU
               WHEN POST-PERIOD-START NUMERIC
                       AND POST-PERIOD-START > ZERO
                       AND POST-PERIOD-START < DATE-ARRET-INTERETS
                   PERFORM PRORATISER-ECRITURE-INTERET
           END-EVALUATE
           ADD INTERET-COURU TO CPT-INTERETS(CPT-TROUVE).

      *    The share of the posting's value period run by the stop
      *    date, in days over days.
       PRORATISER-ECRITURE-INTERET.
           MOVE POST-PERIOD-START TO DATE-DEPART
           MOVE DATE-ACQUISITION TO DATE-ARRET
           PERFORM CALCULER-JOURS-COURUS
           MOVE JOURS-COURUS TO JOURS-PERIODE
           MOVE DATE-ARRET-INTERETS TO DATE-ARRET
           PERFORM CALCULER-JOURS-COURUS
           IF JOURS-PERIODE > 0
               COMPUTE INTERET-COURU ROUNDED
                   = POST-INTEREST * JOURS-COURUS / JOURS-PERIODE
           END-IF.

      *    Days HelloCobol has not accrued yet on one of the
      *    accounts - its stamp in ACCOUNTS.DAT still before the
      *    stop date - are accrued here on the balance it runs on.
      *    An account never accrued, or missing from the book, has
      *    nothing to add.
       ACCRUER-JUSQU-A-L-ARRET.
           MOVE "N" TO ACCOUNT-EOF-SWITCH
           OPEN INPUT ACCOUNT-FILE
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM ACCRUER-UN-COMPTE UNTIL ACCOUNT-EOF
               CLOSE ACCOUNT-FILE
           END-IF.

       ACCRUER-UN-COMPTE.
           READ ACCOUNT-FILE
               AT END
                   SET ACCOUNT-EOF TO TRUE
           END-READ
           IF NOT ACCOUNT-EOF
               MOVE ACC-ID TO COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE-DEFUNT
               IF COMPTE-TROUVE
                       AND ACC-LAST-ACCRUAL NUMERIC
                       AND ACC-LAST-ACCRUAL > ZERO
                       AND ACC-LAST-ACCRUAL < DATE-ARRET-INTERETS
                   MOVE ACC-LAST-ACCRUAL TO DATE-DEPART
                   MOVE DATE-ARRET-INTERETS TO DATE-ARRET
                   PERFORM CALCULER-JOURS-COURUS
                   PERFORM RECHERCHER-TAUX
                   COMPUTE INTERET-COURU ROUNDED
                       = ACC-MONTANT * TAUX-INTERET / 100
                       * JOURS-COURUS / BASE-JOURS
                   MOVE INTERET-COURU TO CPT-COURUS(CPT-TROUVE)
                   MOVE ACC-LAST-ACCRUAL
                       TO CPT-COURUS-DEBUT(CPT-TROUVE)
                   ADD INTERET-COURU TO CPT-INTERETS(CPT-TROUVE)
                   IF MODE-REGLER
                       MOVE INTERET-COURU TO INTERET-BRUT
                       PERFORM CALCULER-RETENUE-PFU
                       ADD RETENUE-PFU TO CPT-RETENUE(CPT-TROUVE)
                   END-IF
               END-IF
           END-IF.

      *    HelloCobol's savings brackets.
       INITIALISER-PALIERS.
           MOVE 10000.00 TO BRACKET-LIMITE(1)
           MOVE 10.00 TO BRACKET-TAUX(1)
           MOVE 50000.00 TO BRACKET-LIMITE(2)
           MOVE 15.75 TO BRACKET-TAUX(2)
           MOVE 9999999.99 TO BRACKET-LIMITE(3)
           MOVE 20.00 TO BRACKET-TAUX(3).

       RECHERCHER-TAUX.
           SET BRACKET-IDX TO 1
           SEARCH BRACKET-ENTRY
               AT END
                   MOVE BRACKET-TAUX(3) TO TAUX-INTERET
               WHEN ACC-MONTANT <= BRACKET-LIMITE(BRACKET-IDX)
                   MOVE BRACKET-TAUX(BRACKET-IDX) TO TAUX-INTERET
           END-SEARCH.

      *    INTPARM.DAT may not exist; actual/360 then stands.
       LIRE-PARM-BASE-JOURS.
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
           END-IF.

       CALCULER-JOURS-COURUS.
           MOVE DATE-DEPART TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           MOVE SERIE-JOURS TO JOURS-DEPART
           MOVE DATE-ARRET TO SERIE-DATE
           PERFORM CALCULER-JOURS-SERIE
           COMPUTE JOURS-COURUS = SERIE-JOURS - JOURS-DEPART
           IF JOURS-COURUS < 0
               MOVE ZERO TO JOURS-COURUS
           END-IF.

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

      *    SUCCCERT.PRN may not exist yet on a brand new install;
      *    create it empty the first time, same as DORMLTR.PRN.
       OUVRIR-DOC-CERTIFICAT.
           OPEN EXTEND CERTIFICATE-DOC-FILE
           IF CERTIFICATE-DOC-STATUS = "35"
               OPEN OUTPUT CERTIFICATE-DOC-FILE
               CLOSE CERTIFICATE-DOC-FILE
               OPEN EXTEND CERTIFICATE-DOC-FILE
           END-IF.

       ECRIRE-CERTIFICAT.
           PERFORM ECRIRE-ENTETE-SOCIETE

           MOVE SPACES TO DOC-LINE
           STRING "CERTIFICAT DE SOLDES AU DECES    DATE : "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT

           MOVE SPACES TO DOC-LINE
           STRING "A L'ATTENTION DE : " DELIMITED BY SIZE
                  SUC-NOTAIRE DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           PERFORM ECRIRE-LIGNE-BLANCHE

           MOVE SPACES TO DOC-LINE
           STRING "DEFUNT(E) : " DELIMITED BY SIZE
                  FUNCTION TRIM(PRENOM-DEFUNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NOM-DEFUNT) DELIMITED BY SIZE
                  "  CLIENT " DELIMITED BY SIZE
                  ID-DEFUNT DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT

           MOVE SPACES TO DOC-LINE
           STRING "NE(E) LE : " DELIMITED BY SIZE
                  DOB-DEFUNT DELIMITED BY SIZE
                  "    DECEDE(E) LE : " DELIMITED BY SIZE
                  DATE-DECES DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           PERFORM ECRIRE-LIGNE-BLANCHE

           MOVE SPACES TO DOC-LINE
           MOVE "COMPTE" TO DOC-LINE(1:6)
           MOVE "QUALITE" TO DOC-LINE(9:7)
           MOVE "SOLDE AU DECES" TO DOC-LINE(28:14)
           MOVE "INTERETS ACQUIS" TO DOC-LINE(45:15)
           PERFORM ECRIRE-LIGNE-CERTIFICAT

           MOVE ZERO TO TOTAL-SOLDES-DECES
           MOVE ZERO TO TOTAL-INTERETS
           PERFORM ECRIRE-LIGNE-COMPTE-DECES
               VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > CPT-COUNT

           MOVE TOTAL-SOLDES-DECES TO DISPLAY-TOTAL
           MOVE TOTAL-INTERETS TO DISPLAY-TOTAL-INT
           MOVE SPACES TO DOC-LINE
           MOVE "TOTAL" TO DOC-LINE(1:5)
           MOVE DISPLAY-TOTAL TO DOC-LINE(24:15)
           MOVE DISPLAY-TOTAL-INT TO DOC-LINE(41:14)
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           PERFORM ECRIRE-LIGNE-BLANCHE

           MOVE SPACES TO DOC-LINE
           STRING "SOLDES ETABLIS SUR LE SOLDE DU JOUR, DEDUCTION "
                  "FAITE DES OPERATIONS" DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           MOVE SPACES TO DOC-LINE
           STRING "POSTERIEURES AU DECES. INTERETS ACQUIS ET COURUS "
                  "AU DECES, NON CREDITES." DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           MOVE SPACES TO DOC-LINE
           STRING "LES COMPTES JOINTS RESTENT AU CO-TITULAIRE "
                  "SURVIVANT." DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT

           PERFORM ECRIRE-PIED-SOCIETE

           MOVE SPACES TO DOC-LINE
           STRING "---- FIN DE CERTIFICAT ----" DELIMITED BY SIZE
               INTO DOC-LINE
           PERFORM ECRIRE-LIGNE-CERTIFICAT
           PERFORM ECRIRE-LIGNE-BLANCHE.

      *    Balance at the date of death off COMPTES and TRANSACTIONS;
      *    an account COMPTES no longer knows still gets its line.
       ECRIRE-LIGNE-COMPTE-DECES.
           MOVE CPT-ID(CPT-IDX) TO ID-COMPTE
           MOVE SPACES TO DOC-LINE
           MOVE ID-COMPTE TO DOC-LINE(1:5)
           EVALUATE TRUE
               WHEN CPT-COTITULAIRE(CPT-IDX)
                   MOVE "CO-TITULAIRE" TO DOC-LINE(9:12)
               WHEN CPT-EST-JOINT(CPT-IDX)
                   MOVE "TITULAIRE JOINT" TO DOC-LINE(9:15)
               WHEN OTHER
                   MOVE "TITULAIRE" TO DOC-LINE(9:9)
           END-EVALUATE

           EXEC SQL
               SELECT SOLDE
               INTO :SOLDE-COMPTE
               FROM COMPTES
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "INCONNU DE COMPTES" TO DOC-LINE(28:18)
           ELSE
               MOVE ZERO TO MOUVEMENTS-APRES
               EXEC SQL
                   SELECT COALESCE(SUM(MONTANT), 0)
                   INTO :MOUVEMENTS-APRES
                   FROM TRANSACTIONS
                   WHERE ID_COMPTE = :ID-COMPTE
                     AND DATE_TRANSACTION > :DATE-DECES
               END-EXEC
               COMPUTE SOLDE-DECES = SOLDE-COMPTE - MOUVEMENTS-APRES
               ADD SOLDE-DECES TO TOTAL-SOLDES-DECES
               MOVE SOLDE-DECES TO DISPLAY-MONTANT
               MOVE DISPLAY-MONTANT TO DOC-LINE(28:11)
               ADD CPT-INTERETS(CPT-IDX) TO TOTAL-INTERETS
               MOVE CPT-INTERETS(CPT-IDX) TO DISPLAY-INTERETS
               MOVE DISPLAY-INTERETS TO DOC-LINE(45:10)
           END-IF
           PERFORM ECRIRE-LIGNE-CERTIFICAT.

       ECRIRE-LIGNE-CERTIFICAT.
           MOVE DOC-LINE TO CERTIFICATE-DOC-RECORD
           WRITE CERTIFICATE-DOC-RECORD.

       ECRIRE-LIGNE-BLANCHE.
           MOVE SPACES TO CERTIFICATE-DOC-RECORD
           WRITE CERTIFICATE-DOC-RECORD.

      *    Settlement, once the notaire has named the heirs and
      *    their shares: each account the deceased held alone is
      *    credited the interest owed to it, emptied in one closing
      *    entry, its balance staged for the bank remittance to the
      *    heirs' beneficiaries, and closed. A joint account passes
      *    to the surviving co-titulaire and an account the
      *    deceased co-held goes back to its titulaire, both
      *    reopened; an overdrawn account stays frozen as a claim
      *    on the estate, and the succession only counts as settled
      *    once no account is left frozen.
       REGLER-SUCCESSION.
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Reglement de succession reserve au "
                       "superviseur."
               PERFORM TERMINER-SUCCESSION
           END-IF

           MOVE ID-DEFUNT TO SUC-CUST-ID
           READ SUCCESSION-FILE
               INVALID KEY
                   DISPLAY "Aucune succession ouverte pour ce "
                           "client : declarer le deces (mode D)."
                   PERFORM TERMINER-SUCCESSION
           END-READ
           IF SUC-REGLEE
               DISPLAY "Succession deja reglee le "
                       SUC-DATE-REGLEMENT "."
               PERFORM TERMINER-SUCCESSION
           END-IF
           IF SUC-DATE-CERTIFICAT = ZERO
               DISPLAY "Certificat jamais emis : l'imprimer pour le "
                       "notaire (mode C) avant de regler."
               PERFORM TERMINER-SUCCESSION
           END-IF
           MOVE SUC-DATE-DECES TO DATE-DECES

           PERFORM SAISIR-HERITIERS
           IF NOT HERITIERS-OK
               DISPLAY "Reglement refuse."
               PERFORM TERMINER-SUCCESSION
           END-IF

           MOVE SPACES TO LIBELLE-REGLEMENT
           STRING "REGLEMENT SUCCESSION CLIENT " DELIMITED BY SIZE
                  ID-DEFUNT DELIMITED BY SIZE
               INTO LIBELLE-REGLEMENT

           PERFORM RECENSER-COMPTES-DEFUNT
           MOVE RUN-DATE TO DATE-ARRET-INTERETS
           PERFORM LIRE-PARM-PFU
           PERFORM CUMULER-INTERETS-ACQUIS
           MOVE ZERO TO RESTANT-COUNT
           MOVE ZERO TO SOLDE-COUNT
           MOVE ZERO TO TRANSMIS-COUNT
           MOVE ZERO TO CREDITE-COUNT
           OPEN I-O ACCOUNT-STATUS-FILE
           IF ACCTSTAT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-STATUS-FILE
               CLOSE ACCOUNT-STATUS-FILE
               OPEN I-O ACCOUNT-STATUS-FILE
           END-IF
           PERFORM OUVRIR-FICHIERS-PARTIES
           PERFORM REGLER-UN-COMPTE
               VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > CPT-COUNT
           PERFORM FERMER-FICHIERS-PARTIES
           CLOSE ACCOUNT-STATUS-FILE
           IF CREDITE-COUNT > ZERO
               PERFORM MARQUER-INTERETS-CREDITES
               PERFORM ARRETER-COMPTES-INTERETS
           END-IF

           MOVE SOLDE-COUNT TO DISPLAY-COUNT
           DISPLAY "Comptes soldes et clotures : " DISPLAY-COUNT
           MOVE TRANSMIS-COUNT TO DISPLAY-COUNT
           DISPLAY "Comptes rendus aux survivants : " DISPLAY-COUNT
           IF RESTANT-COUNT = ZERO
               MOVE "R" TO SUC-STATUT
               MOVE RUN-DATE TO SUC-DATE-REGLEMENT
               DISPLAY "Succession du client " ID-DEFUNT " reglee."
           ELSE
               MOVE RESTANT-COUNT TO DISPLAY-COUNT
               DISPLAY DISPLAY-COUNT " compte(s) restent a regler :"
                       " succession toujours ouverte."
           END-IF
           REWRITE SUCCESSION-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de SUCCESS.DAT ("
                           SUCCESS-STATUS ")."
           END-REWRITE.

      *    Every heir must be an active beneficiary and the shares
      *    must add up to exactly 100 %, or nothing is paid.
       SAISIR-HERITIERS.
           SET HERITIERS-OK TO TRUE
           DISPLAY "Nombre d'heritiers a regler (1 a 10) ?"
           ACCEPT HER-COUNT
           IF HER-COUNT < 1 OR HER-COUNT > 10
               DISPLAY "Nombre d'heritiers invalide."
               MOVE "N" TO HERITIERS-OK-SWITCH
           ELSE
               OPEN INPUT BENEFICIARY-FILE
               IF BENEF-STATUS NOT = "00"
                   DISPLAY "BENEF.DAT indisponible ("
                           BENEF-STATUS ") : saisir les heritiers "
                           "via BENMAINT."
                   MOVE "N" TO HERITIERS-OK-SWITCH
               ELSE
                   MOVE ZERO TO TOTAL-PARTS
                   PERFORM SAISIR-UN-HERITIER
                       VARYING HER-IDX FROM 1 BY 1
                       UNTIL HER-IDX > HER-COUNT
                   CLOSE BENEFICIARY-FILE
                   IF HERITIERS-OK AND TOTAL-PARTS NOT = 100
                       DISPLAY "Total des parts different de "
                               "100 %."
                       MOVE "N" TO HERITIERS-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       SAISIR-UN-HERITIER.
           DISPLAY "Heritier " HER-IDX
                   " : numero de beneficiaire (BENMAINT) ?"
           ACCEPT HER-BENEF(HER-IDX)
           MOVE HER-BENEF(HER-IDX) TO BEN-NUMBER
           READ BENEFICIARY-FILE
               INVALID KEY
                   DISPLAY "Beneficiaire " BEN-NUMBER " inconnu."
                   MOVE "N" TO HERITIERS-OK-SWITCH
               NOT INVALID KEY
                   IF NOT BEN-ACTIF
                       DISPLAY "Beneficiaire " BEN-NUMBER
                               " suspendu."
                       MOVE "N" TO HERITIERS-OK-SWITCH
                   ELSE
                       MOVE BEN-NOM TO HER-NOM(HER-IDX)
                       DISPLAY "  " BEN-NOM
                   END-IF
           END-READ
           DISPLAY "Part de cet heritier en % (ex. 50.00) ?"
           ACCEPT HER-PART(HER-IDX)
           ADD HER-PART(HER-IDX) TO TOTAL-PARTS.

      *    The parties files are opened for update once for the
      *    whole settlement; without them no joint or co-held
      *    account can change hands and each stays frozen.
       OUVRIR-FICHIERS-PARTIES.
           MOVE "N" TO PARTIES-OUVERTES-SW
           OPEN I-O ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS = "00"
               OPEN I-O ACCOUNT-HOLDER-FILE
               IF ACCTHOLD-STATUS = "00"
                   SET PARTIES-OUVERTES TO TRUE
               ELSE
                   CLOSE ACCOUNT-XREF-FILE
               END-IF
           END-IF.

       FERMER-FICHIERS-PARTIES.
           IF PARTIES-OUVERTES
               CLOSE ACCOUNT-XREF-FILE
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       REGLER-UN-COMPTE.
           MOVE CPT-ID(CPT-IDX) TO ID-COMPTE
           MOVE ID-COMPTE TO AST-COMPTE
           READ ACCOUNT-STATUS-FILE
               INVALID KEY
                   MOVE ID-COMPTE TO AST-COMPTE
                   MOVE "D" TO AST-STATUT
                   MOVE RUN-DATE TO AST-STATUT-DATE
                   MOVE SPACE TO AST-TYPE
                   WRITE ACCOUNT-STATUS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           EVALUATE TRUE
               WHEN AST-CLOTURE
                   DISPLAY "Compte " ID-COMPTE " : deja cloture."
               WHEN (CPT-COTITULAIRE(CPT-IDX)
                        OR CPT-EST-JOINT(CPT-IDX))
                       AND NOT PARTIES-OUVERTES
                   DISPLAY "Compte " ID-COMPTE " : ACCTXREF.DAT ou "
                           "ACCTHOLD.DAT indisponible, compte "
                           "laisse gele."
                   ADD 1 TO RESTANT-COUNT
               WHEN CPT-COTITULAIRE(CPT-IDX)
                   PERFORM RETIRER-COTITULAIRE-DEFUNT
               WHEN CPT-EST-JOINT(CPT-IDX)
                   PERFORM TRANSMETTRE-COMPTE-JOINT
               WHEN OTHER
                   PERFORM SOLDER-UN-COMPTE
           END-EVALUATE.

      *    The deceased co-held someone else's account: only their
      *    place on it goes, declared to FICOBA as of the date of
      *    death, and the account is reopened for its titulaire.
       RETIRER-COTITULAIRE-DEFUNT.
           MOVE ID-COMPTE TO AHD-COMPTE
           MOVE ID-DEFUNT TO AHD-CUST-ID
           DELETE ACCOUNT-HOLDER-FILE RECORD
               INVALID KEY
                   DISPLAY "Compte " ID-COMPTE " : co-titulaire deja "
                           "retire de ACCTHOLD.DAT."
               NOT INVALID KEY
                   MOVE ID-COMPTE TO EVENEMENT-COMPTE
                   MOVE ID-DEFUNT TO EVENEMENT-CLIENT
                   MOVE "R" TO EVENEMENT-NATURE
                   MOVE "C" TO EVENEMENT-ROLE
                   MOVE DATE-DECES TO EVENEMENT-DATE-EFFET
                   PERFORM ENREGISTRER-EVENEMENT-FICOBA
           END-DELETE
           PERFORM REACTIVER-COMPTE-TRANSMIS

           MOVE SPACES TO LOG-LINE
           STRING "SUCCESSION CO-TITULAIRE RETIRE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " CPT " DELIMITED BY SIZE
                  ID-COMPTE DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    The deceased was titulaire of a joint account: the
      *    surviving co-titulaire becomes sole titulaire in
      *    ACCTXREF.DAT and their co-titulaire line goes. FICOBA is
      *    told the deceased left the account at the date of death
      *    and the survivor moved from co-titulaire to titulaire.
       TRANSMETTRE-COMPTE-JOINT.
           MOVE "N" TO TRANSMIS-SWITCH
           PERFORM CHERCHER-COTITULAIRE-SURVIVANT
           IF NOT SURVIVANT-TROUVE
               DISPLAY "Compte " ID-COMPTE " : aucun co-titulaire "
                       "survivant dans ACCTHOLD.DAT, compte laisse "
                       "gele."
           ELSE
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       DISPLAY "Compte " ID-COMPTE " absent de "
                               "ACCTXREF.DAT, compte laisse gele."
                   NOT INVALID KEY
                       MOVE SURVIVANT-ID TO XREF-CUST-ID
                       MOVE SURVIVANT-NOM TO XREF-CUST-NOM
                       MOVE SURVIVANT-PRENOM TO XREF-CUST-PRENOM
                       REWRITE ACCOUNT-XREF-RECORD
                           INVALID KEY
                               DISPLAY "Erreur mise a jour de "
                                       "ACCTXREF.DAT du compte "
                                       ID-COMPTE
                           NOT INVALID KEY
                               SET COMPTE-TRANSMIS TO TRUE
                       END-REWRITE
               END-READ
           END-IF

           IF NOT COMPTE-TRANSMIS
               ADD 1 TO RESTANT-COUNT
           ELSE
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE SURVIVANT-ID TO AHD-CUST-ID
               DELETE ACCOUNT-HOLDER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE

               MOVE ID-COMPTE TO EVENEMENT-COMPTE
               MOVE ID-DEFUNT TO EVENEMENT-CLIENT
               MOVE "R" TO EVENEMENT-NATURE
               MOVE "T" TO EVENEMENT-ROLE
               MOVE DATE-DECES TO EVENEMENT-DATE-EFFET
               PERFORM ENREGISTRER-EVENEMENT-FICOBA
               MOVE SURVIVANT-ID TO EVENEMENT-CLIENT
               MOVE "R" TO EVENEMENT-NATURE
               MOVE "C" TO EVENEMENT-ROLE
               MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
               PERFORM ENREGISTRER-EVENEMENT-FICOBA
               MOVE "A" TO EVENEMENT-NATURE
               MOVE "T" TO EVENEMENT-ROLE
               PERFORM ENREGISTRER-EVENEMENT-FICOBA

               PERFORM REACTIVER-COMPTE-TRANSMIS
               DISPLAY "Compte " ID-COMPTE " : transmis a "
                       SURVIVANT-ID " "
                       FUNCTION TRIM(SURVIVANT-PRENOM) " "
                       FUNCTION TRIM(SURVIVANT-NOM) "."

               MOVE SPACES TO LOG-LINE
               STRING "SUCCESSION COMPTE JOINT " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " CPT " DELIMITED BY SIZE
                      ID-COMPTE DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      SURVIVANT-ID DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

       CHERCHER-COTITULAIRE-SURVIVANT.
           MOVE "N" TO SURVIVANT-SWITCH
           MOVE "N" TO HOLD-EOF-SWITCH
           MOVE ID-COMPTE TO AHD-COMPTE
           MOVE ZERO TO AHD-CUST-ID
           START ACCOUNT-HOLDER-FILE
                   KEY IS NOT LESS THAN AHD-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START
           PERFORM EXAMINER-COTITULAIRE
               UNTIL HOLD-EOF OR SURVIVANT-TROUVE.

       EXAMINER-COTITULAIRE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
                   OR AHD-COMPTE NOT = ID-COMPTE
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF AND AHD-COTITULAIRE
                   AND AHD-CUST-ID NOT = ID-DEFUNT
               MOVE AHD-CUST-ID TO SURVIVANT-ID
               MOVE AHD-CUST-NOM TO SURVIVANT-NOM
               MOVE AHD-CUST-PRENOM TO SURVIVANT-PRENOM
               SET SURVIVANT-TROUVE TO TRUE
           END-IF.

      *    Only the freeze the death put on is lifted; an account
      *    blocked for another reason since stays as it is.
       REACTIVER-COMPTE-TRANSMIS.
           IF AST-DECEDE
               MOVE "A" TO AST-STATUT
               MOVE RUN-DATE TO AST-STATUT-DATE
               REWRITE ACCOUNT-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du statut du "
                               "compte " ID-COMPTE
               END-REWRITE
           END-IF
           ADD 1 TO TRANSMIS-COUNT.

      *    One unit of work per account: the interest owed credited,
      *    COMPTES emptied and the closing entry written together,
      *    then the payout journalled, the heirs' shares staged for
      *    BNKEXP and the account closed.
       SOLDER-UN-COMPTE.
           MOVE "N" TO REGLEMENT-OK-SWITCH
           EXEC SQL
               SELECT SOLDE
               INTO :SOLDE-COMPTE
               FROM COMPTES
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Compte " ID-COMPTE " introuvable dans "
                           "COMPTES : non regle."
               WHEN SOLDE-COMPTE < 0
                   MOVE SOLDE-COMPTE TO DISPLAY-MONTANT
                   DISPLAY "Compte " ID-COMPTE " debiteur ("
                           DISPLAY-MONTANT ") : creance a declarer "
                           "au notaire, compte laisse gele."
               WHEN SOLDE-COMPTE = 0 AND CPT-INTERETS(CPT-IDX) = 0
                   SET REGLEMENT-OK TO TRUE
               WHEN OTHER
                   PERFORM VIDER-COMPTE-DEFUNT
           END-EVALUATE

           IF REGLEMENT-OK
               PERFORM CLORE-COMPTE-REGLE
           ELSE
               ADD 1 TO RESTANT-COUNT
           END-IF.

       VIDER-COMPTE-DEFUNT.
           SET DB2-OK TO TRUE
           IF CPT-INTERETS(CPT-IDX) > 0
               PERFORM CREDITER-INTERETS-DUS
           END-IF
           IF DB2-OK
               COMPUTE MONTANT-SIGNE = 0 - SOLDE-COMPTE
               EXEC SQL
                   UPDATE COMPTES
                   SET SOLDE = 0
                   WHERE ID_COMPTE = :ID-COMPTE
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO TRANSACTIONS
                           (ID_COMPTE, DATE_TRANSACTION, MONTANT,
                            LIBELLE)
                       VALUES
                           (:ID-COMPTE, CURRENT DATE, :MONTANT-SIGNE,
                            :LIBELLE-REGLEMENT)
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   MOVE "N" TO DB2-OK-SWITCH
               END-IF
           END-IF
           IF NOT DB2-OK
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Erreur DB2 sur le compte " ID-COMPTE
                       " : non regle."
           ELSE
               EXEC SQL COMMIT END-EXEC
               SET REGLEMENT-OK TO TRUE
               IF CPT-INTERETS(CPT-IDX) > 0
                   SET CPT-INTERETS-CREDITES(CPT-IDX) TO TRUE
                   ADD 1 TO CREDITE-COUNT
                   PERFORM ENREGISTRER-REMISE-PFU
               END-IF
               IF SOLDE-COMPTE > 0
                   PERFORM ENREGISTRER-JOURNAL-CAISSE
                   PERFORM REPARTIR-ENTRE-HERITIERS
               END-IF
           END-IF.

      *    The interest owed goes onto the balance net of the flat
      *    tax, in the same unit of work as the payout, so the
      *    heirs are paid it with the rest.
       CREDITER-INTERETS-DUS.
           MOVE CPT-INTERETS(CPT-IDX) TO INTERET-BRUT
           MOVE CPT-RETENUE(CPT-IDX) TO RETENUE-PFU
           COMPUTE NET-PFU = INTERET-BRUT - RETENUE-PFU
           EXEC SQL
               UPDATE COMPTES
               SET SOLDE = SOLDE + :NET-PFU
               WHERE ID_COMPTE = :ID-COMPTE
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO TRANSACTIONS
                       (ID_COMPTE, DATE_TRANSACTION, MONTANT,
                        LIBELLE)
                   VALUES
                       (:ID-COMPTE, CURRENT DATE, :NET-PFU,
                        :LIBELLE-INTERETS)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE "N" TO DB2-OK-SWITCH
           ELSE
               ADD NET-PFU TO SOLDE-COMPTE
           END-IF.

      *    TELLERJR.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as MAJCOMPTE does.
      *    The payout leaves by the bank remittance: a "V" line.
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
           MOVE "V" TO JR-TYPE
           MOVE SOLDE-COMPTE TO JR-MONTANT
           MOVE ZERO TO JR-SOLDE
           MOVE OPERATEUR-COURANT TO JR-OPER
           WRITE TELLER-JOURNAL-RECORD
           CLOSE TELLER-JOURNAL-FILE.

      *    OUTSTAGE.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as MAJCOMPTE does.
       REPARTIR-ENTRE-HERITIERS.
           MOVE SOLDE-COMPTE TO RESTE-A-REPARTIR
           OPEN EXTEND OUTBOUND-STAGE-FILE
           IF OUTSTAGE-STATUS = "35"
               OPEN OUTPUT OUTBOUND-STAGE-FILE
               CLOSE OUTBOUND-STAGE-FILE
               OPEN EXTEND OUTBOUND-STAGE-FILE
           END-IF
           PERFORM VERSER-UNE-PART
               VARYING HER-IDX FROM 1 BY 1 UNTIL HER-IDX > HER-COUNT
           CLOSE OUTBOUND-STAGE-FILE.

       VERSER-UNE-PART.
           IF HER-IDX = HER-COUNT
               MOVE RESTE-A-REPARTIR TO PART-MONTANT
           ELSE
               COMPUTE PART-MONTANT ROUNDED
                   = SOLDE-COMPTE * HER-PART(HER-IDX) / 100
           END-IF
           SUBTRACT PART-MONTANT FROM RESTE-A-REPARTIR
           IF PART-MONTANT > 0
               ACCEPT OUT-DATE FROM DATE YYYYMMDD
               ACCEPT OUT-TIME FROM TIME
               MOVE ID-COMPTE TO OUT-DEBIT-COMPTE
               MOVE HER-BENEF(HER-IDX) TO OUT-BENEF-NUMBER
               MOVE PART-MONTANT TO OUT-MONTANT
               MOVE "S" TO OUT-ORIGINE
               MOVE ID-DEFUNT TO OUT-ORIGINE-REF
               WRITE OUTBOUND-PAYMENT-RECORD
               MOVE PART-MONTANT TO DISPLAY-MONTANT
               DISPLAY "  Compte " ID-COMPTE " -> "
                       HER-NOM(HER-IDX) " " DISPLAY-MONTANT
           END-IF.

       CLORE-COMPTE-REGLE.
           MOVE "C" TO AST-STATUT
           MOVE RUN-DATE TO AST-STATUT-DATE
           REWRITE ACCOUNT-STATUS-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du statut du compte "
                           ID-COMPTE
           END-REWRITE
           ADD 1 TO SOLDE-COUNT
           MOVE ID-COMPTE TO EVENEMENT-COMPTE
           MOVE ID-DEFUNT TO EVENEMENT-CLIENT
           MOVE "C" TO EVENEMENT-NATURE
           MOVE "T" TO EVENEMENT-ROLE
           MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
           PERFORM ENREGISTRER-EVENEMENT-FICOBA

           MOVE SOLDE-COMPTE TO DISPLAY-MONTANT
           MOVE SPACES TO LOG-LINE
           STRING "SUCCESSION REGLEE " DELIMITED BY SIZE
                  OPERATEUR-COURANT DELIMITED BY SIZE
                  " CPT " DELIMITED BY SIZE
                  ID-COMPTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO LOG-LINE
           PERFORM ECRIRE-LOG-OPERATEUR.

      *    PFUPARM.DAT may not exist; the 30 percent flat tax then
      *    stands.
       LIRE-PARM-PFU.
           OPEN INPUT PFU-PARM-FILE
           IF PFU-PARM-STATUS = "00"
               READ PFU-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PFU-PARM-TAUX > 0
                           MOVE PFU-PARM-TAUX TO TAUX-PFU
                       END-IF
               END-READ
               CLOSE PFU-PARM-FILE
           END-IF.

       CALCULER-RETENUE-PFU.
           COMPUTE RETENUE-PFU ROUNDED
               = INTERET-BRUT * TAUX-PFU / 100
           COMPUTE NET-PFU = INTERET-BRUT - RETENUE-PFU.

      *    PFUREM.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as INTCRED.
       ENREGISTRER-REMISE-PFU.
           OPEN EXTEND PFU-REMIT-FILE
           IF PFUREM-STATUS = "35"
               OPEN OUTPUT PFU-REMIT-FILE
               CLOSE PFU-REMIT-FILE
               OPEN EXTEND PFU-REMIT-FILE
           END-IF
           MOVE RUN-DATE TO PFU-DATE
           MOVE ID-COMPTE TO PFU-COMPTE
           MOVE INTERET-BRUT TO PFU-BRUT
           MOVE RETENUE-PFU TO PFU-RETENU
           MOVE NET-PFU TO PFU-NET
           WRITE PFU-REMIT-RECORD
           CLOSE PFU-REMIT-FILE.

      *    Once the payouts are committed, every pending posting of
      *    an account credited here is flagged with the tax withheld
      *    on it, and the days accrued here are appended as a
      *    posting already credited, so the account's interest
      *    history stays whole for the IFU. INTPOST.DAT is rebuilt
      *    through SUCCIPWK.DAT, as INTCRED does with INTPWORK.DAT.
       MARQUER-INTERETS-CREDITES.
           MOVE "N" TO INTPOST-EOF-SWITCH
           OPEN INPUT INTEREST-POSTING-FILE
           IF INTPOST-STATUS NOT = "00"
               SET INTPOST-EOF TO TRUE
           END-IF
           OPEN OUTPUT POSTING-WORK-FILE
           PERFORM MARQUER-UN-POSTING UNTIL INTPOST-EOF
           IF INTPOST-STATUS NOT = "35"
               CLOSE INTEREST-POSTING-FILE
           END-IF
           PERFORM AJOUTER-POSTING-COURU
               VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > CPT-COUNT
           CLOSE POSTING-WORK-FILE
           PERFORM RECOPIER-POSTINGS.

       MARQUER-UN-POSTING.
           READ INTEREST-POSTING-FILE
               AT END
                   SET INTPOST-EOF TO TRUE
           END-READ
           IF NOT INTPOST-EOF
               IF POST-APPLIED-FLAG = "N"
                   MOVE POST-ACCOUNT-ID TO COMPTE-CHERCHE
                   PERFORM CHERCHER-COMPTE-DEFUNT
                   IF COMPTE-TROUVE
                       IF CPT-INTERETS-CREDITES(CPT-TROUVE)
                           SET POST-APPLIED TO TRUE
                           MOVE POST-INTEREST TO INTERET-BRUT
                           PERFORM CALCULER-RETENUE-PFU
                           MOVE RETENUE-PFU TO POST-WITHHELD
                       END-IF
                   END-IF
               END-IF
               IF POST-WITHHELD NOT NUMERIC
                   MOVE ZERO TO POST-WITHHELD
               END-IF
               MOVE POSTING-RECORD TO POSTING-WORK-RECORD
               WRITE POSTING-WORK-RECORD
           END-IF.

       AJOUTER-POSTING-COURU.
           IF CPT-INTERETS-CREDITES(CPT-IDX)
                   AND CPT-COURUS(CPT-IDX) > 0
               MOVE CPT-ID(CPT-IDX) TO POST-ACCOUNT-ID
               MOVE RUN-DATE TO POST-DATE
               MOVE CPT-COURUS(CPT-IDX) TO POST-INTEREST
               SET POST-APPLIED TO TRUE
               MOVE CPT-COURUS-DEBUT(CPT-IDX) TO POST-PERIOD-START
               MOVE RUN-DATE TO POST-PERIOD-END
               MOVE CPT-COURUS(CPT-IDX) TO INTERET-BRUT
               PERFORM CALCULER-RETENUE-PFU
               MOVE RETENUE-PFU TO POST-WITHHELD
               MOVE POSTING-RECORD TO POSTING-WORK-RECORD
               WRITE POSTING-WORK-RECORD
           END-IF.

       RECOPIER-POSTINGS.
           MOVE "N" TO POSTING-EOF-SWITCH
           OPEN INPUT POSTING-WORK-FILE
           IF SUCCIPWK-STATUS NOT = "00"
               DISPLAY "SUCCIPWK.DAT indisponible ("
                       SUCCIPWK-STATUS ") : postings non marques, "
                       "rapprocher avant INTCRED."
               SET POSTING-EOF TO TRUE
           ELSE
               OPEN OUTPUT INTEREST-POSTING-FILE
           END-IF

           PERFORM RECOPIER-UN-POSTING UNTIL POSTING-EOF

           IF SUCCIPWK-STATUS = "00" OR SUCCIPWK-STATUS = "10"
               CLOSE POSTING-WORK-FILE
               CLOSE INTEREST-POSTING-FILE
           END-IF.

       RECOPIER-UN-POSTING.
           READ POSTING-WORK-FILE
               AT END
                   SET POSTING-EOF TO TRUE
           END-READ
           IF NOT POSTING-EOF
               MOVE POSTING-WORK-RECORD TO POSTING-RECORD
               WRITE POSTING-RECORD
           END-IF.

      *    An account whose accrual was brought up to today here is
      *    stamped so in ACCOUNTS.DAT, the way HelloCobol stamps it,
      *    so the same days are never accrued twice.
       ARRETER-COMPTES-INTERETS.
           MOVE "N" TO ACCOUNT-EOF-SWITCH
           OPEN I-O ACCOUNT-FILE
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM ARRETER-INTERETS-COMPTE UNTIL ACCOUNT-EOF
               CLOSE ACCOUNT-FILE
           END-IF.

       ARRETER-INTERETS-COMPTE.
           READ ACCOUNT-FILE
               AT END
                   SET ACCOUNT-EOF TO TRUE
           END-READ
           IF NOT ACCOUNT-EOF
               MOVE ACC-ID TO COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE-DEFUNT
               IF COMPTE-TROUVE
                   IF CPT-INTERETS-CREDITES(CPT-TROUVE)
                           AND CPT-COURUS-DEBUT(CPT-TROUVE) > ZERO
                       MOVE RUN-DATE TO ACC-LAST-ACCRUAL
                       REWRITE ACCOUNT-RECORD
                       IF ACCOUNT-FILE-STATUS NOT = "00"
                           DISPLAY "Compte " ACC-ID " : date "
                                   "d'arrete non posee dans "
                                   "ACCOUNTS.DAT ("
                                   ACCOUNT-FILE-STATUS ")."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONSULTER-SUCCESSION.
           MOVE ID-DEFUNT TO SUC-CUST-ID
           READ SUCCESSION-FILE
               INVALID KEY
                   DISPLAY "Aucune succession pour le client "
                           ID-DEFUNT "."
               NOT INVALID KEY
                   DISPLAY "Client " ID-DEFUNT " "
                           FUNCTION TRIM(PRENOM-DEFUNT) " "
                           FUNCTION TRIM(NOM-DEFUNT)
                   DISPLAY "  Deces du " SUC-DATE-DECES
                           ", declare le " SUC-DATE-DECLARATION
                           " par " SUC-OPERATEUR
                   DISPLAY "  Notaire : " SUC-NOTAIRE
                   DISPLAY "  Statut " SUC-STATUT
                           ", certificat du " SUC-DATE-CERTIFICAT
                           ", reglement du " SUC-DATE-REGLEMENT
           END-READ.

      *    Company 0's letterhead: the entity that keeps the
      *    accounts this certificate speaks for.
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
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF NOT PROFIL-CHARGE
               DISPLAY "CMPNYPRF.DAT absent : en-tete de certificat "
                       "incomplet, saisir le profil via CMPNYMNT."
           END-IF.

       ECRIRE-ENTETE-SOCIETE.
           IF NOT PROFIL-CHARGE
               MOVE COMPANY-NAME-LINE TO CERTIFICATE-DOC-RECORD
               WRITE CERTIFICATE-DOC-RECORD
           ELSE
               MOVE PRF-NAME TO CERTIFICATE-DOC-RECORD
               WRITE CERTIFICATE-DOC-RECORD
               MOVE PRF-ADDR-1 TO CERTIFICATE-DOC-RECORD
               WRITE CERTIFICATE-DOC-RECORD
               IF PRF-ADDR-2 NOT = SPACES
                   MOVE PRF-ADDR-2 TO CERTIFICATE-DOC-RECORD
                   WRITE CERTIFICATE-DOC-RECORD
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING PRF-POSTCODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRF-CITY DELIMITED BY SIZE
                   INTO DOC-LINE
               PERFORM ECRIRE-LIGNE-CERTIFICAT
           END-IF.

       ECRIRE-PIED-SOCIETE.
           IF PROFIL-CHARGE AND PRF-FOOTER NOT = SPACES
               MOVE PRF-FOOTER TO CERTIFICATE-DOC-RECORD
               WRITE CERTIFICATE-DOC-RECORD
           END-IF.

      *    Same stale-session rule as MAJCOMPTE: a leftover from a
      *    previous day is not a sign-on.
       LIRE-SESSION-OPERATEUR.
           MOVE "N" TO SESSION-OK-SWITCH
           ACCEPT SESSION-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-SESSION-FILE
           IF OPERSESS-STATUS = "00"
               READ OPERATOR-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESS-DATE = SESSION-DATE-JOUR
                           MOVE SESS-OPER-ID TO OPERATEUR-COURANT
                           MOVE SESS-NIVEAU TO NIVEAU-COURANT
                           SET SESSION-OK TO TRUE
                       ELSE
                           DISPLAY "Session operateur perimee du "
                                   SESS-DATE " : se reconnecter "
                                   "via PILOTE."
                       END-IF
               END-READ
               CLOSE OPERATOR-SESSION-FILE
           END-IF.

      *    OPERLOG.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the audit log.
       ECRIRE-LOG-OPERATEUR.
           OPEN EXTEND OPERATOR-LOG-FILE
           IF OPERLOG-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOG-FILE
               CLOSE OPERATOR-LOG-FILE
               OPEN EXTEND OPERATOR-LOG-FILE
           END-IF
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE SPACES TO OPERATOR-LOG-RECORD
           STRING LOG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-LINE DELIMITED BY SIZE
               INTO OPERATOR-LOG-RECORD
           WRITE OPERATOR-LOG-RECORD
           CLOSE OPERATOR-LOG-FILE.

      *    Same event recording as ACCTMNT: FICOBEVT.DAT created
      *    empty the first time, a second event in the same
      *    hundredth of a second moved on by one.
       ENREGISTRER-EVENEMENT-FICOBA.
           OPEN I-O FICOBA-EVENT-FILE
           IF FICOBEVT-STATUS = "35"
               OPEN OUTPUT FICOBA-EVENT-FILE
               CLOSE FICOBA-EVENT-FILE
               OPEN I-O FICOBA-EVENT-FILE
           END-IF
           ACCEPT FEV-DATE FROM DATE YYYYMMDD
           ACCEPT FEV-TIME FROM TIME
           MOVE EVENEMENT-COMPTE TO FEV-COMPTE
           MOVE EVENEMENT-CLIENT TO FEV-CUST-ID
           MOVE EVENEMENT-NATURE TO FEV-NATURE
           MOVE EVENEMENT-ROLE TO FEV-ROLE
           MOVE EVENEMENT-DATE-EFFET TO FEV-DATE-EFFET
           MOVE OPERATEUR-COURANT TO FEV-OPERATEUR
           MOVE "P" TO FEV-STATUT
           MOVE ZERO TO FEV-DATE-TRANSMISSION
           WRITE FICOBA-EVENT-RECORD
               INVALID KEY
                   ADD 1 TO FEV-TIME
                   WRITE FICOBA-EVENT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur ecriture evenement FICOBA "
                                   "du compte " EVENEMENT-COMPTE
                   END-WRITE
           END-WRITE
           CLOSE FICOBA-EVENT-FILE.
