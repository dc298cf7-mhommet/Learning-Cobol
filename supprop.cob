       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPROP.

      *    Supplier payment proposal: every open purchase invoice in
      *    PURREG.DAT falling due within the horizon PAYPARM.DAT
      *    gives, netted per supplier against that supplier's open
      *    credit notes, proposed as one payment per supplier. The
      *    proposal is printed for the treasurer and kept in
      *    PAYPROP.DAT for SUPVALID to release; nothing is paid or
      *    marked here.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS SUPPMAST-STATUS.

      *    A supplier whose beneficiary is missing or suspended is
      *    left out of the proposal now rather than held by BNKEXP
      *    after the invoices were marked paid.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NUMBER
               FILE STATUS IS BENEF-STATUS.

      *    SYSIN/parameter file giving the horizon in days, the same
      *    idea as CA3PARM.DAT: an unattended run has no terminal.
           SELECT HORIZON-PARM-FILE ASSIGN TO "PAYPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HORIZON-PARM-STATUS.

           SELECT PAYMENT-PROPOSAL-FILE ASSIGN TO "PAYPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-KEY
               FILE STATUS IS PAYPROP-STATUS.

      *    The printed proposal the treasurer signs off.
           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "PAYPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSAL-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-MASTER.
       COPY "SUPPMAST.cpy".

       FD BENEFICIARY-FILE.
       COPY "BENEF.cpy".

       FD HORIZON-PARM-FILE.
       01 HORIZON-PARM-RECORD.
           05 HORIZON-PARM-DAYS PIC 9(3).

       FD PAYMENT-PROPOSAL-FILE.
       COPY "PAYPROP.cpy".

       FD PROPOSAL-REPORT-FILE.
       01 PROPOSAL-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 PURREG-STATUS         PIC X(02).
       01 SUPPMAST-STATUS       PIC X(02).
       01 BENEF-STATUS          PIC X(02).
       01 HORIZON-PARM-STATUS   PIC X(02).
       01 PAYPROP-STATUS        PIC X(02).
       01 PROPOSAL-REPORT-STATUS PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
      *    Absent PAYPARM.DAT the run refuses to guess a horizon.
       01 HORIZON-DAYS          PIC 9(3) VALUE ZERO.
       01 HORIZON-PARM-LU-SW    PIC X(01) VALUE "N".
           88 HORIZON-PARM-LU      VALUE "Y".
       01 HORIZON-DATE          PIC 9(8).
       01 RESTE-DU              PIC S9(7)V99.

      *    The supplier being accumulated: register keys run by
      *    supplier, so a change of PUR-SUP-ID closes the group.
       01 GROUPE-SUP-ID         PIC 9(6) VALUE ZERO.
       01 GROUPE-NOM            PIC X(30).
       01 GROUPE-BENEF          PIC 9(5).
       01 GROUPE-TOTAL          PIC S9(9)V99.
       01 GROUPE-LIGNES         PIC 9(5).
       01 GROUPE-ECHU-SWITCH    PIC X(01).
           88 GROUPE-ECHU          VALUE "Y".
       01 GROUPE-MOTIF          PIC X(40).

       01 PROPOSED-COUNT        PIC 9(5) VALUE ZERO.
       01 ECARTE-COUNT          PIC 9(5) VALUE ZERO.
       01 TOTAL-PROPOSE         PIC S9(11)V99 VALUE ZERO.

      *    Work fields for rolling the horizon forward over month
      *    ends, same arithmetic as TVA's due-date roll.
       01 ECHEANCE-DATE-WS.
           05 ECH-YEAR             PIC 9(4).
           05 ECH-MONTH            PIC 9(2).
           05 ECH-DAY              PIC 9(4).
       01 MOIS-LONGUEUR            PIC 9(2).
       01 ANNEE-QUOTIENT           PIC 9(4).
       01 ANNEE-RESTE              PIC 9(4).
       01 MOIS-TABLE-VALUES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01 MOIS-TABLE REDEFINES MOIS-TABLE-VALUES.
           05 MOIS-JOURS OCCURS 12 TIMES PIC 9(2).

       01 REPORT-LINE           PIC X(80).
       01 DISPLAY-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-HORIZON
           IF NOT HORIZON-PARM-LU
               DISPLAY "PAYPARM.DAT absent ou vide : horizon de "
                       "paiement obligatoire."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCULER-DATE-HORIZON

           OPEN INPUT PURCHASE-REGISTER
           IF PURREG-STATUS NOT = "00"
               DISPLAY "PURREG.DAT indisponible (" PURREG-STATUS
                       ") : aucune proposition."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Both masters are needed to say who gets paid where; a
      *    proposal without them would only be a list of debts.
           OPEN INPUT SUPPLIER-MASTER
           OPEN INPUT BENEFICIARY-FILE
           IF SUPPMAST-STATUS NOT = "00" OR BENEF-STATUS NOT = "00"
               DISPLAY "SUPPMAST.DAT (" SUPPMAST-STATUS
                       ") ou BENEF.DAT (" BENEF-STATUS
                       ") indisponible : aucune proposition."
               CLOSE PURCHASE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYMENT-PROPOSAL-FILE
           OPEN OUTPUT PROPOSAL-REPORT-FILE
           PERFORM ECRIRE-ENTETE-PROPOSITION

           MOVE LOW-VALUES TO PUR-KEY
           START PURCHASE-REGISTER KEY IS NOT LESS THAN PUR-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM LIRE-ACHAT-SUIVANT UNTIL SCAN-EOF
           PERFORM CLORE-FOURNISSEUR
           PERFORM ECRIRE-TOTAUX-PROPOSITION

           CLOSE PURCHASE-REGISTER
           CLOSE SUPPLIER-MASTER
           CLOSE BENEFICIARY-FILE
           CLOSE PAYMENT-PROPOSAL-FILE
           CLOSE PROPOSAL-REPORT-FILE
           GOBACK.

       LIRE-HORIZON.
           OPEN INPUT HORIZON-PARM-FILE
           IF HORIZON-PARM-STATUS = "00"
               READ HORIZON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HORIZON-PARM-DAYS TO HORIZON-DAYS
                       SET HORIZON-PARM-LU TO TRUE
               END-READ
               CLOSE HORIZON-PARM-FILE
           END-IF.

      *    Horizon = today rolled forward by the parameter's days,
      *    month by month off MOIS-TABLE.
       CALCULER-DATE-HORIZON.
           MOVE RUN-DATE(1:4) TO ECH-YEAR
           MOVE RUN-DATE(5:2) TO ECH-MONTH
           MOVE RUN-DATE(7:2) TO ECH-DAY
           ADD HORIZON-DAYS TO ECH-DAY

           PERFORM CHERCHER-LONGUEUR-MOIS
           PERFORM AJUSTER-MOIS-ECHEANCE
               UNTIL ECH-DAY <= MOIS-LONGUEUR

           COMPUTE HORIZON-DATE = ECH-YEAR * 10000
                                + ECH-MONTH * 100
                                + ECH-DAY.

       CHERCHER-LONGUEUR-MOIS.
           MOVE MOIS-JOURS(ECH-MONTH) TO MOIS-LONGUEUR
           IF ECH-MONTH = 2
               DIVIDE ECH-YEAR BY 4 GIVING ANNEE-QUOTIENT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE ECH-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE ECH-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJUSTER-MOIS-ECHEANCE.
           SUBTRACT MOIS-LONGUEUR FROM ECH-DAY
           ADD 1 TO ECH-MONTH
           IF ECH-MONTH > 12
               MOVE 1 TO ECH-MONTH
               ADD 1 TO ECH-YEAR
           END-IF
           PERFORM CHERCHER-LONGUEUR-MOIS.

       ECRIRE-ENTETE-PROPOSITION.
           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSITION DE PAIEMENT FOURNISSEURS DU "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - ECHEANCES AU " DELIMITED BY SIZE
                  HORIZON-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       LIRE-ACHAT-SUIVANT.
           READ PURCHASE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PURREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF PUR-SUP-ID NOT = GROUPE-SUP-ID
                   PERFORM CLORE-FOURNISSEUR
                   PERFORM OUVRIR-FOURNISSEUR
               END-IF
               COMPUTE RESTE-DU = PUR-TOTAL-TTC - PUR-AMOUNT-PAID
               IF PUR-OPEN AND RESTE-DU NOT = ZERO
                   PERFORM SELECTIONNER-ACHAT
               END-IF
           END-IF.

      *    An invoice goes in when it falls due inside the horizon;
      *    an open supplier credit note always goes in, so the
      *    supplier is paid net of what it owes us back.
       SELECTIONNER-ACHAT.
           IF PUR-TOTAL-TTC < 0 OR PUR-DUE-DATE <= HORIZON-DATE
               IF PUR-TOTAL-TTC > 0
                   SET GROUPE-ECHU TO TRUE
               END-IF
               MOVE PUR-SUP-ID TO PRP-SUP-ID
               MOVE PUR-SUP-INV-NUMBER TO PRP-SUP-INV-NUMBER
               MOVE "L" TO PRP-TYPE
               MOVE RUN-DATE TO PRP-DATE
               MOVE PUR-DUE-DATE TO PRP-DUE-DATE
               MOVE RESTE-DU TO PRP-MONTANT
               MOVE GROUPE-NOM TO PRP-SUP-NOM
               MOVE GROUPE-BENEF TO PRP-BENEF-NUMBER
               MOVE "P" TO PRP-STATUT
               MOVE SPACES TO PRP-TRESORIER
               WRITE PAYMENT-PROPOSAL-RECORD
               ADD 1 TO GROUPE-LIGNES
               ADD RESTE-DU TO GROUPE-TOTAL

               MOVE RESTE-DU TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               STRING "   PIECE " DELIMITED BY SIZE
                      PUR-SUP-INV-NUMBER DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      PUR-INVOICE-DATE DELIMITED BY SIZE
                      " ECH " DELIMITED BY SIZE
                      PUR-DUE-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *    A new supplier: its name and beneficiary off the master,
      *    and the reason it cannot be paid if there is one - the
      *    lines still print so the treasurer sees what is stuck.
       OUVRIR-FOURNISSEUR.
           MOVE PUR-SUP-ID TO GROUPE-SUP-ID
           MOVE PUR-SUP-NOM TO GROUPE-NOM
           MOVE ZERO TO GROUPE-BENEF
           MOVE ZERO TO GROUPE-TOTAL
           MOVE ZERO TO GROUPE-LIGNES
           MOVE "N" TO GROUPE-ECHU-SWITCH
           MOVE SPACES TO GROUPE-MOTIF

           MOVE PUR-SUP-ID TO SUP-ID
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "FOURNISSEUR ABSENT DE SUPPMAST"
                       TO GROUPE-MOTIF
               NOT INVALID KEY
                   MOVE SUP-NOM TO GROUPE-NOM
                   MOVE SUP-BENEF-NUMBER TO GROUPE-BENEF
                   IF NOT SUP-ACTIF
                       MOVE "FOURNISSEUR SUSPENDU" TO GROUPE-MOTIF
                   END-IF
           END-READ

           IF GROUPE-MOTIF = SPACES
               MOVE GROUPE-BENEF TO BEN-NUMBER
               READ BENEFICIARY-FILE
                   INVALID KEY
                       MOVE "BENEFICIAIRE ABSENT DE BENEF.DAT"
                           TO GROUPE-MOTIF
                   NOT INVALID KEY
                       IF NOT BEN-ACTIF
                           MOVE "BENEFICIAIRE SUSPENDU"
                               TO GROUPE-MOTIF
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "FOURNISSEUR " DELIMITED BY SIZE
                  GROUPE-SUP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GROUPE-NOM DELIMITED BY SIZE
                  " BEN " DELIMITED BY SIZE
                  GROUPE-BENEF DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Control break: the supplier's header record goes in with
      *    its net - proposed, or set aside with the reason. A
      *    supplier with nothing due inside the horizon writes
      *    nothing at all.
       CLORE-FOURNISSEUR.
           IF GROUPE-SUP-ID NOT = ZERO AND GROUPE-LIGNES > 0
               IF GROUPE-MOTIF = SPACES
                   IF NOT GROUPE-ECHU
                       MOVE "AUCUNE FACTURE ECHUE DANS L'HORIZON"
                           TO GROUPE-MOTIF
                   ELSE
                       IF GROUPE-TOTAL NOT > ZERO
                           MOVE "AVOIRS >= FACTURES : RIEN A PAYER"
                               TO GROUPE-MOTIF
                       END-IF
                   END-IF
               END-IF

               MOVE GROUPE-SUP-ID TO PRP-SUP-ID
               MOVE SPACES TO PRP-SUP-INV-NUMBER
               MOVE "S" TO PRP-TYPE
               MOVE RUN-DATE TO PRP-DATE
               MOVE ZERO TO PRP-DUE-DATE
               MOVE GROUPE-TOTAL TO PRP-MONTANT
               MOVE GROUPE-NOM TO PRP-SUP-NOM
               MOVE GROUPE-BENEF TO PRP-BENEF-NUMBER
               MOVE SPACES TO PRP-TRESORIER
               MOVE GROUPE-TOTAL TO DISPLAY-MONTANT
               MOVE SPACES TO REPORT-LINE
               IF GROUPE-MOTIF = SPACES
                   MOVE "P" TO PRP-STATUT
                   ADD 1 TO PROPOSED-COUNT
                   ADD GROUPE-TOTAL TO TOTAL-PROPOSE
                   STRING "   A PAYER " DELIMITED BY SIZE
                          DISPLAY-MONTANT DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
      *    Set aside: SUPVALID skips anything not proposed.
                   MOVE "R" TO PRP-STATUT
                   ADD 1 TO ECARTE-COUNT
                   STRING "   ECARTE " DELIMITED BY SIZE
                          DISPLAY-MONTANT DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          GROUPE-MOTIF DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE PAYMENT-PROPOSAL-RECORD
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

       ECRIRE-TOTAUX-PROPOSITION.
           MOVE PROPOSED-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-PROPOSE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PROPOSE : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  " FOURNISSEUR(S) POUR " DELIMITED BY SIZE
                  DISPLAY-MONTANT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE ECARTE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FOURNISSEUR(S) ECARTE(S) : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "A VALIDER PAR LE TRESORIER VIA SUPVALID."
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE PROPOSED-COUNT TO DISPLAY-COUNT
           DISPLAY "Proposition de paiement : " DISPLAY-COUNT
                   " fournisseur(s).".

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO PROPOSAL-REPORT-RECORD
           WRITE PROPOSAL-REPORT-RECORD.
