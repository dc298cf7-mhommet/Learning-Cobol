       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVALID.

      *    Treasurer's release of the supplier payment proposal
      *    SUPPROP built: supplier by supplier the signed-on
      *    supervisor approves or rejects the net. An approved
      *    supplier's items are marked settled in PURREG.DAT and
      *    journalled to SUPSETL.DAT (GLPOST posts 401000 against
      *    512000 off it), and one virement per supplier is staged
      *    to OUTSTAGE.DAT for BNKEXP's remittance to the bank -
      *    the same road MAJCOMPTE's external transfers take.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PROPOSAL-FILE ASSIGN TO "PAYPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-KEY
               FILE STATUS IS PAYPROP-STATUS.

           SELECT PURCHASE-REGISTER ASSIGN TO "PURREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-KEY
               FILE STATUS IS PURREG-STATUS.

           SELECT SUPPLIER-SETTLEMENT-FILE ASSIGN TO "SUPSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPSETL-STATUS.

           SELECT OUTBOUND-STAGE-FILE ASSIGN TO "OUTSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTAGE-STATUS.

      *    Releasing money to suppliers is supervisor-only, the same
      *    rule as BENMAINT.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PAYMENT-PROPOSAL-FILE.
       COPY "PAYPROP.cpy".

       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-SETTLEMENT-FILE.
       COPY "SUPSETL.cpy".

       FD OUTBOUND-STAGE-FILE.
       COPY "OUTPAY.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAYPROP-STATUS        PIC X(02).
       01 PURREG-STATUS         PIC X(02).
       01 SUPSETL-STATUS        PIC X(02).
       01 OUTSTAGE-STATUS       PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 RUN-DATE              PIC 9(8).
       01 RUN-TIME              PIC 9(8).
       01 REPONSE               PIC X(01).
           88 REPONSE-OUI          VALUE "O" "o".

      *    The supplier being released: its lines follow its header
      *    in key order, and the virement goes out at the next
      *    header (or end of file) for what was actually settled.
       01 GROUPE-VALIDE-SWITCH  PIC X(01) VALUE "N".
           88 GROUPE-VALIDE        VALUE "Y".
       01 GROUPE-SUP-ID         PIC 9(6) VALUE ZERO.
       01 GROUPE-BENEF          PIC 9(5).
       01 GROUPE-PAYE           PIC S9(9)V99 VALUE ZERO.
       01 RESTE-DU              PIC S9(7)V99.
       01 VENT-IDX              PIC 9(1).

       01 PAYES-COUNT           PIC 9(5) VALUE ZERO.
       01 TOTAL-PAYE            PIC S9(11)V99 VALUE ZERO.
       01 DISPLAY-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Validation des paiements fournisseurs "
                       "reservee au superviseur."
               MOVE SPACES TO LOG-LINE
               STRING "SUPVALID REFUSE NIVEAU " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
               GOBACK
           END-IF

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           OPEN I-O PAYMENT-PROPOSAL-FILE
           IF PAYPROP-STATUS NOT = "00"
               DISPLAY "PAYPROP.DAT indisponible (" PAYPROP-STATUS
                       ") : lancer SUPPROP."
               GOBACK
           END-IF
           OPEN I-O PURCHASE-REGISTER
           IF PURREG-STATUS NOT = "00"
               DISPLAY "PURREG.DAT indisponible (" PURREG-STATUS
                       ")."
               CLOSE PAYMENT-PROPOSAL-FILE
               GOBACK
           END-IF
           PERFORM OUVRIR-JOURNAUX

           MOVE LOW-VALUES TO PRP-KEY
           START PAYMENT-PROPOSAL-FILE KEY IS NOT LESS THAN PRP-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM TRAITER-PROPOSITION-SUIVANTE UNTIL SCAN-EOF
           PERFORM CLORE-FOURNISSEUR

           MOVE PAYES-COUNT TO DISPLAY-COUNT
           MOVE TOTAL-PAYE TO DISPLAY-MONTANT
           DISPLAY DISPLAY-COUNT " fournisseur(s) paye(s) pour "
                   DISPLAY-MONTANT

           CLOSE PAYMENT-PROPOSAL-FILE
           CLOSE PURCHASE-REGISTER
           CLOSE SUPPLIER-SETTLEMENT-FILE
           CLOSE OUTBOUND-STAGE-FILE
           GOBACK.

      *    SUPSETL.DAT and OUTSTAGE.DAT may not exist yet on a brand
      *    new install; create them empty the first time, same as
      *    the other journals.
       OUVRIR-JOURNAUX.
           OPEN EXTEND SUPPLIER-SETTLEMENT-FILE
           IF SUPSETL-STATUS = "35"
               OPEN OUTPUT SUPPLIER-SETTLEMENT-FILE
               CLOSE SUPPLIER-SETTLEMENT-FILE
               OPEN EXTEND SUPPLIER-SETTLEMENT-FILE
           END-IF
           OPEN EXTEND OUTBOUND-STAGE-FILE
           IF OUTSTAGE-STATUS = "35"
               OPEN OUTPUT OUTBOUND-STAGE-FILE
               CLOSE OUTBOUND-STAGE-FILE
               OPEN EXTEND OUTBOUND-STAGE-FILE
           END-IF.

       TRAITER-PROPOSITION-SUIVANTE.
           READ PAYMENT-PROPOSAL-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PAYPROP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF PRP-EN-TETE
                   PERFORM CLORE-FOURNISSEUR
                   PERFORM DECIDER-FOURNISSEUR
               ELSE
                   IF GROUPE-VALIDE AND PRP-SUP-ID = GROUPE-SUP-ID
                       PERFORM REGLER-PIECE
                   END-IF
               END-IF
           END-IF.

      *    Only a proposal built today is released: yesterday's
      *    figures may have been paid or changed since, and the
      *    treasurer reruns SUPPROP rather than trust them.
       DECIDER-FOURNISSEUR.
           MOVE "N" TO GROUPE-VALIDE-SWITCH
           MOVE PRP-SUP-ID TO GROUPE-SUP-ID
           MOVE PRP-BENEF-NUMBER TO GROUPE-BENEF
           MOVE ZERO TO GROUPE-PAYE
           IF PRP-PROPOSE
               IF PRP-DATE NOT = RUN-DATE
                   DISPLAY "Proposition du " PRP-DATE
                           " perimee : relancer SUPPROP."
               ELSE
                   MOVE PRP-MONTANT TO DISPLAY-MONTANT
                   DISPLAY "Fournisseur " PRP-SUP-ID " "
                           PRP-SUP-NOM
                   DISPLAY "  Beneficiaire " PRP-BENEF-NUMBER
                           " - a payer " DISPLAY-MONTANT
                   DISPLAY "Valider ce paiement (O/N) ?"
                   ACCEPT REPONSE
                   MOVE OPERATEUR-COURANT TO PRP-TRESORIER
                   IF REPONSE-OUI
                       MOVE "V" TO PRP-STATUT
                       SET GROUPE-VALIDE TO TRUE
                   ELSE
                       MOVE "R" TO PRP-STATUT
                       MOVE SPACES TO LOG-LINE
                       STRING "PAIEMENT FRN REJETE " DELIMITED BY SIZE
                              OPERATEUR-COURANT DELIMITED BY SIZE
                              " FRN " DELIMITED BY SIZE
                              PRP-SUP-ID DELIMITED BY SIZE
                              DISPLAY-MONTANT DELIMITED BY SIZE
                           INTO LOG-LINE
                       PERFORM ECRIRE-LOG-OPERATEUR
                   END-IF
                   REWRITE PAYMENT-PROPOSAL-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour PAYPROP.DAT ("
                                   PAYPROP-STATUS ")."
                   END-REWRITE
               END-IF
           END-IF.

      *    The item is settled only if it is still exactly what was
      *    proposed: anything paid or changed since the proposal is
      *    left open and named on the console.
       REGLER-PIECE.
           MOVE PRP-SUP-ID TO PUR-SUP-ID
           MOVE PRP-SUP-INV-NUMBER TO PUR-SUP-INV-NUMBER
           READ PURCHASE-REGISTER
               INVALID KEY
                   DISPLAY "Piece " PRP-SUP-INV-NUMBER
                           " absente de PURREG.DAT : ignoree."
               NOT INVALID KEY
                   COMPUTE RESTE-DU = PUR-TOTAL-TTC - PUR-AMOUNT-PAID
                   IF PUR-OPEN AND RESTE-DU = PRP-MONTANT
                       PERFORM MARQUER-PIECE-REGLEE
                   ELSE
                       DISPLAY "Piece " PRP-SUP-INV-NUMBER
                               " modifiee depuis la proposition :"
                               " laissee ouverte."
                   END-IF
           END-READ.

       MARQUER-PIECE-REGLEE.
           MOVE PUR-TOTAL-TTC TO PUR-AMOUNT-PAID
           MOVE "P" TO PUR-STATUS
           MOVE RUN-DATE TO PUR-PAY-DATE
           REWRITE PURCHASE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour PURREG.DAT ("
                           PURREG-STATUS ")."
               NOT INVALID KEY
                   ADD RESTE-DU TO GROUPE-PAYE
                   PERFORM JOURNALISER-REGLEMENT
           END-REWRITE.

       JOURNALISER-REGLEMENT.
           MOVE RUN-DATE TO SPS-DATE
           MOVE PUR-SUP-ID TO SPS-SUP-ID
           MOVE PUR-SUP-INV-NUMBER TO SPS-SUP-INV-NUMBER
           MOVE RESTE-DU TO SPS-AMOUNT-PAID
           MOVE PUR-TOTAL-TTC TO SPS-TOTAL-TTC
           PERFORM COPIER-VENTILATION
               VARYING VENT-IDX FROM 1 BY 1
               UNTIL VENT-IDX > 4
           MOVE OPERATEUR-COURANT TO SPS-OPER-ID
           WRITE SUPPLIER-SETTLEMENT-RECORD.

       COPIER-VENTILATION.
           MOVE PUR-CAT-CODE(VENT-IDX) TO SPS-CAT-CODE(VENT-IDX)
           MOVE PUR-CAT-HT(VENT-IDX) TO SPS-CAT-HT(VENT-IDX)
           MOVE PUR-CAT-TVA(VENT-IDX) TO SPS-CAT-TVA(VENT-IDX).

      *    One virement per supplier for what was actually settled.
      *    The reference the supplier sees on its statement is our
      *    supplier number, which its accounts department can match.
       CLORE-FOURNISSEUR.
           IF GROUPE-VALIDE
               IF GROUPE-PAYE > ZERO
                   MOVE RUN-DATE TO OUT-DATE
                   MOVE RUN-TIME TO OUT-TIME
                   MOVE ZERO TO OUT-DEBIT-COMPTE
                   MOVE GROUPE-BENEF TO OUT-BENEF-NUMBER
                   MOVE GROUPE-PAYE TO OUT-MONTANT
                   MOVE "F" TO OUT-ORIGINE
                   MOVE SPACES TO OUT-ORIGINE-REF
                   STRING "F" DELIMITED BY SIZE
                          GROUPE-SUP-ID DELIMITED BY SIZE
                       INTO OUT-ORIGINE-REF
                   WRITE OUTBOUND-PAYMENT-RECORD
                   ADD 1 TO PAYES-COUNT
                   ADD GROUPE-PAYE TO TOTAL-PAYE
                   MOVE GROUPE-PAYE TO DISPLAY-MONTANT
                   DISPLAY "Paiement fournisseur " GROUPE-SUP-ID
                           " mis en file : " DISPLAY-MONTANT
                   MOVE SPACES TO LOG-LINE
                   STRING "PAIEMENT FRN VALIDE " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " FRN " DELIMITED BY SIZE
                          GROUPE-SUP-ID DELIMITED BY SIZE
                          DISPLAY-MONTANT DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
               ELSE
                   IF GROUPE-PAYE < ZERO
                       DISPLAY "Fournisseur " GROUPE-SUP-ID
                               " : avoirs regles sans facture -"
                               " a regulariser."
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO GROUPE-VALIDE-SWITCH.

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
