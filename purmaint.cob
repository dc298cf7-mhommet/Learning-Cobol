       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURMAINT.

      *    Purchase-invoice capture: the supplier invoice keyed once
      *    into PURREG.DAT with its HT/TVA split per VATRATE
      *    category, checked against our own rates and against the
      *    TTC printed on the paper, so CA3DECL can deduct the VAT
      *    and GLPOST can post the charge without anyone re-adding
      *    the supplier folder.

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

      *    An overridden charge account is checked against the plan
      *    comptable, same as SUPMAINT does for the default one.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    GLPOST's "D" record: a purchase invoice booked on or
      *    before the last posted date is already in the ledger and
      *    can no longer simply be deleted.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PURCHASE-REGISTER.
       COPY "PURREG.cpy".

       FD SUPPLIER-MASTER.
       COPY "SUPPMAST.cpy".

       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "VATRATE.cpy".

       01 PURREG-STATUS         PIC X(02).
       01 SUPPMAST-STATUS       PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-SUPPRIMER       VALUE "D".

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 FACTURE-VALIDE-SWITCH PIC X(01).
           88 FACTURE-VALIDE       VALUE "Y".
       01 TVA-VALIDE-SWITCH     PIC X(01).
           88 TVA-VALIDE           VALUE "Y".

       01 TYPE-PIECE            PIC X(01).
           88 PIECE-AVOIR          VALUE "A".
       01 SAISIE-HT             PIC 9(7)V99.
       01 SAISIE-TVA            PIC 9(7)V99.
       01 SAISIE-TTC            PIC 9(7)V99.
       01 SAISIE-COMPTE         PIC X(06).
       01 TVA-CALCULEE          PIC 9(7)V99.
       01 ECART-TVA             PIC S9(7)V99.
       01 CAT-IDX               PIC 9(1).

      *    A supplier computing its VAT line by line rather than on
      *    the total lands a cent or two off ours; anything wider
      *    than this is a keying error or a wrong rate, not rounding.
       01 TOLERANCE-TVA         PIC 9V99 VALUE 0.05.

       01 TOTAL-TTC-CONTROLE    PIC S9(7)V99.
       01 DERNIERE-DATE-POSTEE  PIC 9(8) VALUE ZERO.

      *    Work fields for rolling the supplier's terms forward over
      *    month ends, same arithmetic as TVA's due-date roll.
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

       01 DISPLAY-MONTANT       PIC -Z,ZZZ,ZZ9.99.
       01 DISPLAY-TAUX          PIC Z9.99.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           PERFORM OUVRIR-REGISTRE-ACHATS

           DISPLAY "Mode (A = saisir une facture fournisseur,"
                   " C = consulter, D = supprimer) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM SAISIR-FACTURE-ACHAT
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-FACTURE-ACHAT
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-FACTURE-ACHAT
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE PURCHASE-REGISTER
           GOBACK.

      *    PURREG.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as INVREG.DAT.
       OUVRIR-REGISTRE-ACHATS.
           OPEN I-O PURCHASE-REGISTER
           IF PURREG-STATUS = "35"
               OPEN OUTPUT PURCHASE-REGISTER
               CLOSE PURCHASE-REGISTER
               OPEN I-O PURCHASE-REGISTER
           END-IF.

      *    The supplier's invoice number is half the key; blank, it
      *    would collide in SUPPROP.DAT with the supplier's header
      *    line, which carries no invoice number.
       SAISIR-FACTURE-ACHAT.
           MOVE "Y" TO FACTURE-VALIDE-SWITCH
           INITIALIZE PURCHASE-REGISTER-RECORD

           DISPLAY "Numero de fournisseur ?"
           ACCEPT PUR-SUP-ID
           PERFORM LIRE-FOURNISSEUR

           IF FACTURE-VALIDE
               DISPLAY "Numero de facture du fournisseur ?"
               ACCEPT PUR-SUP-INV-NUMBER
               IF PUR-SUP-INV-NUMBER = SPACES
                   DISPLAY "Numero de facture obligatoire : "
                           "saisie refusee."
                   MOVE "N" TO FACTURE-VALIDE-SWITCH
               END-IF
           END-IF

           IF FACTURE-VALIDE
               READ PURCHASE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Facture " PUR-SUP-INV-NUMBER
                               " deja enregistree pour ce "
                               "fournisseur : saisie refusee."
                       MOVE "N" TO FACTURE-VALIDE-SWITCH
               END-READ
           END-IF

           IF FACTURE-VALIDE
               DISPLAY "Date de la facture (AAAAMMJJ) ?"
               ACCEPT PUR-INVOICE-DATE
               DISPLAY "Type (F = facture, A = avoir fournisseur) ?"
               ACCEPT TYPE-PIECE
               PERFORM SAISIR-VENTILATION
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 4
               PERFORM CONTROLER-TOTAL-TTC
           END-IF

           IF FACTURE-VALIDE
               PERFORM SAISIR-COMPTE-CHARGE
           END-IF

           IF FACTURE-VALIDE
               ACCEPT PUR-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE SUP-TERMS-DAYS TO PUR-TERMS-DAYS
               PERFORM CALCULER-DATE-ECHEANCE
               MOVE SUP-NOM TO PUR-SUP-NOM
               MOVE ZERO TO PUR-AMOUNT-PAID
               MOVE "O" TO PUR-STATUS
               MOVE OPERATEUR-COURANT TO PUR-OPER-ID
               WRITE PURCHASE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Erreur ecriture PURREG.DAT ("
                               PURREG-STATUS ")."
                       MOVE "N" TO FACTURE-VALIDE-SWITCH
               END-WRITE
           END-IF

           IF FACTURE-VALIDE
               MOVE PUR-TOTAL-TTC TO DISPLAY-MONTANT
               DISPLAY "Facture " PUR-SUP-INV-NUMBER " enregistree,"
                       " TTC " DISPLAY-MONTANT
                       " echeance " PUR-DUE-DATE
               MOVE SPACES TO LOG-LINE
               STRING "FACTURE ACHAT " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " FRN " DELIMITED BY SIZE
                      PUR-SUP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PUR-SUP-INV-NUMBER DELIMITED BY SIZE
                      " TTC" DELIMITED BY SIZE
                      DISPLAY-MONTANT DELIMITED BY SIZE
                   INTO LOG-LINE
               PERFORM ECRIRE-LOG-OPERATEUR
           END-IF.

      *    Only an active supplier takes new invoices; a suspended
      *    one is being wound down or is under review.
       LIRE-FOURNISSEUR.
           OPEN INPUT SUPPLIER-MASTER
           IF SUPPMAST-STATUS NOT = "00"
               DISPLAY "SUPPMAST.DAT indisponible ("
                       SUPPMAST-STATUS ")."
               MOVE "N" TO FACTURE-VALIDE-SWITCH
           ELSE
               MOVE PUR-SUP-ID TO SUP-ID
               READ SUPPLIER-MASTER
                   INVALID KEY
                       DISPLAY "Fournisseur " PUR-SUP-ID
                               " inconnu : le creer via SUPMAINT."
                       MOVE "N" TO FACTURE-VALIDE-SWITCH
                   NOT INVALID KEY
                       IF NOT SUP-ACTIF
                           DISPLAY "Fournisseur " PUR-SUP-ID
                                   " suspendu."
                           MOVE "N" TO FACTURE-VALIDE-SWITCH
                       ELSE
                           DISPLAY "Fournisseur : " SUP-NOM
                       END-IF
               END-READ
               CLOSE SUPPLIER-MASTER
           END-IF.

      *    One base HT per VATRATE category; the VAT is recomputed
      *    off our own rate table and the figure printed on the
      *    supplier's invoice must agree with it within the rounding
      *    tolerance - a deduction is only as good as the invoice
      *    it rests on.
       SAISIR-VENTILATION.
           MOVE CAT-CODE(CAT-IDX) TO PUR-CAT-CODE(CAT-IDX)
           MOVE CAT-TAUX(CAT-IDX) TO DISPLAY-TAUX
           DISPLAY "Base HT categorie " CAT-CODE(CAT-IDX)
                   " (" DISPLAY-TAUX "%) - 0 si aucune ?"
           ACCEPT SAISIE-HT
           COMPUTE TVA-CALCULEE ROUNDED
               = SAISIE-HT * CAT-TAUX(CAT-IDX) / 100
           MOVE ZERO TO SAISIE-TVA
           IF TVA-CALCULEE NOT = ZERO
               MOVE "N" TO TVA-VALIDE-SWITCH
               PERFORM SAISIR-TVA-FACTUREE UNTIL TVA-VALIDE
           END-IF
           IF PIECE-AVOIR
               COMPUTE PUR-CAT-HT(CAT-IDX) = 0 - SAISIE-HT
               COMPUTE PUR-CAT-TVA(CAT-IDX) = 0 - SAISIE-TVA
           ELSE
               MOVE SAISIE-HT TO PUR-CAT-HT(CAT-IDX)
               MOVE SAISIE-TVA TO PUR-CAT-TVA(CAT-IDX)
           END-IF
           ADD PUR-CAT-HT(CAT-IDX) TO PUR-TOTAL-HT
           ADD PUR-CAT-TVA(CAT-IDX) TO PUR-TOTAL-TVA.

       SAISIR-TVA-FACTUREE.
           MOVE TVA-CALCULEE TO DISPLAY-MONTANT
           DISPLAY "TVA calculee " DISPLAY-MONTANT
                   " - TVA portee sur la facture ?"
           ACCEPT SAISIE-TVA
           COMPUTE ECART-TVA = SAISIE-TVA - TVA-CALCULEE
           IF ECART-TVA < 0
               COMPUTE ECART-TVA = 0 - ECART-TVA
           END-IF
           IF ECART-TVA > TOLERANCE-TVA
               DISPLAY "Ecart de TVA superieur a la tolerance :"
                       " verifier la base ou le taux."
           ELSE
               SET TVA-VALIDE TO TRUE
           END-IF.

      *    The operator keys the TTC printed at the bottom of the
      *    invoice as a control total; HT plus TVA must land on it
      *    to the cent or nothing is booked.
       CONTROLER-TOTAL-TTC.
           COMPUTE PUR-TOTAL-TTC = PUR-TOTAL-HT + PUR-TOTAL-TVA
           DISPLAY "Total TTC de la facture ?"
           ACCEPT SAISIE-TTC
           IF PIECE-AVOIR
               COMPUTE TOTAL-TTC-CONTROLE = 0 - SAISIE-TTC
           ELSE
               MOVE SAISIE-TTC TO TOTAL-TTC-CONTROLE
           END-IF
           IF TOTAL-TTC-CONTROLE NOT = PUR-TOTAL-TTC
               MOVE PUR-TOTAL-TTC TO DISPLAY-MONTANT
               DISPLAY "HT + TVA = " DISPLAY-MONTANT
                       " : ne correspond pas au TTC saisi."
                       " Facture refusee."
               MOVE "N" TO FACTURE-VALIDE-SWITCH
           END-IF
           IF PUR-TOTAL-TTC = ZERO
               DISPLAY "Facture a zero : refusee."
               MOVE "N" TO FACTURE-VALIDE-SWITCH
           END-IF.

       SAISIR-COMPTE-CHARGE.
           DISPLAY "Compte de charge (vide = " SUP-GL-ACCOUNT ") ?"
           MOVE SPACES TO SAISIE-COMPTE
           ACCEPT SAISIE-COMPTE
           IF SAISIE-COMPTE = SPACES
               MOVE SUP-GL-ACCOUNT TO PUR-GL-ACCOUNT
           ELSE
               MOVE SAISIE-COMPTE TO PUR-GL-ACCOUNT
           END-IF
           IF PUR-GL-ACCOUNT = SPACES
               MOVE "607000" TO PUR-GL-ACCOUNT
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "00"
               MOVE PUR-GL-ACCOUNT TO GLA-NUMBER
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Compte " PUR-GL-ACCOUNT
                               " absent du plan comptable :"
                               " facture refusee."
                       MOVE "N" TO FACTURE-VALIDE-SWITCH
               END-READ
               CLOSE GL-ACCOUNT-FILE
           END-IF.

      *    Due date = supplier invoice date rolled forward by the
      *    supplier's terms, month by month off MOIS-TABLE.
       CALCULER-DATE-ECHEANCE.
           MOVE PUR-INVOICE-DATE(1:4) TO ECH-YEAR
           MOVE PUR-INVOICE-DATE(5:2) TO ECH-MONTH
           MOVE PUR-INVOICE-DATE(7:2) TO ECH-DAY
           ADD PUR-TERMS-DAYS TO ECH-DAY

           PERFORM CHERCHER-LONGUEUR-MOIS
           PERFORM AJUSTER-MOIS-ECHEANCE
               UNTIL ECH-DAY <= MOIS-LONGUEUR

           COMPUTE PUR-DUE-DATE = ECH-YEAR * 10000
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

       CONSULTER-FACTURE-ACHAT.
           DISPLAY "Numero de fournisseur ?"
           ACCEPT PUR-SUP-ID
           DISPLAY "Numero de facture du fournisseur ?"
           ACCEPT PUR-SUP-INV-NUMBER
           READ PURCHASE-REGISTER
               INVALID KEY
                   DISPLAY "Facture fournisseur inconnue."
               NOT INVALID KEY
                   DISPLAY "Facture " PUR-SUP-INV-NUMBER
                           " de " PUR-SUP-NOM
                   DISPLAY "  Date " PUR-INVOICE-DATE
                           " saisie " PUR-ENTRY-DATE
                           " echeance " PUR-DUE-DATE
                   PERFORM AFFICHER-VENTILATION
                       VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > 4
                   MOVE PUR-TOTAL-TTC TO DISPLAY-MONTANT
                   DISPLAY "  TTC " DISPLAY-MONTANT
                           " compte " PUR-GL-ACCOUNT
                           " statut " PUR-STATUS
                   MOVE PUR-AMOUNT-PAID TO DISPLAY-MONTANT
                   DISPLAY "  Deja regle " DISPLAY-MONTANT
           END-READ.

       AFFICHER-VENTILATION.
           IF PUR-CAT-HT(CAT-IDX) NOT = ZERO
               MOVE PUR-CAT-HT(CAT-IDX) TO DISPLAY-MONTANT
               DISPLAY "  Cat " PUR-CAT-CODE(CAT-IDX)
                       " HT " DISPLAY-MONTANT WITH NO ADVANCING
               MOVE PUR-CAT-TVA(CAT-IDX) TO DISPLAY-MONTANT
               DISPLAY " TVA " DISPLAY-MONTANT
           END-IF.

      *    A booking error is deleted and keyed again only while
      *    GLPOST has not swept it and nothing has been paid on it;
      *    past that point the correction is a supplier credit note.
       SUPPRIMER-FACTURE-ACHAT.
           DISPLAY "Numero de fournisseur ?"
           ACCEPT PUR-SUP-ID
           DISPLAY "Numero de facture du fournisseur ?"
           ACCEPT PUR-SUP-INV-NUMBER
           READ PURCHASE-REGISTER
               INVALID KEY
                   DISPLAY "Facture fournisseur inconnue."
               NOT INVALID KEY
                   PERFORM LIRE-DATE-POSTEE
                   IF PUR-ENTRY-DATE <= DERNIERE-DATE-POSTEE
                           OR PUR-AMOUNT-PAID NOT = ZERO
                       DISPLAY "Facture deja comptabilisee ou "
                               "reglee : passer un avoir."
                   ELSE
                       PERFORM EFFACER-FACTURE-ACHAT
                   END-IF
           END-READ.

       EFFACER-FACTURE-ACHAT.
           DELETE PURCHASE-REGISTER
               INVALID KEY
                   DISPLAY "Erreur suppression PURREG.DAT ("
                           PURREG-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Facture " PUR-SUP-INV-NUMBER " supprimee."
                   MOVE SPACES TO LOG-LINE
                   STRING "FACTURE ACHAT SUPPRIMEE " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " FRN " DELIMITED BY SIZE
                          PUR-SUP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PUR-SUP-INV-NUMBER DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
           END-DELETE.

       LIRE-DATE-POSTEE.
           MOVE ZERO TO DERNIERE-DATE-POSTEE
           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "D" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DERNIERE-DATE-POSTEE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
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
