       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTESTAT.

      *    Sales statistics off the invoice lines TVA keeps behind
      *    the register (SALESLN.DAT): what was sold in a period by
      *    VAT category, by product and by customer, each against
      *    the period just before it and the same period a year
      *    earlier, with the top 20 products and customers of the
      *    period. Avoirs are held negative on their lines, so they
      *    net out of every figure by simple addition. Hors-champ
      *    documents (late-payment penalties) are not sales and are
      *    left out. An acompte on a quote carries no product code
      *    of its own and is counted under the quote's product.
      *    Nightly, no prompts.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LINE-FILE ASSIGN TO "SALESLN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS SALESLN-STATUS.

      *    Product names for the listing; without the catalog the
      *    codes alone are printed.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

      *    The register and the quotes, to find the product an
      *    acompte line was billed for: the acompte invoice (or the
      *    avoir reversing it) names its DEVIS.DAT quote.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT QUOTE-MASTER ASSIGN TO "DEVIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMBER
               FILE STATUS IS DEVIS-STATUS.

      *    The period reported: first and last month AAAAMM and the
      *    company (blank = every company), the same idea as
      *    CA3PARM.DAT. Absent, the run reports the previous
      *    calendar month for every company.
           SELECT PERIOD-PARM-FILE ASSIGN TO "VTEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-PARM-STATUS.

           SELECT STAT-REPORT-FILE ASSIGN TO "VTESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-REPORT-STATUS.

      *    The lines of the three periods sorted by product, then
      *    again by customer, so each one's figures arrive together:
      *    no table of products or customers to fill up.
           SELECT LINE-SORT-FILE ASSIGN TO "VTESTAWK.DAT".

      *    One record per product and per customer out of those two
      *    sorts, in code order for the listings; sorted once more by
      *    amount for the top 20.
           SELECT AGGREGATE-WORK-FILE ASSIGN TO "VTEAGRWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGGREGATE-WORK-STATUS.

           SELECT RANK-SORT-FILE ASSIGN TO "VTERNKWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD SALES-LINE-FILE.
       COPY "SALESLN.cpy".

       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD QUOTE-MASTER.
       COPY "DEVIS.cpy".

       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
           05 PERIOD-PARM-DEBUT  PIC 9(6).
           05 PERIOD-PARM-FIN    PIC 9(6).
           05 PERIOD-PARM-COMPANY PIC X(01).

       FD STAT-REPORT-FILE.
       01 STAT-REPORT-RECORD    PIC X(80).

      *    The line's amount HT in each period it falls in, zero in
      *    the others; its quantity counts in the period reported
      *    only.
       SD LINE-SORT-FILE.
       01 LINE-SORT-RECORD.
           05 SRT-CLE           PIC X(08).
           05 SRT-INV-NUMBER    PIC 9(6).
           05 SRT-NOM           PIC X(30).
           05 SRT-QTE           PIC S9(4)V99.
           05 SRT-HT            PIC S9(7)V99 OCCURS 3 TIMES.

       FD AGGREGATE-WORK-FILE.
       01 AGGREGATE-WORK-RECORD PIC X(89).

       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           05 RNK-HT-PERIODE    PIC S9(11)V99.
           05 RNK-CODE          PIC X(08).
           05 RNK-AGREGAT       PIC X(89).

       WORKING-STORAGE SECTION.
       COPY "VATRATE.cpy".

       01 SALESLN-STATUS        PIC X(02).
       01 PRODMAST-STATUS       PIC X(02).
       01 PERIOD-PARM-STATUS    PIC X(02).
       01 STAT-REPORT-STATUS    PIC X(02).
       01 INVREG-STATUS         PIC X(02).
       01 DEVIS-STATUS          PIC X(02).
       01 AGGREGATE-WORK-STATUS PIC X(02).

       01 LIGNES-DISPO-SW       PIC X(01) VALUE "N".
           88 LIGNES-DISPO         VALUE "Y".
       01 CATALOGUE-DISPO-SW    PIC X(01) VALUE "N".
           88 CATALOGUE-DISPO      VALUE "Y".
       01 DEVIS-DISPO-SW        PIC X(01) VALUE "N".
           88 DEVIS-DISPO          VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".
       01 AGREGAT-EOF-SWITCH    PIC X(01) VALUE "N".
           88 AGREGAT-EOF          VALUE "Y".
      *    Which sort the SALESLN scan is feeding: by product or by
      *    customer. The categories are added on the first only.
       01 PASSE-SW              PIC X(01).
           88 PASSE-PRODUITS       VALUE "P".
           88 PASSE-CLIENTS        VALUE "C".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 TOUTES-SOCIETES-SW    PIC X(01) VALUE "Y".
           88 TOUTES-SOCIETES      VALUE "Y".
       01 SOCIETE-FILTREE       PIC 9(01) VALUE ZERO.

       01 RUN-DATE              PIC 9(8).
       01 RUN-DATE-WS REDEFINES RUN-DATE.
           05 RUN-YEAR           PIC 9(4).
           05 RUN-MONTH          PIC 9(2).
           05 RUN-DAY            PIC 9(2).
       01 REPORT-LINE           PIC X(80).

      *    Months are compared as a running month number, year times
      *    twelve plus month, so a period crossing the new year and
      *    the periods it is compared with are plain subtractions.
      *    The previous period is as many months as the one reported,
      *    immediately before it; the year-ago period is the same
      *    months twelve earlier.
       01 PERIODE-DEBUT         PIC 9(6) VALUE ZERO.
       01 PERIODE-FIN           PIC 9(6) VALUE ZERO.
       01 MOIS-AAAAMM           PIC 9(6).
       01 MOIS-AAAAMM-WS REDEFINES MOIS-AAAAMM.
           05 MOIS-ANNEE         PIC 9(4).
           05 MOIS-MOIS          PIC 9(2).
       01 RANG-MOIS             PIC 9(6).
       01 RANG-DEBUT            PIC 9(6).
       01 RANG-FIN              PIC 9(6).
       01 RANG-PREC-DEBUT       PIC 9(6).
       01 RANG-PREC-FIN         PIC 9(6).
       01 RANG-AN-DEBUT         PIC 9(6).
       01 RANG-AN-FIN           PIC 9(6).
       01 RANG-LIGNE            PIC 9(6).
       01 DUREE-MOIS            PIC 9(3).
       01 AFFICHE-PREC-DEBUT    PIC 9(6).
       01 AFFICHE-PREC-FIN      PIC 9(6).
       01 AFFICHE-AN-DEBUT      PIC 9(6).
       01 AFFICHE-AN-FIN        PIC 9(6).

      *    Which of the three periods the line being read falls in:
      *    1 = the period reported, 2 = the previous period, 3 = the
      *    same period a year earlier. When the period reported is
      *    longer than a year, the last two overlap and a line can
      *    count in both.
       01 PERIODE-TABLE.
           05 PERIODE-CONCERNEE OCCURS 3 TIMES PIC X(01).
       01 PER-IDX               PIC 9(1).
       01 LIGNE-RETENUE-SW      PIC X(01).
           88 LIGNE-RETENUE        VALUE "Y".

      *    Per-category totals, one slot per VATRATE category in the
      *    table's order and a sixth for a code the table no longer
      *    knows, so the category section still adds up to the total.
       01 VCAT-TABLE.
           05 VCAT-ENTRY OCCURS 6 TIMES.
               10 VCAT-HT        PIC S9(11)V99 OCCURS 3 TIMES.
       01 VCAT-SLOT             PIC 9(1).
       01 TOTAL-TABLE.
           05 TOTAL-HT          PIC S9(11)V99 OCCURS 3 TIMES.

      *    The product or customer being cumulated between two
      *    control breaks, as written to and read back from the
      *    aggregate work file.
       01 AGREGAT-COURANT.
           05 AGC-NATURE        PIC X(01).
               88 AGC-PRODUIT      VALUE "P".
               88 AGC-CLIENT       VALUE "C".
           05 AGC-CODE          PIC X(08).
           05 AGC-NOM           PIC X(30).
           05 AGC-QTE           PIC S9(9)V99.
           05 AGC-HT            PIC S9(11)V99 OCCURS 3 TIMES.

      *    Product an acompte line is counted under: the quote's,
      *    found through the register.
       01 CODE-PRODUIT-LIGNE    PIC X(08).
       01 DEVIS-LIGNE           PIC 9(6).

       01 RANG-TOP              PIC 9(2).
       01 LIGNES-LUES           PIC 9(7) VALUE ZERO.

      *    One report line: the code and label, the quantity where
      *    there is one, the amount HT of the period and its
      *    variation against the previous and the year-ago period.
       01 STAT-CODE             PIC X(08).
       01 STAT-LIBELLE          PIC X(20).
       01 STAT-AVEC-QTE-SW      PIC X(01).
           88 STAT-AVEC-QTE        VALUE "Y".
       01 STAT-QTE              PIC S9(9)V99.
       01 STAT-TABLE.
           05 STAT-HT           PIC S9(11)V99 OCCURS 3 TIMES.
       01 STAT-BASE             PIC S9(11)V99.
       01 STAT-BASE-ABS         PIC S9(11)V99.
       01 VARIATION             PIC S9(4)V9.
       01 VAR-TEXTE             PIC X(08).
       01 VAR-PREC-TEXTE        PIC X(08).
       01 VAR-AN-TEXTE          PIC X(08).
       01 QTE-TEXTE             PIC X(10).

       01 DISPLAY-QTE           PIC -ZZZZZ9.99.
       01 DISPLAY-HT            PIC -ZZZZZZZ9.99.
       01 DISPLAY-VAR           PIC -ZZZ9.9.
       01 DISPLAY-TAUX          PIC Z9.99.
       01 DISPLAY-RANG          PIC Z9.
       01 DISPLAY-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PERIODE
           PERFORM CALCULER-PERIODES
           PERFORM INITIALISER-TOTAUX
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3

           OPEN OUTPUT STAT-REPORT-FILE

           OPEN INPUT PRODUCT-MASTER
           IF PRODMAST-STATUS = "00"
               SET CATALOGUE-DISPO TO TRUE
           END-IF
           OPEN INPUT INVOICE-REGISTER
           IF INVREG-STATUS = "00"
               OPEN INPUT QUOTE-MASTER
               IF DEVIS-STATUS = "00"
                   SET DEVIS-DISPO TO TRUE
               ELSE
                   CLOSE INVOICE-REGISTER
               END-IF
           END-IF

      *    No invoice lines yet is an empty report, not a failure.
           OPEN INPUT SALES-LINE-FILE
           IF SALESLN-STATUS = "00"
               SET LIGNES-DISPO TO TRUE
           END-IF

           OPEN OUTPUT AGGREGATE-WORK-FILE
           SET PASSE-PRODUITS TO TRUE
           SORT LINE-SORT-FILE
               ON ASCENDING KEY SRT-CLE SRT-INV-NUMBER
               INPUT PROCEDURE IS TRIER-LIGNES-VENTE
               OUTPUT PROCEDURE IS CUMULER-AGREGATS-TRIES
           SET PASSE-CLIENTS TO TRUE
           SORT LINE-SORT-FILE
               ON ASCENDING KEY SRT-CLE SRT-INV-NUMBER
               INPUT PROCEDURE IS TRIER-LIGNES-VENTE
               OUTPUT PROCEDURE IS CUMULER-AGREGATS-TRIES
           CLOSE AGGREGATE-WORK-FILE

           PERFORM EMETTRE-ENTETE
           PERFORM EMETTRE-CATEGORIES

           SET PASSE-PRODUITS TO TRUE
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-HT-PERIODE
               ON ASCENDING KEY RNK-CODE
               INPUT PROCEDURE IS CLASSER-AGREGATS
               OUTPUT PROCEDURE IS EMETTRE-TOP-PRODUITS
           SET PASSE-CLIENTS TO TRUE
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-HT-PERIODE
               ON ASCENDING KEY RNK-CODE
               INPUT PROCEDURE IS CLASSER-AGREGATS
               OUTPUT PROCEDURE IS EMETTRE-TOP-CLIENTS

           SET PASSE-PRODUITS TO TRUE
           PERFORM EMETTRE-PRODUITS
           SET PASSE-CLIENTS TO TRUE
           PERFORM EMETTRE-CLIENTS

           IF LIGNES-DISPO
               CLOSE SALES-LINE-FILE
           END-IF
           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           IF DEVIS-DISPO
               CLOSE INVOICE-REGISTER
               CLOSE QUOTE-MASTER
           END-IF
           CLOSE STAT-REPORT-FILE
           GOBACK.

       LIRE-PERIODE.
           OPEN INPUT PERIOD-PARM-FILE
           IF PERIOD-PARM-STATUS = "00"
               READ PERIOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERIOD-PARM-DEBUT NUMERIC
                               AND PERIOD-PARM-FIN NUMERIC
                               AND PERIOD-PARM-FIN NOT <
                                   PERIOD-PARM-DEBUT
                           MOVE PERIOD-PARM-DEBUT TO PERIODE-DEBUT
                           MOVE PERIOD-PARM-FIN TO PERIODE-FIN
                       END-IF
                       IF PERIOD-PARM-COMPANY NUMERIC
                           MOVE PERIOD-PARM-COMPANY TO SOCIETE-FILTREE
                           MOVE "N" TO TOUTES-SOCIETES-SW
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           IF PERIODE-DEBUT = ZERO
               COMPUTE RANG-MOIS = RUN-YEAR * 12 + RUN-MONTH - 1
               PERFORM CONVERTIR-RANG-MOIS
               MOVE MOIS-AAAAMM TO PERIODE-DEBUT
               MOVE MOIS-AAAAMM TO PERIODE-FIN
           END-IF.

       CALCULER-PERIODES.
           MOVE PERIODE-DEBUT TO MOIS-AAAAMM
           PERFORM CALCULER-RANG-MOIS
           MOVE RANG-MOIS TO RANG-DEBUT
           MOVE PERIODE-FIN TO MOIS-AAAAMM
           PERFORM CALCULER-RANG-MOIS
           MOVE RANG-MOIS TO RANG-FIN
           COMPUTE DUREE-MOIS = RANG-FIN - RANG-DEBUT + 1
           COMPUTE RANG-PREC-DEBUT = RANG-DEBUT - DUREE-MOIS
           COMPUTE RANG-PREC-FIN = RANG-DEBUT - 1
           COMPUTE RANG-AN-DEBUT = RANG-DEBUT - 12
           COMPUTE RANG-AN-FIN = RANG-FIN - 12

           MOVE RANG-PREC-DEBUT TO RANG-MOIS
           PERFORM CONVERTIR-RANG-MOIS
           MOVE MOIS-AAAAMM TO AFFICHE-PREC-DEBUT
           MOVE RANG-PREC-FIN TO RANG-MOIS
           PERFORM CONVERTIR-RANG-MOIS
           MOVE MOIS-AAAAMM TO AFFICHE-PREC-FIN
           MOVE RANG-AN-DEBUT TO RANG-MOIS
           PERFORM CONVERTIR-RANG-MOIS
           MOVE MOIS-AAAAMM TO AFFICHE-AN-DEBUT
           MOVE RANG-AN-FIN TO RANG-MOIS
           PERFORM CONVERTIR-RANG-MOIS
           MOVE MOIS-AAAAMM TO AFFICHE-AN-FIN.

       CALCULER-RANG-MOIS.
           COMPUTE RANG-MOIS = MOIS-ANNEE * 12 + MOIS-MOIS.

      *    Back from a running month number to AAAAMM: December is
      *    month twelve of its own year, not month zero of the next.
       CONVERTIR-RANG-MOIS.
           COMPUTE MOIS-ANNEE = (RANG-MOIS - 1) / 12
           COMPUTE MOIS-MOIS = RANG-MOIS - MOIS-ANNEE * 12.

       INITIALISER-TOTAUX.
           MOVE ZERO TO TOTAL-HT(PER-IDX)
           PERFORM INITIALISER-CATEGORIE
               VARYING VCAT-SLOT FROM 1 BY 1 UNTIL VCAT-SLOT > 6.

       INITIALISER-CATEGORIE.
           MOVE ZERO TO VCAT-HT(VCAT-SLOT, PER-IDX).

      *    One scan of the invoice lines per sort.
       TRIER-LIGNES-VENTE.
           MOVE "N" TO SCAN-EOF-SWITCH
           IF LIGNES-DISPO
               MOVE LOW-VALUES TO SLN-KEY
               START SALES-LINE-FILE KEY IS NOT LESS THAN SLN-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           ELSE
               SET SCAN-EOF TO TRUE
           END-IF
           PERFORM CUMULER-LIGNE-SUIVANTE UNTIL SCAN-EOF.

       CUMULER-LIGNE-SUIVANTE.
           READ SALES-LINE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF SALESLN-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               PERFORM SITUER-LIGNE
               IF LIGNE-RETENUE
                   IF PASSE-PRODUITS
                       ADD 1 TO LIGNES-LUES
                       PERFORM CUMULER-CATEGORIE
                   END-IF
                   PERFORM LIBERER-LIGNE-TRIEE
               END-IF
           END-IF.

       SITUER-LIGNE.
           MOVE "N" TO LIGNE-RETENUE-SW
           MOVE "NNN" TO PERIODE-TABLE
           IF SLN-CATEGORY NOT = "H"
                   AND (TOUTES-SOCIETES
                        OR SLN-COMPANY = SOCIETE-FILTREE)
               MOVE SLN-INV-DATE(1:6) TO MOIS-AAAAMM
               PERFORM CALCULER-RANG-MOIS
               MOVE RANG-MOIS TO RANG-LIGNE
               IF RANG-LIGNE NOT < RANG-DEBUT
                       AND RANG-LIGNE NOT > RANG-FIN
                   MOVE "Y" TO PERIODE-CONCERNEE(1)
                   SET LIGNE-RETENUE TO TRUE
               END-IF
               IF RANG-LIGNE NOT < RANG-PREC-DEBUT
                       AND RANG-LIGNE NOT > RANG-PREC-FIN
                   MOVE "Y" TO PERIODE-CONCERNEE(2)
                   SET LIGNE-RETENUE TO TRUE
               END-IF
               IF RANG-LIGNE NOT < RANG-AN-DEBUT
                       AND RANG-LIGNE NOT > RANG-AN-FIN
                   MOVE "Y" TO PERIODE-CONCERNEE(3)
                   SET LIGNE-RETENUE TO TRUE
               END-IF
           END-IF.

       CUMULER-CATEGORIE.
           MOVE 6 TO VCAT-SLOT
           SET CATEGORY-IDX TO 1
           SEARCH CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-CODE(CATEGORY-IDX) = SLN-CATEGORY
                   SET VCAT-SLOT TO CATEGORY-IDX
           END-SEARCH
           PERFORM AJOUTER-CATEGORIE
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3.

       AJOUTER-CATEGORIE.
           IF PERIODE-CONCERNEE(PER-IDX) = "Y"
               ADD SLN-PRICEHT TO VCAT-HT(VCAT-SLOT, PER-IDX)
               ADD SLN-PRICEHT TO TOTAL-HT(PER-IDX)
           END-IF.

       LIBERER-LIGNE-TRIEE.
           IF PASSE-PRODUITS
               PERFORM ATTRIBUER-PRODUIT-LIGNE
               MOVE CODE-PRODUIT-LIGNE TO SRT-CLE
           ELSE
               MOVE SLN-CUST-ID TO SRT-CLE
           END-IF
           MOVE SLN-INV-NUMBER TO SRT-INV-NUMBER
           MOVE SLN-CUST-NOM TO SRT-NOM
           MOVE ZERO TO SRT-QTE
           IF PERIODE-CONCERNEE(1) = "Y"
               MOVE SLN-QUANTITY TO SRT-QTE
           END-IF
           PERFORM REPARTIR-LIGNE-PERIODE
               VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 3
           RELEASE LINE-SORT-RECORD.

       REPARTIR-LIGNE-PERIODE.
           MOVE ZERO TO SRT-HT(PER-IDX)
           IF PERIODE-CONCERNEE(PER-IDX) = "Y"
               MOVE SLN-PRICEHT TO SRT-HT(PER-IDX)
           END-IF.

      *    An acompte line has no product code: the acompte invoice
      *    names its quote on the register, an avoir points back at
      *    the acompte it reverses, and the quote says what was
      *    ordered. A free-keyed quote, or a line the register or the
      *    quotes no longer know, stays without a code.
       ATTRIBUER-PRODUIT-LIGNE.
           MOVE SLN-PROD-CODE TO CODE-PRODUIT-LIGNE
           MOVE ZERO TO DEVIS-LIGNE
           IF SLN-PROD-CODE = SPACES AND DEVIS-DISPO
               MOVE SLN-INV-NUMBER TO REG-INV-NUMBER
               PERFORM CHERCHER-DEVIS-ACOMPTE
               IF DEVIS-LIGNE = ZERO AND REG-AVOIR
                   MOVE REG-ORIG-NUMBER TO REG-INV-NUMBER
                   PERFORM CHERCHER-DEVIS-ACOMPTE
               END-IF
               IF DEVIS-LIGNE NOT = ZERO
                   MOVE DEVIS-LIGNE TO DEV-NUMBER
                   READ QUOTE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEV-PROD-CODE TO CODE-PRODUIT-LIGNE
                   END-READ
               END-IF
           END-IF.

       CHERCHER-DEVIS-ACOMPTE.
           READ INVOICE-REGISTER
               INVALID KEY
                   MOVE SPACE TO REG-DOC-TYPE
               NOT INVALID KEY
                   IF REG-ACOMPTE
                       MOVE REG-DEVIS-NUMBER TO DEVIS-LIGNE
                   END-IF
           END-READ.

      *    Control break on the product code or customer number:
      *    every line of it is added in, then its aggregate goes to
      *    the work file. A customer keeps the name on its latest
      *    invoice.
       CUMULER-AGREGATS-TRIES.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-LIGNE-TRIEE
           PERFORM CUMULER-AGREGAT-TRIE UNTIL SORT-EOF.

       LIRE-LIGNE-TRIEE.
           RETURN LINE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       CUMULER-AGREGAT-TRIE.
           MOVE PASSE-SW TO AGC-NATURE
           MOVE SRT-CLE TO AGC-CODE
           MOVE SPACES TO AGC-NOM
           MOVE ZERO TO AGC-QTE
           MOVE ZERO TO AGC-HT(1)
           MOVE ZERO TO AGC-HT(2)
           MOVE ZERO TO AGC-HT(3)
           PERFORM CUMULER-LIGNE-TRIEE
               UNTIL SORT-EOF OR SRT-CLE NOT = AGC-CODE
           WRITE AGGREGATE-WORK-RECORD FROM AGREGAT-COURANT.

       CUMULER-LIGNE-TRIEE.
           IF PASSE-CLIENTS
               MOVE SRT-NOM TO AGC-NOM
           END-IF
           ADD SRT-QTE TO AGC-QTE
           ADD SRT-HT(1) TO AGC-HT(1)
           ADD SRT-HT(2) TO AGC-HT(2)
           ADD SRT-HT(3) TO AGC-HT(3)
           PERFORM LIRE-LIGNE-TRIEE.

      *    The aggregate work file read back, one kind at a time.
       OUVRIR-AGREGATS.
           MOVE "N" TO AGREGAT-EOF-SWITCH
           OPEN INPUT AGGREGATE-WORK-FILE
           IF AGGREGATE-WORK-STATUS NOT = "00"
               SET AGREGAT-EOF TO TRUE
           ELSE
               PERFORM LIRE-AGREGAT
           END-IF.

       LIRE-AGREGAT.
           PERFORM LIRE-UN-AGREGAT
           PERFORM LIRE-UN-AGREGAT
               UNTIL AGREGAT-EOF OR AGC-NATURE = PASSE-SW.

       LIRE-UN-AGREGAT.
           READ AGGREGATE-WORK-FILE INTO AGREGAT-COURANT
               AT END
                   SET AGREGAT-EOF TO TRUE
           END-READ.

       FERMER-AGREGATS.
           IF AGGREGATE-WORK-STATUS NOT = "35"
               CLOSE AGGREGATE-WORK-FILE
           END-IF.

       EMETTRE-ENTETE.
           MOVE SPACES TO REPORT-LINE
           IF TOUTES-SOCIETES
               STRING "STATISTIQUES DES VENTES " DELIMITED BY SIZE
                      PERIODE-DEBUT DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      PERIODE-FIN DELIMITED BY SIZE
                      " - TOUTES SOCIETES" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "STATISTIQUES DES VENTES " DELIMITED BY SIZE
                      PERIODE-DEBUT DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      PERIODE-FIN DELIMITED BY SIZE
                      " - SOCIETE " DELIMITED BY SIZE
                      SOCIETE-FILTREE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "COMPAREE A " DELIMITED BY SIZE
                  AFFICHE-PREC-DEBUT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AFFICHE-PREC-FIN DELIMITED BY SIZE
                  " (PREC) ET " DELIMITED BY SIZE
                  AFFICHE-AN-DEBUT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AFFICHE-AN-FIN DELIMITED BY SIZE
                  " (N-1), AVOIRS DEDUITS" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE LIGNES-LUES TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LIGNES DE VENTE RETENUES : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EMETTRE-TITRE-SECTION.
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           STRING "  CODE     LIBELLE               QUANTITE "
                      DELIMITED BY SIZE
                  "  HT PERIODE VAR/PREC  VAR/N-1" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Category H (hors champ) never reaches the tables, so its
      *    slot is not listed.
       EMETTRE-CATEGORIES.
           MOVE SPACES TO REPORT-LINE
           MOVE "VENTES PAR CATEGORIE DE TVA" TO REPORT-LINE
           PERFORM EMETTRE-TITRE-SECTION
           PERFORM EMETTRE-CATEGORIE
               VARYING VCAT-SLOT FROM 1 BY 1 UNTIL VCAT-SLOT > 5
           IF VCAT-HT(6, 1) NOT = ZERO OR VCAT-HT(6, 2) NOT = ZERO
                   OR VCAT-HT(6, 3) NOT = ZERO
               MOVE "?" TO STAT-CODE
               MOVE "CATEGORIE INCONNUE" TO STAT-LIBELLE
               MOVE "N" TO STAT-AVEC-QTE-SW
               MOVE VCAT-HT(6, 1) TO STAT-HT(1)
               MOVE VCAT-HT(6, 2) TO STAT-HT(2)
               MOVE VCAT-HT(6, 3) TO STAT-HT(3)
               PERFORM EMETTRE-LIGNE-STAT
           END-IF
           MOVE "TOTAL" TO STAT-CODE
           MOVE "TOTAL VENTES HT" TO STAT-LIBELLE
           MOVE "N" TO STAT-AVEC-QTE-SW
           MOVE TOTAL-HT(1) TO STAT-HT(1)
           MOVE TOTAL-HT(2) TO STAT-HT(2)
           MOVE TOTAL-HT(3) TO STAT-HT(3)
           PERFORM EMETTRE-LIGNE-STAT.

       EMETTRE-CATEGORIE.
           IF NOT CAT-HORS-CHAMP(VCAT-SLOT)
               MOVE CAT-CODE(VCAT-SLOT) TO STAT-CODE
               MOVE CAT-TAUX(VCAT-SLOT) TO DISPLAY-TAUX
               MOVE SPACES TO STAT-LIBELLE
               STRING "TVA " DELIMITED BY SIZE
                      DISPLAY-TAUX DELIMITED BY SIZE
                      " %" DELIMITED BY SIZE
                   INTO STAT-LIBELLE
               MOVE "N" TO STAT-AVEC-QTE-SW
               MOVE VCAT-HT(VCAT-SLOT, 1) TO STAT-HT(1)
               MOVE VCAT-HT(VCAT-SLOT, 2) TO STAT-HT(2)
               MOVE VCAT-HT(VCAT-SLOT, 3) TO STAT-HT(3)
               PERFORM EMETTRE-LIGNE-STAT
           END-IF.

      *    Top 20 by amount HT of the period: the products or
      *    customers actually sold to in the period, sorted on it
      *    highest first, the first twenty listed.
       CLASSER-AGREGATS.
           PERFORM OUVRIR-AGREGATS
           PERFORM CLASSER-AGREGAT UNTIL AGREGAT-EOF
           PERFORM FERMER-AGREGATS.

       CLASSER-AGREGAT.
           IF AGC-HT(1) > ZERO
               MOVE AGC-HT(1) TO RNK-HT-PERIODE
               MOVE AGC-CODE TO RNK-CODE
               MOVE AGREGAT-COURANT TO RNK-AGREGAT
               RELEASE RANK-SORT-RECORD
           END-IF
           PERFORM LIRE-AGREGAT.

       EMETTRE-TOP-PRODUITS.
           MOVE SPACES TO REPORT-LINE
           MOVE "TOP 20 PRODUITS" TO REPORT-LINE
           PERFORM EMETTRE-TITRE-SECTION
           PERFORM EMETTRE-VINGT-PREMIERS.

       EMETTRE-TOP-CLIENTS.
           MOVE SPACES TO REPORT-LINE
           MOVE "TOP 20 CLIENTS" TO REPORT-LINE
           PERFORM EMETTRE-TITRE-SECTION
           PERFORM EMETTRE-VINGT-PREMIERS.

       EMETTRE-VINGT-PREMIERS.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-RANG-TRIE
           PERFORM EMETTRE-UN-RANG
               VARYING RANG-TOP FROM 1 BY 1
               UNTIL RANG-TOP > 20 OR SORT-EOF.

       LIRE-RANG-TRIE.
           RETURN RANK-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       EMETTRE-UN-RANG.
           MOVE RNK-AGREGAT TO AGREGAT-COURANT
           IF PASSE-PRODUITS
               PERFORM PREPARER-LIGNE-PRODUIT
           ELSE
               PERFORM PREPARER-LIGNE-CLIENT
           END-IF
           MOVE RANG-TOP TO DISPLAY-RANG
           MOVE DISPLAY-RANG TO STAT-LIBELLE(19:2)
           PERFORM EMETTRE-LIGNE-STAT
           PERFORM LIRE-RANG-TRIE.

       EMETTRE-PRODUITS.
           MOVE SPACES TO REPORT-LINE
           MOVE "VENTES PAR PRODUIT" TO REPORT-LINE
           PERFORM EMETTRE-TITRE-SECTION
           PERFORM OUVRIR-AGREGATS
           PERFORM EMETTRE-PRODUIT UNTIL AGREGAT-EOF
           PERFORM FERMER-AGREGATS.

       EMETTRE-PRODUIT.
           PERFORM PREPARER-LIGNE-PRODUIT
           PERFORM EMETTRE-LIGNE-STAT
           PERFORM LIRE-AGREGAT.

      *    A blank code is a free-keyed line, or an invoice from
      *    before the lines were kept.
       PREPARER-LIGNE-PRODUIT.
           MOVE AGC-CODE TO STAT-CODE
           MOVE SPACES TO STAT-LIBELLE
           IF AGC-CODE = SPACES
               MOVE "SANS CODE PRODUIT" TO STAT-LIBELLE
           ELSE
               IF CATALOGUE-DISPO
                   MOVE AGC-CODE TO PROD-CODE
                   READ PRODUCT-MASTER
                       INVALID KEY
                           MOVE "PRODUIT INCONNU" TO STAT-LIBELLE
                       NOT INVALID KEY
                           MOVE PROD-NAME(1:17) TO STAT-LIBELLE
                   END-READ
               END-IF
           END-IF
           SET STAT-AVEC-QTE TO TRUE
           MOVE AGC-QTE TO STAT-QTE
           MOVE AGC-HT(1) TO STAT-HT(1)
           MOVE AGC-HT(2) TO STAT-HT(2)
           MOVE AGC-HT(3) TO STAT-HT(3).

       EMETTRE-CLIENTS.
           MOVE SPACES TO REPORT-LINE
           MOVE "VENTES PAR CLIENT" TO REPORT-LINE
           PERFORM EMETTRE-TITRE-SECTION
           PERFORM OUVRIR-AGREGATS
           PERFORM EMETTRE-CLIENT UNTIL AGREGAT-EOF
           PERFORM FERMER-AGREGATS.

       EMETTRE-CLIENT.
           PERFORM PREPARER-LIGNE-CLIENT
           PERFORM EMETTRE-LIGNE-STAT
           PERFORM LIRE-AGREGAT.

       PREPARER-LIGNE-CLIENT.
           MOVE AGC-CODE TO STAT-CODE
           MOVE SPACES TO STAT-LIBELLE
           MOVE AGC-NOM(1:17) TO STAT-LIBELLE
           MOVE "N" TO STAT-AVEC-QTE-SW
           MOVE AGC-HT(1) TO STAT-HT(1)
           MOVE AGC-HT(2) TO STAT-HT(2)
           MOVE AGC-HT(3) TO STAT-HT(3).

       EMETTRE-LIGNE-STAT.
           MOVE SPACES TO QTE-TEXTE
           IF STAT-AVEC-QTE
               MOVE STAT-QTE TO DISPLAY-QTE
               MOVE DISPLAY-QTE TO QTE-TEXTE
           END-IF
           MOVE STAT-HT(1) TO DISPLAY-HT
           MOVE STAT-HT(2) TO STAT-BASE
           PERFORM CALCULER-VARIATION
           MOVE VAR-TEXTE TO VAR-PREC-TEXTE
           MOVE STAT-HT(3) TO STAT-BASE
           PERFORM CALCULER-VARIATION
           MOVE VAR-TEXTE TO VAR-AN-TEXTE
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  STAT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAT-LIBELLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QTE-TEXTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DISPLAY-HT DELIMITED BY SIZE
                  VAR-PREC-TEXTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAR-AN-TEXTE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *    Variation of the period against a comparison amount, in
      *    per cent of that amount; nothing sold then (or a swing
      *    too wide to print) reads N/S, not significant.
       CALCULER-VARIATION.
           MOVE "     N/S" TO VAR-TEXTE
           MOVE STAT-BASE TO STAT-BASE-ABS
           IF STAT-BASE-ABS < ZERO
               COMPUTE STAT-BASE-ABS = ZERO - STAT-BASE-ABS
           END-IF
           IF STAT-BASE-ABS NOT = ZERO
               COMPUTE VARIATION ROUNDED
                   = (STAT-HT(1) - STAT-BASE) * 100 / STAT-BASE-ABS
                   ON SIZE ERROR
                       MOVE "     N/S" TO VAR-TEXTE
                   NOT ON SIZE ERROR
                       MOVE VARIATION TO DISPLAY-VAR
                       MOVE SPACES TO VAR-TEXTE
                       STRING DISPLAY-VAR DELIMITED BY SIZE
                              "%" DELIMITED BY SIZE
                           INTO VAR-TEXTE
               END-COMPUTE
           END-IF.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO STAT-REPORT-RECORD
           WRITE STAT-REPORT-RECORD.
