       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVLITIG.

      *    Disputed-invoice desk: puts an open invoice of INVREG.DAT
      *    under dispute when the customer contests it, and lifts
      *    the dispute once it is resolved. While the flag is set
      *    PAYAPPL sends no reminder and PENALRUN charges no
      *    late-payment penalty on the item. Every change is logged
      *    to OPERLOG.DAT under the signed-on operator with the
      *    reason keyed.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
           88 OPERATEUR-SUPERVISEUR VALUE "S".
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 RUN-MODE              PIC X(01).
           88 MODE-POSER           VALUE "P".
           88 MODE-LEVER           VALUE "L".
           88 MODE-CONSULTER       VALUE "Q".

       01 NUMERO-FACTURE        PIC 9(6).
       01 MOTIF-LITIGE          PIC X(30).
       01 MONTANT-OUVERT        PIC S9(6)V99.
       01 DISPLAY-MONTANT       PIC +ZZZZZ9.99.

       01 LOG-LINE              PIC X(62).
       01 LOG-DATE              PIC 9(8).
       01 LOG-TIME              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM LIRE-SESSION-OPERATEUR
           IF NOT SESSION-OK
               DISPLAY "Aucun operateur signe : passer par PILOTE."
               GOBACK
           END-IF

           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : aucune facture a traiter."
               GOBACK
           END-IF

           DISPLAY "Mode (P = poser un litige, L = lever,"
                   " Q = consulter) ?"
           ACCEPT RUN-MODE
           DISPLAY "Numero de facture ?"
           ACCEPT NUMERO-FACTURE

           MOVE NUMERO-FACTURE TO REG-INV-NUMBER
           READ INVOICE-REGISTER
               INVALID KEY
                   DISPLAY "Facture " NUMERO-FACTURE
                           " absente du registre."
               NOT INVALID KEY
                   PERFORM TRAITER-MODE
           END-READ

           CLOSE INVOICE-REGISTER
           GOBACK.

       TRAITER-MODE.
           EVALUATE TRUE
               WHEN MODE-POSER
                   PERFORM POSER-LITIGE
               WHEN MODE-LEVER
                   PERFORM LEVER-LITIGE
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-FACTURE
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE.

      *    Only an open invoice can be contested: a settled one has
      *    nothing left to chase, and an avoir nothing to collect.
       POSER-LITIGE.
           EVALUATE TRUE
               WHEN NOT REG-FACTURE
                   DISPLAY "Piece " REG-INV-NUMBER " : un avoir ne "
                           "peut etre mis en litige."
               WHEN NOT REG-OPEN
                   DISPLAY "Facture " REG-INV-NUMBER " soldee : "
                           "rien a mettre en litige."
               WHEN REG-EN-LITIGE
                   DISPLAY "Facture " REG-INV-NUMBER
                           " deja en litige."
               WHEN OTHER
                   DISPLAY "Motif du litige ?"
                   ACCEPT MOTIF-LITIGE
                   SET REG-EN-LITIGE TO TRUE
                   PERFORM ENREGISTRER-LITIGE
           END-EVALUATE.

       LEVER-LITIGE.
           IF NOT REG-EN-LITIGE
               DISPLAY "Facture " REG-INV-NUMBER
                       " n'est pas en litige."
           ELSE
               DISPLAY "Motif de la levee ?"
               ACCEPT MOTIF-LITIGE
               SET REG-LITIGE-AUCUN TO TRUE
               PERFORM ENREGISTRER-LITIGE
           END-IF.

       ENREGISTRER-LITIGE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du registre, "
                           "facture " REG-INV-NUMBER
               NOT INVALID KEY
                   PERFORM JOURNALISER-LITIGE
           END-REWRITE.

       JOURNALISER-LITIGE.
           MOVE SPACES TO LOG-LINE
           IF REG-EN-LITIGE
               STRING "LITIGE POSE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOTIF-LITIGE DELIMITED BY SIZE
                   INTO LOG-LINE
               DISPLAY "Facture " REG-INV-NUMBER " mise en litige :"
                       " ni relance ni penalite jusqu'a la levee."
           ELSE
               STRING "LITIGE LEVE " DELIMITED BY SIZE
                      OPERATEUR-COURANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REG-INV-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOTIF-LITIGE DELIMITED BY SIZE
                   INTO LOG-LINE
               DISPLAY "Litige leve sur la facture " REG-INV-NUMBER
                       "."
           END-IF
           PERFORM ECRIRE-LOG-OPERATEUR.

       CONSULTER-FACTURE.
           COMPUTE MONTANT-OUVERT = REG-PRICETTC - REG-AMOUNT-PAID
           MOVE MONTANT-OUVERT TO DISPLAY-MONTANT
           DISPLAY "Facture " REG-INV-NUMBER " client "
                   REG-CUST-ID " "
                   FUNCTION TRIM(REG-CUST-PRENOM) " "
                   FUNCTION TRIM(REG-CUST-NOM)
           DISPLAY "  Echeance " REG-DUE-DATE " reste du "
                   DISPLAY-MONTANT " statut " REG-STATUS
           IF REG-EN-LITIGE
               DISPLAY "  EN LITIGE"
           END-IF
           IF REG-COLLECT-EN-COURS
               DISPLAY "  EN COURS DE PRELEVEMENT"
           END-IF
           IF REG-PENAL-DATE NOT = ZERO
               DISPLAY "  Penalites facturees jusqu'au "
                       REG-PENAL-DATE
           END-IF
           IF REG-INDEMNITE-FACTUREE
               DISPLAY "  Indemnite forfaitaire deja facturee"
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
