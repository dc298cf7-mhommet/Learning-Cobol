       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRSMNT.

      *    Back-office desk for the inbound virements VIRRECU parked
      *    in VIRSUSP.DAT: lists what is still open and, once the
      *    beneficiary has been traced (a mistyped IBAN, an old RIB
      *    of a closed account, a name the customer service knows),
      *    allocates the item to the COMPTES account it belongs to.
      *    The credit itself is left to the next VIRRECU run, so
      *    there is one single path by which outside money reaches
      *    an account. Every allocation is logged to OPERLOG.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-SUSPENSE-FILE ASSIGN TO "VIRSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSP-REFERENCE
               FILE STATUS IS VIRSUSP-STATUS.

           SELECT OPERATOR-SESSION-FILE ASSIGN TO "OPERSESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERSESS-STATUS.

           SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INBOUND-SUSPENSE-FILE.
       COPY "VIRSUSP.cpy".

       FD OPERATOR-SESSION-FILE.
       COPY "OPERSESS.cpy".

       FD OPERATOR-LOG-FILE.
       01 OPERATOR-LOG-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 VIRSUSP-STATUS        PIC X(02).
       01 OPERSESS-STATUS       PIC X(02).
       01 OPERLOG-STATUS        PIC X(02).

       01 SESSION-OK-SWITCH     PIC X(01) VALUE "N".
           88 SESSION-OK           VALUE "Y".
       01 OPERATEUR-COURANT     PIC X(08).
       01 NIVEAU-COURANT        PIC X(01).
       01 SESSION-DATE-JOUR     PIC 9(8).

       01 RUN-MODE              PIC X(01).
           88 MODE-LISTER          VALUE "L".
           88 MODE-AFFECTER        VALUE "A".
           88 MODE-CONSULTER       VALUE "Q".
       01 CONFIRMATION          PIC X(01).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 ELEMENT-TROUVE-SWITCH PIC X(01) VALUE "N".
           88 ELEMENT-TROUVE       VALUE "Y".

       01 REFERENCE-DEMANDEE    PIC X(16).
       01 ID-COMPTE             PIC 9(5).
       01 SOLDE-COMPTE          PIC S9(9)V99.

       01 ELEMENTS-LISTES       PIC 9(5) VALUE ZERO.
       01 TOTAL-LISTE           PIC 9(11)V99 VALUE ZERO.

       01 DISPLAY-MONTANT       PIC ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
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

           OPEN I-O INBOUND-SUSPENSE-FILE
           IF VIRSUSP-STATUS NOT = "00"
               DISPLAY "VIRSUSP.DAT indisponible (" VIRSUSP-STATUS
                       ") : aucun virement en suspens."
               GOBACK
           END-IF

           DISPLAY "Mode (L = lister les virements en suspens, "
                   "A = affecter a un compte, Q = consulter) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-LISTER
                   PERFORM LISTER-OUVERTS
               WHEN MODE-AFFECTER
                   PERFORM LIRE-ELEMENT
                   IF ELEMENT-TROUVE
                       PERFORM AFFECTER-ELEMENT
                   END-IF
               WHEN MODE-CONSULTER
                   PERFORM LIRE-ELEMENT
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE INBOUND-SUSPENSE-FILE
           GOBACK.

       LISTER-OUVERTS.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO VSP-REFERENCE
           START INBOUND-SUSPENSE-FILE
                   KEY IS NOT LESS THAN VSP-REFERENCE
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LISTER-ELEMENT-SUIVANT UNTIL SCAN-EOF

           MOVE ELEMENTS-LISTES TO DISPLAY-COUNT
           MOVE TOTAL-LISTE TO DISPLAY-TOTAL
           DISPLAY DISPLAY-COUNT " virement(s) en suspens pour "
                   DISPLAY-TOTAL.

       LISTER-ELEMENT-SUIVANT.
           READ INBOUND-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF VIRSUSP-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               IF VSP-OUVERT
                   ADD 1 TO ELEMENTS-LISTES
                   ADD VSP-MONTANT TO TOTAL-LISTE
                   PERFORM AFFICHER-ELEMENT
               END-IF
           END-IF.

       LIRE-ELEMENT.
           MOVE "N" TO ELEMENT-TROUVE-SWITCH
           DISPLAY "Reference du virement ?"
           ACCEPT REFERENCE-DEMANDEE
           MOVE REFERENCE-DEMANDEE TO VSP-REFERENCE
           READ INBOUND-SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "Reference " REFERENCE-DEMANDEE
                           " absente de VIRSUSP.DAT."
               NOT INVALID KEY
                   SET ELEMENT-TROUVE TO TRUE
                   PERFORM AFFICHER-ELEMENT
           END-READ.

       AFFICHER-ELEMENT.
           MOVE VSP-MONTANT TO DISPLAY-MONTANT
           DISPLAY VSP-REFERENCE " recu le " VSP-DATE-RECEPTION
                   " montant " DISPLAY-MONTANT " motif " VSP-MOTIF
                   " statut " VSP-STATUT
           DISPLAY "  Beneficiaire " VSP-IBAN-BENEF
           DISPLAY "  Donneur " FUNCTION TRIM(VSP-DONNEUR)
                   " " VSP-IBAN-DONNEUR
           DISPLAY "  Libelle " FUNCTION TRIM(VSP-LIBELLE)
           IF VSP-COMPTE-AFFECTE > 0
               DISPLAY "  Compte affecte " VSP-COMPTE-AFFECTE
           END-IF.

      *    The account must exist in COMPTES; whether it can take
      *    the money (blocked, closed, ceiling) is VIRRECU's call at
      *    the next run, and a refusal there leaves the item open
      *    with the new reason.
       AFFECTER-ELEMENT.
           IF NOT VSP-OUVERT
               DISPLAY "Virement deja credite ou retourne."
           ELSE
               DISPLAY "Compte a crediter ?"
               ACCEPT ID-COMPTE
               EXEC SQL
                   SELECT SOLDE
                   INTO :SOLDE-COMPTE
                   FROM COMPTES
                   WHERE ID_COMPTE = :ID-COMPTE
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Compte " ID-COMPTE " introuvable."
               ELSE
                   DISPLAY "Affecter au compte " ID-COMPTE
                           " (O/N) ?"
                   ACCEPT CONFIRMATION
                   IF CONFIRMATION NOT = "O"
                       DISPLAY "Affectation abandonnee."
                   ELSE
                       PERFORM ENREGISTRER-AFFECTATION
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-AFFECTATION.
           MOVE ID-COMPTE TO VSP-COMPTE-AFFECTE
           REWRITE INBOUND-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour de VIRSUSP.DAT."
               NOT INVALID KEY
                   MOVE SPACES TO LOG-LINE
                   STRING "VIR SUSPENS AFFECTE " DELIMITED BY SIZE
                          OPERATEUR-COURANT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VSP-REFERENCE DELIMITED BY SIZE
                          " CPT " DELIMITED BY SIZE
                          ID-COMPTE DELIMITED BY SIZE
                       INTO LOG-LINE
                   PERFORM ECRIRE-LOG-OPERATEUR
                   DISPLAY "Affectation enregistree : credit au "
                           "prochain passage de VIRRECU."
           END-REWRITE.

      *    A session from a previous day is a leftover, not a
      *    sign-on; same date check as SUSPMNT.
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
