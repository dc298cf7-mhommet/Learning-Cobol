               RECORD KEY IS NIDX-KEY
               FILE STATUS IS CUSTNIDX-STATUS.

      *    Co-titulaires and mandataires beside the titulaire the
      *    cross-reference names: a joint account or a power of
      *    attorney is recorded here, one record per person.
           SELECT ACCOUNT-HOLDER-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHD-KEY
               FILE STATUS IS ACCTHOLD-STATUS.

      *    Every titulaire, co-titulaire or mandataire put on or
      *    taken off an account is a change to declare to FICOBA.
           SELECT FICOBA-EVENT-FILE ASSIGN TO "FICOBEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-KEY
               FILE STATUS IS FICOBEVT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CUSTOMER-NAME-INDEX.
       COPY "CUSTNIDX.cpy".

       FD ACCOUNT-HOLDER-FILE.
       COPY "ACCTHOLD.cpy".

       FD FICOBA-EVENT-FILE.
       COPY "FICOBEVT.cpy".

       WORKING-STORAGE SECTION.
       01 ACCTXREF-STATUS       PIC X(02).
       01 ACCTHOLD-STATUS       PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).
       01 CUSTNIDX-STATUS       PIC X(02).
       01 ID-TITULAIRE          PIC 9(6).
           88 MODE-ATTACHER        VALUE "A".
           88 MODE-DETACHER        VALUE "D".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-AJOUTER-PARTIE  VALUE "P".
           88 MODE-RETIRER-PARTIE  VALUE "R".

       01 ID-COMPTE             PIC 9(5).
       01 NOM-TITULAIRE         PIC A(30).
       01 CLIENT-CONNU-SWITCH   PIC X(01) VALUE "N".
           88 CLIENT-CONNU         VALUE "Y".

      *    Party being added: role, and for a mandataire the period
      *    and withdrawal ceiling of the mandate.
       01 ROLE-SAISI            PIC X(01).
           88 ROLE-VALIDE          VALUE "C" "M".
           88 ROLE-MANDATAIRE      VALUE "M".
       01 DEBUT-MANDAT          PIC 9(8).
       01 FIN-MANDAT            PIC 9(8).
       01 PLAFOND-MANDAT        PIC 9(7)V99.
       01 RUN-DATE              PIC 9(8).
       01 HOLD-EOF-SWITCH       PIC X(01).
           88 HOLD-EOF             VALUE "Y".

      *    The FICOBA event being recorded, and the titulaire an
      *    attachment replaces.
       01 FICOBEVT-STATUS       PIC X(02).
       01 ANCIEN-TITULAIRE      PIC 9(6).
       01 EVENEMENT-COMPTE      PIC 9(5).
       01 EVENEMENT-CLIENT      PIC 9(6).
       01 EVENEMENT-NATURE      PIC X(01).
       01 EVENEMENT-ROLE        PIC X(01).
       01 EVENEMENT-DATE-EFFET  PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIER-XREF

           DISPLAY "Mode (A = attacher, D = detacher,"
                   " C = consulter, P = ajouter co-titulaire ou"
                   " mandataire, R = retirer co-titulaire ou"
                   " mandataire) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
                   PERFORM DETACHER-COMPTE
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-COMPTE
               WHEN MODE-AJOUTER-PARTIE
                   PERFORM AJOUTER-PARTIE
               WHEN MODE-RETIRER-PARTIE
                   PERFORM RETIRER-PARTIE
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE
               DISPLAY "Client introuvable dans CUSTMAST.DAT : "
                       "rattachement refuse."
           ELSE
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       MOVE ZERO TO ANCIEN-TITULAIRE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO ANCIEN-TITULAIRE
               END-READ
               MOVE ID-COMPTE TO XREF-ACCOUNT-ID
               MOVE ID-TITULAIRE TO XREF-CUST-ID
               MOVE NOM-TITULAIRE TO XREF-CUST-NOM
               DISPLAY "Compte " ID-COMPTE " rattache a "
                       FUNCTION TRIM(PRENOM-TITULAIRE) " "
                       FUNCTION TRIM(NOM-TITULAIRE)
               IF ANCIEN-TITULAIRE NOT = ID-TITULAIRE
                   PERFORM DECLARER-CHANGEMENT-TITULAIRE
               END-IF
           END-IF.

      *    A new titulaire replacing another is the old one taken
      *    off the account and the new one put on.
       DECLARER-CHANGEMENT-TITULAIRE.
           MOVE ID-COMPTE TO EVENEMENT-COMPTE
           MOVE "T" TO EVENEMENT-ROLE
           MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
           IF ANCIEN-TITULAIRE NOT = ZERO
               MOVE ANCIEN-TITULAIRE TO EVENEMENT-CLIENT
               MOVE "R" TO EVENEMENT-NATURE
               PERFORM ENREGISTRER-EVENEMENT-FICOBA
           END-IF
           MOVE ID-TITULAIRE TO EVENEMENT-CLIENT
           MOVE "A" TO EVENEMENT-NATURE
           PERFORM ENREGISTRER-EVENEMENT-FICOBA.

      *    Name through the index to the number, then the number
      *    against the master: both must agree before the account is
      *    hung off the customer.
           DISPLAY "ID du compte a detacher ?"
           ACCEPT ID-COMPTE
           MOVE ID-COMPTE TO XREF-ACCOUNT-ID
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   DISPLAY "Aucun rattachement pour le compte "
                           ID-COMPTE
               NOT INVALID KEY
                   PERFORM SUPPRIMER-RATTACHEMENT
           END-READ.

       SUPPRIMER-RATTACHEMENT.
           MOVE XREF-CUST-ID TO EVENEMENT-CLIENT
           DELETE ACCOUNT-XREF-FILE
               INVALID KEY
                   DISPLAY "Aucun rattachement pour le compte "
                           ID-COMPTE
               NOT INVALID KEY
                   DISPLAY "Compte " ID-COMPTE " detache."
                   MOVE ID-COMPTE TO EVENEMENT-COMPTE
                   MOVE "R" TO EVENEMENT-NATURE
                   MOVE "T" TO EVENEMENT-ROLE
                   MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
                   PERFORM ENREGISTRER-EVENEMENT-FICOBA
           END-DELETE.

       CONSULTER-COMPTE.
                   DISPLAY "Compte " ID-COMPTE " : titulaire "
                           FUNCTION TRIM(XREF-CUST-PRENOM) " "
                           FUNCTION TRIM(XREF-CUST-NOM)
                   PERFORM LISTER-PARTIES-COMPTE
           END-READ.

      *    Every co-titulaire and mandataire of the account, off the
      *    account's own range of ACCTHOLD keys.
       LISTER-PARTIES-COMPTE.
           OPEN INPUT ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "00"
               MOVE "N" TO HOLD-EOF-SWITCH
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE ZERO TO AHD-CUST-ID
               START ACCOUNT-HOLDER-FILE
                       KEY IS NOT LESS THAN AHD-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM AFFICHER-PARTIE-SUIVANTE UNTIL HOLD-EOF
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       AFFICHER-PARTIE-SUIVANTE.
           READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
           END-READ
           IF ACCTHOLD-STATUS NOT = "00"
               SET HOLD-EOF TO TRUE
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COMPTE NOT = ID-COMPTE
                   SET HOLD-EOF TO TRUE
               END-IF
           END-IF
           IF NOT HOLD-EOF
               IF AHD-COTITULAIRE
                   DISPLAY "  co-titulaire " AHD-CUST-ID " "
                           FUNCTION TRIM(AHD-CUST-PRENOM) " "
                           FUNCTION TRIM(AHD-CUST-NOM)
               ELSE
                   DISPLAY "  mandataire   " AHD-CUST-ID " "
                           FUNCTION TRIM(AHD-CUST-PRENOM) " "
                           FUNCTION TRIM(AHD-CUST-NOM)
                           " du " AHD-DEBUT " au " AHD-FIN
                           " plafond " AHD-PLAFOND-RETRAIT
               END-IF
           END-IF.

      *    The account must already have its titulaire, and the new
      *    party must be a customer on file who is not that
      *    titulaire; keying an existing party again replaces the
      *    role and mandate terms.
       AJOUTER-PARTIE.
           DISPLAY "ID du compte ?"
           ACCEPT ID-COMPTE
           MOVE ID-COMPTE TO XREF-ACCOUNT-ID
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   DISPLAY "Compte " ID-COMPTE " sans titulaire : "
                           "l'attacher d'abord (mode A)."
               NOT INVALID KEY
                   PERFORM SAISIR-PARTIE
           END-READ.

       SAISIR-PARTIE.
           DISPLAY "Nom de la personne ?"
           ACCEPT NOM-TITULAIRE
           DISPLAY "Prenom de la personne ?"
           ACCEPT PRENOM-TITULAIRE
           PERFORM VERIFIER-CLIENT-EXISTE
           IF NOT CLIENT-CONNU
               DISPLAY "Client introuvable dans CUSTMAST.DAT : "
                       "ajout refuse."
           ELSE
               IF ID-TITULAIRE = XREF-CUST-ID
                   DISPLAY "Cette personne est deja le titulaire "
                           "du compte."
               ELSE
                   MOVE SPACE TO ROLE-SAISI
                   PERFORM SAISIR-ROLE-PARTIE UNTIL ROLE-VALIDE
                   MOVE ZERO TO DEBUT-MANDAT
                   MOVE ZERO TO FIN-MANDAT
                   MOVE ZERO TO PLAFOND-MANDAT
                   IF ROLE-MANDATAIRE
                       PERFORM SAISIR-TERMES-MANDAT
                   END-IF
                   PERFORM ENREGISTRER-PARTIE
               END-IF
           END-IF.

       SAISIR-ROLE-PARTIE.
           DISPLAY "Role (C = co-titulaire, M = mandataire) ?"
           ACCEPT ROLE-SAISI
           IF NOT ROLE-VALIDE
               DISPLAY "Role invalide : C ou M."
           END-IF.

      *    A start date left at zero is today; an end date before
      *    the start is refused and asked again.
       SAISIR-TERMES-MANDAT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Debut de la procuration (AAAAMMJJ, 0 = ce jour) ?"
           ACCEPT DEBUT-MANDAT
           IF DEBUT-MANDAT = ZERO
               MOVE RUN-DATE TO DEBUT-MANDAT
           END-IF
           MOVE 1 TO FIN-MANDAT
           PERFORM SAISIR-FIN-MANDAT
               UNTIL FIN-MANDAT = ZERO OR FIN-MANDAT >= DEBUT-MANDAT
           DISPLAY "Plafond par retrait (0 = sans plafond) ?"
           ACCEPT PLAFOND-MANDAT.

       SAISIR-FIN-MANDAT.
           DISPLAY "Fin de la procuration (AAAAMMJJ, 0 = jusqu'a "
                   "revocation) ?"
           ACCEPT FIN-MANDAT
           IF FIN-MANDAT NOT = ZERO AND FIN-MANDAT < DEBUT-MANDAT
               DISPLAY "Fin anterieure au debut, merci de ressaisir."
           END-IF.

       ENREGISTRER-PARTIE.
           PERFORM OUVRIR-FICHIER-PARTIES
           MOVE ID-COMPTE TO AHD-COMPTE
           MOVE ID-TITULAIRE TO AHD-CUST-ID
           MOVE ROLE-SAISI TO AHD-ROLE
           MOVE NOM-TITULAIRE TO AHD-CUST-NOM
           MOVE PRENOM-TITULAIRE TO AHD-CUST-PRENOM
           MOVE DEBUT-MANDAT TO AHD-DEBUT
           MOVE FIN-MANDAT TO AHD-FIN
           MOVE PLAFOND-MANDAT TO AHD-PLAFOND-RETRAIT
           WRITE ACCOUNT-HOLDER-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-HOLDER-RECORD
           END-WRITE
           CLOSE ACCOUNT-HOLDER-FILE
           MOVE ID-COMPTE TO EVENEMENT-COMPTE
           MOVE ID-TITULAIRE TO EVENEMENT-CLIENT
           MOVE "A" TO EVENEMENT-NATURE
           MOVE ROLE-SAISI TO EVENEMENT-ROLE
           IF ROLE-MANDATAIRE
               MOVE DEBUT-MANDAT TO EVENEMENT-DATE-EFFET
           ELSE
               MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
           END-IF
           PERFORM ENREGISTRER-EVENEMENT-FICOBA
           IF ROLE-MANDATAIRE
               DISPLAY "Procuration enregistree sur le compte "
                       ID-COMPTE " pour "
                       FUNCTION TRIM(PRENOM-TITULAIRE) " "
                       FUNCTION TRIM(NOM-TITULAIRE)
           ELSE
               DISPLAY "Co-titulaire ajoute au compte " ID-COMPTE
                       " : " FUNCTION TRIM(PRENOM-TITULAIRE) " "
                       FUNCTION TRIM(NOM-TITULAIRE)
           END-IF.

      *    ACCTHOLD.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the
      *    cross-reference.
       OUVRIR-FICHIER-PARTIES.
           OPEN I-O ACCOUNT-HOLDER-FILE
           IF ACCTHOLD-STATUS = "35"
               OPEN OUTPUT ACCOUNT-HOLDER-FILE
               CLOSE ACCOUNT-HOLDER-FILE
               OPEN I-O ACCOUNT-HOLDER-FILE
           END-IF.

      *    Revoking a mandate or taking a co-titulaire off the
      *    account; the titulaire itself is only ever detached.
       RETIRER-PARTIE.
           DISPLAY "ID du compte ?"
           ACCEPT ID-COMPTE
           DISPLAY "Nom de la personne ?"
           ACCEPT NOM-TITULAIRE
           DISPLAY "Prenom de la personne ?"
           ACCEPT PRENOM-TITULAIRE
           PERFORM VERIFIER-CLIENT-EXISTE
           IF ID-TITULAIRE = ZERO
               DISPLAY "Client introuvable : retrait refuse."
           ELSE
               PERFORM OUVRIR-FICHIER-PARTIES
               MOVE ID-COMPTE TO AHD-COMPTE
               MOVE ID-TITULAIRE TO AHD-CUST-ID
               READ ACCOUNT-HOLDER-FILE
                   INVALID KEY
                       DISPLAY "Cette personne n'est ni co-titulaire"
                               " ni mandataire du compte "
                               ID-COMPTE
                   NOT INVALID KEY
                       PERFORM SUPPRIMER-PARTIE
               END-READ
               CLOSE ACCOUNT-HOLDER-FILE
           END-IF.

       SUPPRIMER-PARTIE.
           MOVE AHD-ROLE TO EVENEMENT-ROLE
           DELETE ACCOUNT-HOLDER-FILE
               INVALID KEY
                   DISPLAY "Cette personne n'est ni co-titulaire"
                           " ni mandataire du compte "
                           ID-COMPTE
               NOT INVALID KEY
                   DISPLAY "Personne retiree du compte "
                           ID-COMPTE "."
                   MOVE ID-COMPTE TO EVENEMENT-COMPTE
                   MOVE ID-TITULAIRE TO EVENEMENT-CLIENT
                   MOVE "R" TO EVENEMENT-NATURE
                   MOVE RUN-DATE TO EVENEMENT-DATE-EFFET
                   PERFORM ENREGISTRER-EVENEMENT-FICOBA
           END-DELETE.

      *    Same event recording as ACCTMNT: FICOBEVT.DAT created
      *    empty the first time, a second event in the same
      *    hundredth of a second moved on by one. ACCTLINK runs
      *    without an operator session, so the event carries none.
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
           MOVE SPACES TO FEV-OPERATEUR
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
