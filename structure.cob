               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVLOG-STATUS.

      *    RIB printing: the customer's accounts off the ACCTLINK
      *    cross-reference, their RIB/IBAN off ACCTIBAN.DAT, the
      *    domiciliation off company 0's profile and the BIC off the
      *    same IBANPARM.DAT ACCTMNT builds the IBAN from.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ACCOUNT-ID
               FILE STATUS IS ACCTXREF-STATUS.

           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT IBAN-PARM-FILE ASSIGN TO "IBANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-PARM-STATUS.

      *    One RIB per account, appended so the file is an archive
      *    of every RIB handed out, same as CUSTSTMT.PRN.
           SELECT RIB-DOC-FILE ASSIGN TO "RIB.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RIB-DOC-STATUS.

      *    KYC file: identity document, risk level and date of the
      *    last review. Recording a review here is what clears a
      *    KYCREV block.
           SELECT KYC-FILE ASSIGN TO "KYC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS KYC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD RECOVERY-LOG-FILE.
       COPY "RECOVLOG.cpy".

       FD ACCOUNT-XREF-FILE.
       COPY "ACCTXREF.cpy".

       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD COMPANY-PROFILE-FILE.
       COPY "CMPNYPRF.cpy".

       FD IBAN-PARM-FILE.
       01 IBAN-PARM-RECORD.
           05 IBP-BANQUE        PIC 9(5).
           05 IBP-GUICHET       PIC 9(5).
           05 IBP-BIC           PIC X(11).

       FD RIB-DOC-FILE.
       01 RIB-DOC-RECORD        PIC X(80).

       FD KYC-FILE.
       COPY "KYCDOS.cpy".

       WORKING-STORAGE SECTION.
       01 CLIENT.
           05 NOM      PIC A(30).
           88 MODE-DESACTIVER    VALUE "D".
           88 MODE-PARTIEL       VALUE "P".
           88 MODE-RENOMMER      VALUE "C".
           88 MODE-RIB           VALUE "I".
           88 MODE-KYC           VALUE "K".

      *    KYC review keyed at the counter, checked before it
      *    reaches KYC.DAT.
       01 KYC-STATUS           PIC X(02).
       01 KYC-EXISTANT-SWITCH  PIC X(01).
           88 KYC-EXISTANT       VALUE "Y".
       01 PIECE-TYPE-SAISIE    PIC X(02).
           88 PIECE-TYPE-VALIDE  VALUE "CI" "PP" "TS".
       01 PIECE-NUMERO-SAISI   PIC X(20).
       01 PIECE-EXPIRATION-SAISIE PIC 9(8).
       01 RISQUE-SAISI         PIC X(01).
           88 RISQUE-VALIDE      VALUE "F" "M" "E".
       01 EXPIRATION-VALIDE-SWITCH PIC X(01).
           88 EXPIRATION-VALIDE  VALUE "Y".

      *    RIB printing: domiciliation (company 0) and BIC loaded
      *    once, and the count of RIBs printed for the customer.
       01 ACCTXREF-STATUS      PIC X(02).
       01 ACCTIBAN-STATUS      PIC X(02).
       01 COMPANY-PROFILE-STATUS PIC X(02).
       01 IBAN-PARM-STATUS     PIC X(02).
       01 RIB-DOC-STATUS       PIC X(02).
       01 PROFIL-CHARGE-SWITCH PIC X(01) VALUE "N".
           88 PROFIL-CHARGE      VALUE "Y".
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
       01 BIC-BANQUE           PIC X(11).
       01 XREF-EOF-SWITCH      PIC X(01).
           88 XREF-EOF           VALUE "Y".
       01 RIB-COUNT            PIC 9(3).
       01 RIB-LINE             PIC X(80).

      *    Partial-surname browse: the prefix keyed by the operator,
      *    the first key of each page already shown (so "precedent"

           DISPLAY "Mode (N = nouveau client, R = rechercher,"
                   " P = recherche partielle, D = desactiver,"
                   " C = changement de nom, I = impression RIB,"
                   " K = revue KYC) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
                   PERFORM DESACTIVER-CLIENT
               WHEN MODE-RENOMMER
                   PERFORM RENOMMER-CLIENT
               WHEN MODE-RIB
                   PERFORM IMPRIMER-RIB-CLIENT
               WHEN MODE-KYC
                   PERFORM REVOIR-DOSSIER-KYC
               WHEN OTHER
                   PERFORM SAISIR-DONNEES
                   PERFORM VERIFIER-DOUBLON
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE DNAIS-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE DNAIS-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   CUST-MAIL-CONSENT
           DISPLAY "  Plafond d'encours : " CUST-CREDIT-LIMIT
           DISPLAY "  Pays : " CUST-COUNTRY
                   " TVA intracom. : " CUST-TVA-INTRA
           PERFORM AFFICHER-DOSSIER-KYC.

      *    The KYC file shown under the identity, read-only here;
      *    a customer without one says so.
       AFFICHER-DOSSIER-KYC.
           OPEN INPUT KYC-FILE
           IF KYC-STATUS = "00"
               MOVE CUST-ID TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       DISPLAY "  KYC : aucun dossier."
                   NOT INVALID KEY
                       PERFORM AFFICHER-LIGNES-KYC
               END-READ
               CLOSE KYC-FILE
           ELSE
               DISPLAY "  KYC : aucun dossier."
           END-IF.

       AFFICHER-LIGNES-KYC.
           DISPLAY "  KYC : piece " KYC-PIECE-TYPE " "
                   KYC-PIECE-NUMERO " expire le "
                   KYC-PIECE-EXPIRATION
           DISPLAY "        risque " KYC-RISQUE
                   " derniere revue " KYC-DERNIERE-REVUE
           IF KYC-BLOQUE
               DISPLAY "        *** BLOQUE DEPUIS LE "
                       KYC-DATE-BLOCAGE " : REVUE A FAIRE ***"
           END-IF.

      *    A review is recorded in full - document, expiry, risk -
      *    and dated today; it lifts a KYCREV block, since the
      *    block only ever stands for a review not yet done.
       REVOIR-DOSSIER-KYC.
           DISPLAY "Nom du client ?"
           ACCEPT NIDX-NOM
           DISPLAY "Prenom du client ?"
           ACCEPT NIDX-PRENOM
           PERFORM RECHERCHER-ID-PAR-NOM
           IF NOT CLIENT-CONNU
               DISPLAY "Client introuvable : revue KYC refusee."
           ELSE
               PERFORM OUVRIR-FICHIER-KYC
               MOVE "N" TO KYC-EXISTANT-SWITCH
               MOVE ID-CLIENT TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       DISPLAY "Aucun dossier KYC : creation."
                   NOT INVALID KEY
                       SET KYC-EXISTANT TO TRUE
                       PERFORM AFFICHER-LIGNES-KYC
               END-READ
               PERFORM SAISIR-REVUE-KYC
               PERFORM ENREGISTRER-REVUE-KYC
               CLOSE KYC-FILE
           END-IF.

      *    KYC.DAT may not exist yet on a brand new install; create
      *    it empty the first time, same as the master file.
       OUVRIR-FICHIER-KYC.
           OPEN I-O KYC-FILE
           IF KYC-STATUS = "35"
               OPEN OUTPUT KYC-FILE
               CLOSE KYC-FILE
               OPEN I-O KYC-FILE
           END-IF.

       SAISIR-REVUE-KYC.
           MOVE SPACES TO PIECE-TYPE-SAISIE
           PERFORM SAISIR-TYPE-PIECE UNTIL PIECE-TYPE-VALIDE
           DISPLAY "Numero de la piece ?"
           ACCEPT PIECE-NUMERO-SAISI
           MOVE "N" TO EXPIRATION-VALIDE-SWITCH
           PERFORM SAISIR-EXPIRATION-PIECE UNTIL EXPIRATION-VALIDE
           MOVE SPACE TO RISQUE-SAISI
           PERFORM SAISIR-RISQUE-KYC UNTIL RISQUE-VALIDE.

       SAISIR-TYPE-PIECE.
           DISPLAY "Piece d'identite (CI = carte d'identite,"
                   " PP = passeport, TS = titre de sejour) ?"
           ACCEPT PIECE-TYPE-SAISIE
           IF NOT PIECE-TYPE-VALIDE
               DISPLAY "Type de piece invalide : CI, PP ou TS."
           END-IF.

      *    Same calendar check as the date of birth; a document
      *    already expired is refused - the review is the moment a
      *    valid one is seen.
       SAISIR-EXPIRATION-PIECE.
           DISPLAY "Date d'expiration de la piece (AAAAMMJJ) ?"
           ACCEPT PIECE-EXPIRATION-SAISIE
           ACCEPT RUN-DATE-JOUR FROM DATE YYYYMMDD
           MOVE PIECE-EXPIRATION-SAISIE TO DNAIS-WS
           IF DNAIS-MONTH < 1 OR DNAIS-MONTH > 12
               DISPLAY "Date d'expiration invalide, merci de "
                       "ressaisir."
           ELSE
               PERFORM CHERCHER-LONGUEUR-MOIS
               IF DNAIS-DAY < 1 OR DNAIS-DAY > MOIS-LONGUEUR
                   DISPLAY "Jour invalide pour ce mois, merci de "
                           "ressaisir."
               ELSE
                   IF PIECE-EXPIRATION-SAISIE < RUN-DATE-JOUR
                       DISPLAY "Piece expiree : une piece en cours "
                               "de validite est exigee."
                   ELSE
                       SET EXPIRATION-VALIDE TO TRUE
                   END-IF
               END-IF
           END-IF.

       SAISIR-RISQUE-KYC.
           DISPLAY "Niveau de risque (F = faible, M = moyen,"
                   " E = eleve) ?"
           ACCEPT RISQUE-SAISI
           IF NOT RISQUE-VALIDE
               DISPLAY "Niveau invalide : F, M ou E."
           END-IF.

       ENREGISTRER-REVUE-KYC.
           ACCEPT HIST-DATE FROM DATE YYYYMMDD
           MOVE ID-CLIENT TO KYC-CUST-ID
           MOVE PIECE-TYPE-SAISIE TO KYC-PIECE-TYPE
           MOVE PIECE-NUMERO-SAISI TO KYC-PIECE-NUMERO
           MOVE PIECE-EXPIRATION-SAISIE TO KYC-PIECE-EXPIRATION
           MOVE RISQUE-SAISI TO KYC-RISQUE
           MOVE HIST-DATE TO KYC-DERNIERE-REVUE
           MOVE SPACE TO KYC-STATUT
           MOVE ZERO TO KYC-DATE-BLOCAGE
           IF KYC-EXISTANT
               REWRITE KYC-RECORD
                   INVALID KEY
                       DISPLAY "Erreur mise a jour du dossier KYC."
               END-REWRITE
           ELSE
               WRITE KYC-RECORD
                   INVALID KEY
                       DISPLAY "Erreur creation du dossier KYC."
               END-WRITE
           END-IF

           MOVE SPACES TO HIST-LINE
           STRING HIST-DATE DELIMITED BY SIZE
                  " REVUE KYC ID " DELIMITED BY SIZE
                  ID-CLIENT DELIMITED BY SIZE
                  " PIECE " DELIMITED BY SIZE
                  PIECE-TYPE-SAISIE DELIMITED BY SIZE
                  " EXP " DELIMITED BY SIZE
                  PIECE-EXPIRATION-SAISIE DELIMITED BY SIZE
                  " RISQUE " DELIMITED BY SIZE
                  RISQUE-SAISI DELIMITED BY SIZE
               INTO HIST-LINE
           MOVE HIST-LINE TO CUSTOMER-HISTORY-RECORD
           WRITE CUSTOMER-HISTORY-RECORD

           DISPLAY "Revue KYC enregistree pour le client " ID-CLIENT.

      *    Partial-surname browse: START the master at the prefix
      *    and page through the matches five at a time; S pages

           DISPLAY "Client desactive ; purge physique apres la "
                   "periode de retention.".

      *    One RIB per account the customer holds, for the customer
      *    to hand to an employer or a creditor; an account the
      *    IBAN assignment has not reached yet is named on the
      *    console instead of printed with a blank IBAN.
       IMPRIMER-RIB-CLIENT.
           DISPLAY "Nom du client ?"
           ACCEPT NIDX-NOM
           DISPLAY "Prenom du client ?"
           ACCEPT NIDX-PRENOM

           PERFORM RECHERCHER-ID-PAR-NOM
           IF NOT CLIENT-CONNU
               DISPLAY "Client introuvable."
           ELSE
               MOVE ID-CLIENT TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Client introuvable."
                   NOT INVALID KEY
                       PERFORM EDITER-RIB-COMPTES
               END-READ
           END-IF.

       EDITER-RIB-COMPTES.
           PERFORM CHARGER-DOMICILIATION
           MOVE ZERO TO RIB-COUNT

           OPEN EXTEND RIB-DOC-FILE
           IF RIB-DOC-STATUS = "35"
               OPEN OUTPUT RIB-DOC-FILE
               CLOSE RIB-DOC-FILE
               OPEN EXTEND RIB-DOC-FILE
           END-IF

           OPEN INPUT ACCOUNT-IBAN-FILE
           MOVE "N" TO XREF-EOF-SWITCH
           OPEN INPUT ACCOUNT-XREF-FILE
           IF ACCTXREF-STATUS NOT = "00"
               SET XREF-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO XREF-ACCOUNT-ID
               START ACCOUNT-XREF-FILE
                       KEY IS NOT LESS THAN XREF-ACCOUNT-ID
                   INVALID KEY
                       SET XREF-EOF TO TRUE
               END-START
           END-IF

           PERFORM EXAMINER-XREF-RIB UNTIL XREF-EOF

           IF ACCTXREF-STATUS NOT = "35"
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           IF ACCTIBAN-STATUS NOT = "35"
               CLOSE ACCOUNT-IBAN-FILE
           END-IF
           CLOSE RIB-DOC-FILE

           DISPLAY RIB-COUNT " RIB imprime(s) dans RIB.PRN.".

      *    Company 0's profile is the domiciliation; the BIC comes
      *    with the bank and branch codes in IBANPARM.DAT.
       CHARGER-DOMICILIATION.
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
               DISPLAY "CMPNYPRF.DAT absent : domiciliation non "
                       "imprimee, saisir le profil via CMPNYMNT."
           END-IF

           MOVE SPACES TO BIC-BANQUE
           OPEN INPUT IBAN-PARM-FILE
           IF IBAN-PARM-STATUS = "00"
               READ IBAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IBP-BIC TO BIC-BANQUE
               END-READ
               CLOSE IBAN-PARM-FILE
           END-IF.

       EXAMINER-XREF-RIB.
           READ ACCOUNT-XREF-FILE NEXT RECORD
               AT END
                   SET XREF-EOF TO TRUE
           END-READ
           IF ACCTXREF-STATUS NOT = "00"
               SET XREF-EOF TO TRUE
           END-IF
           IF NOT XREF-EOF
               IF XREF-CUST-ID = ID-CLIENT
                   PERFORM EDITER-RIB-UN-COMPTE
               END-IF
           END-IF.

       EDITER-RIB-UN-COMPTE.
           IF ACCTIBAN-STATUS = "35"
               DISPLAY "Compte " XREF-ACCOUNT-ID " : IBAN non "
                       "attribue - lancer IBANINIT."
           ELSE
               MOVE XREF-ACCOUNT-ID TO IBN-COMPTE
               READ ACCOUNT-IBAN-FILE
                   INVALID KEY
                       DISPLAY "Compte " XREF-ACCOUNT-ID " : IBAN "
                               "non attribue - lancer IBANINIT."
                   NOT INVALID KEY
                       PERFORM ECRIRE-RIB
               END-READ
           END-IF.

       ECRIRE-RIB.
           ADD 1 TO RIB-COUNT
           MOVE SPACES TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE "RELEVE D'IDENTITE BANCAIRE" TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE ALL "-" TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD

           MOVE SPACES TO RIB-LINE
           STRING "TITULAIRE     : " DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-PRENOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NOM) DELIMITED BY SIZE
               INTO RIB-LINE
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE SPACES TO RIB-LINE
           MOVE CUST-ADDR-LINE-1 TO RIB-LINE(17:30)
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO RIB-LINE
               MOVE CUST-ADDR-LINE-2 TO RIB-LINE(17:30)
               MOVE RIB-LINE TO RIB-DOC-RECORD
               WRITE RIB-DOC-RECORD
           END-IF
           MOVE SPACES TO RIB-LINE
           STRING CUST-POSTCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY SIZE
               INTO RIB-LINE(17:)
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD

           IF PROFIL-CHARGE
               MOVE SPACES TO RIB-LINE
               STRING "DOMICILIATION : " DELIMITED BY SIZE
                      PRF-NAME DELIMITED BY SIZE
                   INTO RIB-LINE
               MOVE RIB-LINE TO RIB-DOC-RECORD
               WRITE RIB-DOC-RECORD
               MOVE SPACES TO RIB-LINE
               MOVE PRF-ADDR-1 TO RIB-LINE(17:40)
               MOVE RIB-LINE TO RIB-DOC-RECORD
               WRITE RIB-DOC-RECORD
               MOVE SPACES TO RIB-LINE
               STRING PRF-POSTCODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRF-CITY DELIMITED BY SIZE
                   INTO RIB-LINE(17:)
               MOVE RIB-LINE TO RIB-DOC-RECORD
               WRITE RIB-DOC-RECORD
           END-IF

           MOVE SPACES TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE "CODE BANQUE  CODE GUICHET  NUMERO DE COMPTE  CLE RIB"
               TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE SPACES TO RIB-LINE
           MOVE IBN-BANQUE TO RIB-LINE(4:5)
           MOVE IBN-GUICHET TO RIB-LINE(17:5)
           MOVE IBN-NUMERO TO RIB-LINE(29:11)
           MOVE IBN-CLE-RIB TO RIB-LINE(49:2)
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD

           MOVE SPACES TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE SPACES TO RIB-LINE
           STRING "IBAN : " DELIMITED BY SIZE
                  IBN-IBAN(1:4) " " IBN-IBAN(5:4) " "
                  IBN-IBAN(9:4) " " IBN-IBAN(13:4) " "
                  IBN-IBAN(17:4) " " IBN-IBAN(21:4) " "
                  IBN-IBAN(25:3) DELIMITED BY SIZE
               INTO RIB-LINE
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE SPACES TO RIB-LINE
           STRING "BIC  : " DELIMITED BY SIZE
                  BIC-BANQUE DELIMITED BY SIZE
               INTO RIB-LINE
           MOVE RIB-LINE TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD
           MOVE ALL "-" TO RIB-DOC-RECORD
           WRITE RIB-DOC-RECORD.
