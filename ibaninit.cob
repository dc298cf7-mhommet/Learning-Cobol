       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANINIT.

      *    One-off assignment of the RIB and IBAN to every COMPTES
      *    account opened before ACCTMNT started giving them out:
      *    each account without an ACCTIBAN.DAT record gets one,
      *    built on the bank and branch codes of IBANPARM.DAT exactly
      *    as ACCTMNT builds it. An account already assigned is left
      *    alone, so the run can be repeated safely - it is also how
      *    an account opened while IBANPARM.DAT was missing gets its
      *    IBAN afterwards.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-IBAN-FILE ASSIGN TO "ACCTIBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBN-COMPTE
               FILE STATUS IS ACCTIBAN-STATUS.

           SELECT IBAN-PARM-FILE ASSIGN TO "IBANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-PARM-STATUS.

      *    The list of what was assigned, for the back office to
      *    send the new RIBs out.
           SELECT IBAN-REPORT-FILE ASSIGN TO "IBANRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD ACCOUNT-IBAN-FILE.
       COPY "ACCTIBAN.cpy".

       FD IBAN-PARM-FILE.
       01 IBAN-PARM-RECORD.
           05 IBP-BANQUE        PIC 9(5).
           05 IBP-GUICHET       PIC 9(5).
           05 IBP-BIC           PIC X(11).

       FD IBAN-REPORT-FILE.
       01 IBAN-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 ACCTIBAN-STATUS       PIC X(02).
       01 IBAN-PARM-STATUS      PIC X(02).
       01 IBAN-REPORT-STATUS    PIC X(02).

       01 PARM-IBAN-SWITCH      PIC X(01) VALUE "N".
           88 PARM-IBAN-OK         VALUE "Y".
       01 CURSOR-EOF-SWITCH     PIC X(01) VALUE "N".
           88 CURSOR-EOF           VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 ID-COMPTE             PIC 9(5).
       01 REPORT-LINE           PIC X(80).

      *    RIB key and IBAN check digits, same working fields as
      *    ACCTMNT.
       01 RIB-NUMERO-NUM        PIC 9(11).
       01 RIB-PRODUIT           PIC 9(15).
       01 RIB-QUOTIENT          PIC 9(15).
       01 RIB-RESTE             PIC 9(2).
       01 IBAN-CALCUL           PIC X(29).
       01 IBAN-POS              PIC 9(2).
       01 IBAN-CHIFFRE          PIC 9(1).
       01 IBAN-CUMUL            PIC 9(4).
       01 IBAN-QUOTIENT         PIC 9(4).
       01 IBAN-RESTE            PIC 9(2).

       01 LU-COUNT              PIC 9(5) VALUE ZERO.
       01 DEJA-COUNT            PIC 9(5) VALUE ZERO.
       01 CREE-COUNT            PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-IBAN
           IF NOT PARM-IBAN-OK
               DISPLAY "IBANPARM.DAT absent ou invalide : aucun "
                       "IBAN attribue."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-IBAN-FILE
           IF ACCTIBAN-STATUS = "35"
               OPEN OUTPUT ACCOUNT-IBAN-FILE
               CLOSE ACCOUNT-IBAN-FILE
               OPEN I-O ACCOUNT-IBAN-FILE
           END-IF
           OPEN OUTPUT IBAN-REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "ATTRIBUTION RIB/IBAN DU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - BANQUE " DELIMITED BY SIZE
                  IBP-BANQUE DELIMITED BY SIZE
                  " GUICHET " DELIMITED BY SIZE
                  IBP-GUICHET DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO IBAN-REPORT-RECORD
           WRITE IBAN-REPORT-RECORD

           PERFORM PARCOURIR-LES-COMPTES

           MOVE LU-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMPTES LUS           : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO IBAN-REPORT-RECORD
           WRITE IBAN-REPORT-RECORD
           MOVE DEJA-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEJA POURVUS          : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO IBAN-REPORT-RECORD
           WRITE IBAN-REPORT-RECORD
           MOVE CREE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "IBAN ATTRIBUES        : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO IBAN-REPORT-RECORD
           WRITE IBAN-REPORT-RECORD

           DISPLAY "IBAN attribues : " DISPLAY-COUNT

           CLOSE ACCOUNT-IBAN-FILE
           CLOSE IBAN-REPORT-FILE
           GOBACK.

       LIRE-PARM-IBAN.
           MOVE "N" TO PARM-IBAN-SWITCH
           OPEN INPUT IBAN-PARM-FILE
           IF IBAN-PARM-STATUS = "00"
               READ IBAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IBP-BANQUE > 0
                           SET PARM-IBAN-OK TO TRUE
                       END-IF
               END-READ
               CLOSE IBAN-PARM-FILE
           END-IF.

       PARCOURIR-LES-COMPTES.
           MOVE "N" TO CURSOR-EOF-SWITCH
           EXEC SQL
               DECLARE CUR-IBAN-COMPTES CURSOR FOR
                   SELECT ID_COMPTE
                   FROM COMPTES
                   ORDER BY ID_COMPTE
           END-EXEC
           EXEC SQL
               OPEN CUR-IBAN-COMPTES
           END-EXEC

           PERFORM LIRE-COMPTE-SUIVANT
           PERFORM TRAITER-UN-COMPTE UNTIL CURSOR-EOF

           EXEC SQL
               CLOSE CUR-IBAN-COMPTES
           END-EXEC.

       LIRE-COMPTE-SUIVANT.
           EXEC SQL
               FETCH CUR-IBAN-COMPTES
               INTO :ID-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               SET CURSOR-EOF TO TRUE
           END-IF.

       TRAITER-UN-COMPTE.
           ADD 1 TO LU-COUNT
           MOVE ID-COMPTE TO IBN-COMPTE
           READ ACCOUNT-IBAN-FILE
               INVALID KEY
                   PERFORM ATTRIBUER-IBAN-COMPTE
               NOT INVALID KEY
                   ADD 1 TO DEJA-COUNT
           END-READ
           PERFORM LIRE-COMPTE-SUIVANT.

       ATTRIBUER-IBAN-COMPTE.
           PERFORM CALCULER-RIB-IBAN
           WRITE ACCOUNT-IBAN-RECORD
               INVALID KEY
                   DISPLAY "ACCTIBAN.DAT : compte " ID-COMPTE
                           " non enregistre."
               NOT INVALID KEY
                   ADD 1 TO CREE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "COMPTE " DELIMITED BY SIZE
                          ID-COMPTE DELIMITED BY SIZE
                          " RIB " DELIMITED BY SIZE
                          IBN-BANQUE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          IBN-GUICHET DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          IBN-NUMERO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          IBN-CLE-RIB DELIMITED BY SIZE
                          " IBAN " DELIMITED BY SIZE
                          IBN-IBAN DELIMITED BY SIZE
                       INTO REPORT-LINE
                   MOVE REPORT-LINE TO IBAN-REPORT-RECORD
                   WRITE IBAN-REPORT-RECORD
           END-WRITE.

      *    RIB key: 97 - ((89 x banque + 15 x guichet + 3 x compte)
      *    modulo 97); IBAN check digits: 98 - (RIB + 152700 modulo
      *    97). Same computation as ACCTMNT.
       CALCULER-RIB-IBAN.
           MOVE ID-COMPTE TO IBN-COMPTE
           MOVE IBP-BANQUE TO IBN-BANQUE
           MOVE IBP-GUICHET TO IBN-GUICHET
           MOVE ID-COMPTE TO RIB-NUMERO-NUM
           MOVE RIB-NUMERO-NUM TO IBN-NUMERO
           COMPUTE RIB-PRODUIT = 89 * IBN-BANQUE
                               + 15 * IBN-GUICHET
                               + 3 * RIB-NUMERO-NUM
           DIVIDE RIB-PRODUIT BY 97 GIVING RIB-QUOTIENT
               REMAINDER RIB-RESTE
           COMPUTE IBN-CLE-RIB = 97 - RIB-RESTE

           MOVE "FR" TO IBN-PAYS
           MOVE SPACES TO IBN-BBAN
           STRING IBN-BANQUE DELIMITED BY SIZE
                  IBN-GUICHET DELIMITED BY SIZE
                  IBN-NUMERO DELIMITED BY SIZE
                  IBN-CLE-RIB DELIMITED BY SIZE
               INTO IBN-BBAN
           MOVE SPACES TO IBAN-CALCUL
           STRING IBN-BBAN DELIMITED BY SIZE
                  "152700" DELIMITED BY SIZE
               INTO IBAN-CALCUL
           MOVE ZERO TO IBAN-RESTE
           PERFORM CUMULER-CHIFFRE-IBAN
               VARYING IBAN-POS FROM 1 BY 1 UNTIL IBAN-POS > 29
           COMPUTE IBN-CLE-IBAN = 98 - IBAN-RESTE
           MOVE RUN-DATE TO IBN-DATE-ATTRIB.

       CUMULER-CHIFFRE-IBAN.
           MOVE IBAN-CALCUL(IBAN-POS:1) TO IBAN-CHIFFRE
           COMPUTE IBAN-CUMUL = IBAN-RESTE * 10 + IBAN-CHIFFRE
           DIVIDE IBAN-CUMUL BY 97 GIVING IBAN-QUOTIENT
               REMAINDER IBAN-RESTE.
