               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

      *    The company whose series is audited, one digit, same
      *    parameter-file idea as CA3PARM.DAT; absent or blank audits
      *    company 0. Each legal entity's sequence must stand on its
      *    own, so one run proves one company's numbering.
           SELECT AUDIT-PARM-FILE ASSIGN TO "SEQPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-PARM-STATUS.

      *    The emitted-document archive, scanned page header by page
      *    header so the audit covers what actually went out the
      *    door, not only what the register says should have.
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-RECORD.
           05 AUDIT-PARM-COMPANY PIC X(01).

       FD INVOICE-DOC-FILE.
       01 DOC-RECORD            PIC X(80).

       01 INVREG-STATUS         PIC X(02).
       01 INVOICE-DOC-STATUS    PIC X(02).
       01 AUDIT-REPORT-STATUS   PIC X(02).
       01 AUDIT-PARM-STATUS     PIC X(02).

      *    The company audited and the number its series starts
      *    from: company n numbers n00001 to n99999.
       01 SOCIETE-AUDITEE       PIC 9(01) VALUE ZERO.
       01 DEBUT-SERIE           PIC 9(6).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       PROCEDURE DIVISION.
           MOVE "N" TO SCAN-EOF-SWITCH
           MOVE "N" TO DOC-EOF-SWITCH
           PERFORM LIRE-SOCIETE

           OPEN INPUT INVOICE-REGISTER
           OPEN OUTPUT AUDIT-REPORT-FILE
           END-IF

           IF NOT SCAN-EOF
               COMPUTE DEBUT-SERIE = SOCIETE-AUDITEE * 100000
               MOVE DEBUT-SERIE TO REG-INV-NUMBER
               START INVOICE-REGISTER
                       KEY IS NOT LESS THAN REG-INV-NUMBER
                   INVALID KEY

           GOBACK.

       LIRE-SOCIETE.
           MOVE ZERO TO SOCIETE-AUDITEE
           OPEN INPUT AUDIT-PARM-FILE
           IF AUDIT-PARM-STATUS = "00"
               READ AUDIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDIT-PARM-COMPANY NUMERIC
                           MOVE AUDIT-PARM-COMPANY TO SOCIETE-AUDITEE
                       END-IF
               END-READ
               CLOSE AUDIT-PARM-FILE
           END-IF.

      *    The scan stops where the next company's series begins.
       AUDITER-NUMERO-SUIVANT.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
           IF INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
                   AND REG-INV-NUMBER(1:1) NOT = SOCIETE-AUDITEE
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               PERFORM AUDITER-UN-NUMERO
           END-IF.
           WRITE AUDIT-REPORT-RECORD.

      *    Every page EMETTRE-FACTURE writes opens with "FACTURE N."
      *    or "AVOIR N."; counting those headers counts emissions -
      *    only the audited company's, told apart by the leading
      *    digit of the number that follows.
      *    More pages than register records means a number was
      *    emitted more than once - the duplicate the register alone,
      *    with its unique key, can never show.
                   SET DOC-EOF TO TRUE
           END-READ
           IF NOT DOC-EOF
               IF (DOC-RECORD(1:11) = "FACTURE N. "
                       AND DOC-RECORD(12:1) = SOCIETE-AUDITEE)
                   OR (DOC-RECORD(1:9) = "AVOIR N. "
                       AND DOC-RECORD(10:1) = SOCIETE-AUDITEE)
                   ADD 1 TO PAGE-COUNT
               END-IF
           END-IF.

       EMETTRE-CONCLUSIONS.
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT DE SEQUENCE SOCIETE " DELIMITED BY SIZE
                  SOCIETE-AUDITEE DELIMITED BY SIZE
                  " - PREMIER=" DELIMITED BY SIZE
                  FIRST-NUMBER DELIMITED BY SIZE
                  " DERNIER=" DELIMITED BY SIZE
                  LAST-NUMBER DELIMITED BY SIZE
