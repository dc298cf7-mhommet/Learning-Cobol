               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DES-REPORT-STATUS.

      *    The month's intra-EU documents sorted by client so each
      *    client's invoices and avoirs arrive together: no table of
      *    clients to fill up however many the book holds.
           SELECT DES-SORT-FILE ASSIGN TO "DESRECWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD DES-REPORT-FILE.
       01 DES-REPORT-RECORD     PIC X(80).

       SD DES-SORT-FILE.
       01 DES-SORT-RECORD.
           05 SRT-CUST-ID       PIC 9(6).
           05 SRT-PRICEHT       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 CUSTMAST-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".

       01 RECAP-MONTH           PIC 9(6) VALUE ZERO.
       01 REGISTER-MONTH        PIC 9(6).
       01 REPORT-LINE           PIC X(80).

      *    The intra-EU client being cumulated between two control
      *    breaks.
       01 CLT-CUST-ID           PIC 9(6).
       01 CLT-BASE-HT           PIC S9(9)V99.
       01 CLT-DOC-COUNT         PIC 9(5).

       01 TOTAL-BASE-HT         PIC S9(9)V99 VALUE ZERO.
       01 DOCUMENT-COUNT        PIC 9(5) VALUE ZERO.
           END-IF
           OPEN OUTPUT DES-REPORT-FILE

           SORT DES-SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS BALAYER-REGISTRE
               OUTPUT PROCEDURE IS EMETTRE-RECAPITULATIF

           CLOSE INVOICE-REGISTER
           IF MASTER-DISPO
           END-READ
           CLOSE PERIOD-PARM-FILE.

       BALAYER-REGISTRE.
           MOVE LOW-VALUES TO REG-INV-NUMBER
           START INVOICE-REGISTER
                   KEY IS NOT LESS THAN REG-INV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM BALAYER-PIECE-SUIVANTE UNTIL SCAN-EOF.

       BALAYER-PIECE-SUIVANTE.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
           END-IF.

      *    Category E is the exonerated intra-EU sale; an avoir's
      *    negative HT flows through the same client total, which
      *    is how a correction reaches the declaration.
       CUMULER-VENTE-INTRA-UE.
           ADD 1 TO DOCUMENT-COUNT
           ADD REG-PRICEHT TO TOTAL-BASE-HT
           MOVE REG-CUST-ID TO SRT-CUST-ID
           MOVE REG-PRICEHT TO SRT-PRICEHT
           RELEASE DES-SORT-RECORD.

       EMETTRE-RECAPITULATIF.
           MOVE SPACES TO REPORT-LINE
           MOVE REPORT-LINE TO DES-REPORT-RECORD
           WRITE DES-REPORT-RECORD

           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-PIECE-TRIEE
           PERFORM CUMULER-CLIENT-TRIE UNTIL SORT-EOF

           MOVE TOTAL-BASE-HT TO DISPLAY-BASE
           MOVE DOCUMENT-COUNT TO DISPLAY-COUNT
           MOVE REPORT-LINE TO DES-REPORT-RECORD
           WRITE DES-REPORT-RECORD.

       LIRE-PIECE-TRIEE.
           RETURN DES-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      *    Control break on the client number: one recap line per
      *    client once all their documents are in.
       CUMULER-CLIENT-TRIE.
           MOVE SRT-CUST-ID TO CLT-CUST-ID
           MOVE ZERO TO CLT-BASE-HT
           MOVE ZERO TO CLT-DOC-COUNT
           PERFORM CUMULER-PIECE-TRIEE
               UNTIL SORT-EOF OR SRT-CUST-ID NOT = CLT-CUST-ID
           PERFORM ECRIRE-LIGNE-CLIENT.

       CUMULER-PIECE-TRIEE.
           ADD SRT-PRICEHT TO CLT-BASE-HT
           ADD 1 TO CLT-DOC-COUNT
           PERFORM LIRE-PIECE-TRIEE.

       ECRIRE-LIGNE-CLIENT.
           MOVE SPACES TO CUST-TVA-INTRA
           MOVE SPACES TO CUST-COUNTRY
           MOVE SPACES TO CUST-NOM
           IF MASTER-DISPO
               MOVE CLT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CUST-TVA-INTRA
               END-READ
           END-IF

           MOVE CLT-BASE-HT TO DISPLAY-BASE
           MOVE CLT-DOC-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING CUST-COUNTRY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
