               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS GLCOA-STATUS.

      *    The "C" record GLCLOSE leaves behind: a closed year lives
      *    on only through the a-nouveaux of the next one.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-KEY
               FILE STATUS IS GL-CHECKPOINT-STATUS.

      *    The trial balance (balance generale): one line per GL
      *    account with cumulated debits, credits and the solde -
      *    what LIRECOMPTE's reconciliation should compare against
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-BALANCE-STATUS.

      *    The journal lines of the year, sorted by GL account so
      *    each account's debits and credits arrive together: no
      *    table of accounts to fill up however big the plan.
           SELECT GL-SORT-FILE ASSIGN TO "GLBALWK.DAT".

       DATA DIVISION.

       FILE SECTION.
       FD GL-ACCOUNT-FILE.
       COPY "GLCOA.cpy".

       FD GL-CHECKPOINT-FILE.
       01 GL-CHECKPOINT-RECORD.
           05 GLK-KEY           PIC X(01).
           05 GLK-LAST-ENTRY    PIC 9(6).
           05 GLK-LAST-DATE     PIC 9(8).

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-RECORD  PIC X(80).

       SD GL-SORT-FILE.
       01 GL-SORT-RECORD.
           05 SRT-ACCOUNT       PIC X(06).
           05 SRT-DEBIT         PIC S9(11)V99.
           05 SRT-CREDIT        PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 GL-JOURNAL-STATUS     PIC X(02).
       01 GLCOA-STATUS          PIC X(02).
       01 TRIAL-BALANCE-STATUS  PIC X(02).
       01 GL-CHECKPOINT-STATUS  PIC X(02).
       01 COA-DISPO-SW          PIC X(01) VALUE "N".
           88 COA-DISPO            VALUE "Y".

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
      *    Lines up to the last closed day are left out: the
      *    balance starts from the a-nouveaux.
       01 DATE-CLOTURE          PIC 9(8) VALUE ZERO.
       01 REPORT-LINE           PIC X(80).

      *    The account being cumulated between two control breaks.
       01 BAL-ACCOUNT           PIC X(06).
       01 BAL-DEBIT             PIC S9(11)V99.
       01 BAL-CREDIT            PIC S9(11)V99.

       01 LIGNE-COUNT           PIC 9(7) VALUE ZERO.
       01 TOTAL-DEBIT           PIC S9(13)V99 VALUE ZERO.
               GOBACK
           END-IF

           OPEN INPUT GL-CHECKPOINT-FILE
           IF GL-CHECKPOINT-STATUS = "00"
               MOVE "C" TO GLK-KEY
               READ GL-CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GLK-LAST-DATE TO DATE-CLOTURE
               END-READ
               CLOSE GL-CHECKPOINT-FILE
           END-IF

           OPEN INPUT GL-ACCOUNT-FILE
           IF GLCOA-STATUS = "00"
               SET COA-DISPO TO TRUE

           OPEN OUTPUT TRIAL-BALANCE-FILE

           SORT GL-SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT
               INPUT PROCEDURE IS TRIER-LIGNES-JOURNAL
               OUTPUT PROCEDURE IS EMETTRE-BALANCE

           CLOSE GL-JOURNAL-FILE
           IF COA-DISPO
           CLOSE TRIAL-BALANCE-FILE
           GOBACK.

       TRIER-LIGNES-JOURNAL.
           PERFORM CUMULER-LIGNE-SUIVANTE UNTIL SCAN-EOF.

       CUMULER-LIGNE-SUIVANTE.
           READ GL-JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF NOT SCAN-EOF AND GLJ-DATE > DATE-CLOTURE
               ADD 1 TO LIGNE-COUNT
               ADD GLJ-DEBIT TO TOTAL-DEBIT
               ADD GLJ-CREDIT TO TOTAL-CREDIT
               MOVE GLJ-ACCOUNT TO SRT-ACCOUNT
               MOVE GLJ-DEBIT TO SRT-DEBIT
               MOVE GLJ-CREDIT TO SRT-CREDIT
               RELEASE GL-SORT-RECORD
           END-IF.

       EMETTRE-BALANCE.
           STRING "BALANCE GENERALE AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           IF DATE-CLOTURE NOT = ZERO
               MOVE " DEPUIS LA CLOTURE DU " TO REPORT-LINE(29:22)
               MOVE DATE-CLOTURE TO REPORT-LINE(51:8)
           END-IF
           MOVE REPORT-LINE TO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD

           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-LIGNE-TRIEE
           PERFORM CUMULER-COMPTE-TRIE UNTIL SORT-EOF

           MOVE TOTAL-DEBIT TO DISPLAY-DEBIT
           MOVE TOTAL-CREDIT TO DISPLAY-CREDIT
           MOVE REPORT-LINE TO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD.

       LIRE-LIGNE-TRIEE.
           RETURN GL-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      *    Control break on the GL account: every line of the
      *    account is added in, then its balance line goes out.
       CUMULER-COMPTE-TRIE.
           MOVE SRT-ACCOUNT TO BAL-ACCOUNT
           MOVE ZERO TO BAL-DEBIT
           MOVE ZERO TO BAL-CREDIT
           PERFORM CUMULER-LIGNE-TRIEE
               UNTIL SORT-EOF OR SRT-ACCOUNT NOT = BAL-ACCOUNT
           PERFORM ECRIRE-LIGNE-BALANCE.

       CUMULER-LIGNE-TRIEE.
           ADD SRT-DEBIT TO BAL-DEBIT
           ADD SRT-CREDIT TO BAL-CREDIT
           PERFORM LIRE-LIGNE-TRIEE.

       ECRIRE-LIGNE-BALANCE.
           MOVE SPACES TO LIBELLE-COMPTE
           IF COA-DISPO
               MOVE BAL-ACCOUNT TO GLA-NUMBER
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE "(HORS PLAN COMPTABLE)"
               END-READ
           END-IF

           MOVE BAL-DEBIT TO DISPLAY-DEBIT
           MOVE BAL-CREDIT TO DISPLAY-CREDIT
           COMPUTE SOLDE-COMPTE-GL = BAL-DEBIT - BAL-CREDIT
           MOVE SOLDE-COMPTE-GL TO DISPLAY-SOLDE
           MOVE SPACES TO REPORT-LINE
           STRING BAL-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-COMPTE(1:20) DELIMITED BY SIZE
                  " D=" DELIMITED BY SIZE
