               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-REPORT-STATUS.

      *    The same exceptions as data, for AMLCASE to file in the
      *    holder's anti-money-laundering case.
           SELECT EXCEPTION-DATA-FILE ASSIGN TO "LMVTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-DATA-STATUS.

      *    The day the single-movement scan last ran up to, so each
      *    run reports only the movements booked since - same idea
      *    as AGIOS's quarter checkpoint. A movement already filed
      *    in its case is not filed again by tomorrow's run.
           SELECT LMVT-CHECKPOINT-FILE ASSIGN TO "LMVTCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-KEY
               FILE STATUS IS LMVT-CHECKPOINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD PIC X(80).

       FD EXCEPTION-DATA-FILE.
       COPY "LMVTEXC.cpy".

       FD LMVT-CHECKPOINT-FILE.
       01 LMVT-CHECKPOINT-RECORD.
           05 LCK-KEY            PIC X(01).
           05 LCK-DERNIER-RUN    PIC 9(8).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.  *> Gerer les retours DB2

       01 THRESHOLD-PARM-STATUS PIC X(02).
       01 EXCEPTION-REPORT-STATUS PIC X(02).
       01 EXCEPTION-DATA-STATUS PIC X(02).
       01 LMVT-CHECKPOINT-STATUS PIC X(02).

      *    Compliance's defaults if LMVTPRM.DAT is absent: 10 000 in
      *    one movement, or cumulatively over 30 rolling days.

       01 ID-COMPTE             PIC 9(5).
       01 TRANSACTION-DATE      PIC X(10).
       01 TRANSACTION-DATE-AAAA REDEFINES TRANSACTION-DATE.
           05 TRANSACTION-YEAR  PIC 9(4).
           05 FILLER            PIC X(01).
           05 TRANSACTION-MONTH PIC 9(2).
           05 FILLER            PIC X(01).
           05 TRANSACTION-DAY   PIC 9(2).
       01 TRANSACTION-MONTANT   PIC S9(9)V99.
       01 CUMUL-MONTANT         PIC S9(11)V99.

           88 CURSOR-EOF           VALUE "Y".

       01 RUN-DATE              PIC 9(8).
      *    Zero on the very first run: every movement on file is
      *    then examined once.
       01 DERNIER-RUN           PIC 9(8) VALUE ZERO.
       01 REPORT-LINE           PIC X(80).
       01 SINGLE-HIT-COUNT      PIC 9(5) VALUE ZERO.
       01 CUMUL-HIT-COUNT       PIC 9(5) VALUE ZERO.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIRE-PARM-PLAFOND
           COMPUTE PLAFOND-NEGATIF = 0 - PLAFOND
           PERFORM LIRE-CHECKPOINT-UNITAIRES

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           OPEN OUTPUT EXCEPTION-DATA-FILE

           MOVE PLAFOND TO DISPLAY-PLAFOND
           MOVE SPACES TO REPORT-LINE
           PERFORM DETECTER-CUMULS-FENETRE

           PERFORM ECRIRE-TOTAUX
           PERFORM POSER-CHECKPOINT-UNITAIRES

           CLOSE EXCEPTION-REPORT-FILE
           CLOSE EXCEPTION-DATA-FILE
           GOBACK.

       LIRE-PARM-PLAFOND.
           END-READ
           CLOSE THRESHOLD-PARM-FILE.

       LIRE-CHECKPOINT-UNITAIRES.
           OPEN I-O LMVT-CHECKPOINT-FILE
           IF LMVT-CHECKPOINT-STATUS = "35"
               OPEN OUTPUT LMVT-CHECKPOINT-FILE
               CLOSE LMVT-CHECKPOINT-FILE
               OPEN I-O LMVT-CHECKPOINT-FILE
           END-IF
           MOVE "U" TO LCK-KEY
           READ LMVT-CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LCK-DERNIER-RUN TO DERNIER-RUN
           END-READ
           CLOSE LMVT-CHECKPOINT-FILE.

       POSER-CHECKPOINT-UNITAIRES.
           OPEN I-O LMVT-CHECKPOINT-FILE
           MOVE "U" TO LCK-KEY
           MOVE RUN-DATE TO LCK-DERNIER-RUN
           REWRITE LMVT-CHECKPOINT-RECORD
               INVALID KEY
                   WRITE LMVT-CHECKPOINT-RECORD
           END-REWRITE
           CLOSE LMVT-CHECKPOINT-FILE.

      *    Any single movement past the ceiling in either direction:
      *    a 15 000 withdrawal is as declarable as a deposit. Only
      *    movements booked after the last run and up to today are
      *    examined, the way GLPOST sweeps the days since its last
      *    posting; a rerun the same day finds none.
       DETECTER-MOUVEMENTS-UNITAIRES.
           EXEC SQL
               DECLARE CUR-UNITAIRES CURSOR FOR
                   SELECT ID_COMPTE, DATE_TRANSACTION, MONTANT
                   FROM TRANSACTIONS
                   WHERE (MONTANT > :PLAFOND
                          OR MONTANT < :PLAFOND-NEGATIF)
                     AND DATE_TRANSACTION > :DERNIER-RUN
                     AND DATE_TRANSACTION <= :RUN-DATE
                   ORDER BY ID_COMPTE, DATE_TRANSACTION
           END-EXEC

               INTO REPORT-LINE
           MOVE REPORT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE "U" TO LMX-TYPE
           MOVE ID-COMPTE TO LMX-COMPTE
           COMPUTE LMX-DATE = TRANSACTION-YEAR * 10000
                            + TRANSACTION-MONTH * 100
                            + TRANSACTION-DAY
           MOVE TRANSACTION-MONTANT TO LMX-MONTANT
           WRITE LARGE-MOVEMENT-EXCEPTION
           PERFORM LIRE-UNITAIRE-SUIVANT.

      *    Accounts whose movements inside the rolling window add up
               INTO REPORT-LINE
           MOVE REPORT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE "C" TO LMX-TYPE
           MOVE ID-COMPTE TO LMX-COMPTE
           MOVE RUN-DATE TO LMX-DATE
           MOVE CUMUL-MONTANT TO LMX-MONTANT
           WRITE LARGE-MOVEMENT-EXCEPTION
           PERFORM LIRE-CUMUL-SUIVANT.

       ECRIRE-TOTAUX.
