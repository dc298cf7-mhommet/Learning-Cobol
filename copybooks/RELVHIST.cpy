      *    RELVHIST.cpy
      *    Last monthly statement issued per COMPTES account, keyed
      *    by account id: the month it covered, its running number
      *    and the opening and closing balances it printed. RELEVE
      *    is the only writer; the next statement's opening balance
      *    is checked against the closing balance kept here, so a
      *    movement back-dated into a month already sent out stops
      *    the run instead of putting a gap between two statements.
       01 STATEMENT-HISTORY-RECORD.
           05 RLH-COMPTE            PIC 9(5).
           05 RLH-DERNIER-MOIS      PIC 9(6).
           05 RLH-NUMERO            PIC 9(4).
           05 RLH-SOLDE-OUVERTURE   PIC S9(9)V99.
           05 RLH-SOLDE-CLOTURE     PIC S9(9)V99.
           05 RLH-DATE-EMISSION     PIC 9(8).
