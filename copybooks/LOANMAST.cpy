      *    Loan master, keyed by loan number: the small lendings that
      *    used to live in a spreadsheet. LOANMNT captures the loan,
      *    prints the echeancier and disburses into the customer's
      *    COMPTES account, and takes early repayments; the daily
      *    LOANCOLL run collects the monthly installment back out of
      *    it, splitting interest from principal at the contractual
      *    annual rate.
       01 LOAN-MASTER-RECORD.
           05 LN-NUMBER         PIC 9(5).
           05 LN-COMPTE         PIC 9(5).
           05 LN-STATUT         PIC X(01).
               88 LN-OUVERT        VALUE "O".
               88 LN-SOLDE-STATUT  VALUE "S".
      *    Early repayments (LOANMNT mode R): day of the last one -
      *    zero when the loan still runs on its original schedule -
      *    and the twelve-month window the indemnity threshold is
      *    measured over, with the capital repaid early within it.
           05 LN-DATE-ANTICIPE  PIC 9(8).
           05 LN-FENETRE-ANTICIPE PIC 9(8).
           05 LN-CUMUL-ANTICIPE PIC 9(7)V99.
