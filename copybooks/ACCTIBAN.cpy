      *    ACCTIBAN.cpy
      *    External identifiers of a COMPTES account, keyed by
      *    account id: the French RIB - code banque, code guichet,
      *    numero de compte and cle RIB - and the IBAN built on it,
      *    so anyone outside can address an account our 5-digit
      *    ID_COMPTE means nothing to. ACCTMNT assigns them when the
      *    account is opened, IBANINIT for accounts opened before.
      *    The numero de compte is the account id left-padded with
      *    zeros to eleven positions, so the account is always
      *    recoverable from the IBAN itself.
       01 ACCOUNT-IBAN-RECORD.
           05 IBN-COMPTE            PIC 9(5).
           05 IBN-BANQUE            PIC 9(5).
           05 IBN-GUICHET           PIC 9(5).
           05 IBN-NUMERO            PIC X(11).
           05 IBN-CLE-RIB           PIC 9(2).
      *    Electronic form, no spaces: FR, two check digits, then
      *    the 23 positions of the RIB.
           05 IBN-IBAN              PIC X(27).
           05 IBN-IBAN-DETAIL REDEFINES IBN-IBAN.
               10 IBN-PAYS          PIC X(02).
               10 IBN-CLE-IBAN      PIC 9(2).
               10 IBN-BBAN          PIC X(23).
           05 IBN-DATE-ATTRIB       PIC 9(8).
