      *    ACCTHOLD.cpy
      *    The other parties on a COMPTES account, keyed by account
      *    and customer number: the titulaire stays the one customer
      *    ACCTXREF.DAT links the account to (the address statements
      *    go to), and this file adds each co-titulaire of a joint
      *    account and each mandataire holding a power of attorney.
      *    An account with no record here is a single-holder account
      *    exactly as before. A co-titulaire owns the account with
      *    the titulaire - statements, IFU and deposit-guarantee
      *    figures count them; a mandataire only operates it, within
      *    the validity period and under the withdrawal ceiling of
      *    the mandate, and owns nothing.
       01 ACCOUNT-HOLDER-RECORD.
           05 AHD-KEY.
               10 AHD-COMPTE           PIC 9(5).
               10 AHD-CUST-ID          PIC 9(6).
           05 AHD-ROLE                 PIC X(01).
               88 AHD-COTITULAIRE         VALUE "C".
               88 AHD-MANDATAIRE          VALUE "M".
           05 AHD-CUST-NOM             PIC A(30).
           05 AHD-CUST-PRENOM          PIC A(30).
      *    Mandate validity, both days included; an end date of zero
      *    is a mandate until revoked. Both are zero for a
      *    co-titulaire.
           05 AHD-DEBUT                PIC 9(8).
           05 AHD-FIN                  PIC 9(8).
      *    Largest single withdrawal the mandataire may make; zero
      *    means no ceiling beyond the account's own rules.
           05 AHD-PLAFOND-RETRAIT      PIC 9(7)V99.
