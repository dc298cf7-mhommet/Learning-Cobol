      *    OPERMAST.cpy
      *    Operator profiles, keyed by operator id: who may sign on
      *    at PILOTE, at what level, and up to what withdrawal
      *    amount a teller may go alone. OPERMNT maintains them.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-ID             PIC X(08).
           05 OPER-NOM            PIC X(30).
           05 OPER-NIVEAU         PIC X(01).
               88 OPER-GUICHET       VALUE "T".
               88 OPER-SUPERVISEUR   VALUE "S".
           05 OPER-RETRAIT-LIMITE PIC 9(7)V99.
      *    The password itself is never stored: what PILOTE keys in
      *    is folded together with the operator id into this
      *    18-digit fingerprint, and only fingerprints are compared.
      *    A password set by a supervisor is provisional and must be
      *    replaced at the next sign-on; any password expires after
      *    the number of days in OPERPARM.DAT, counted from
      *    OPER-MDP-DATE. A pre-password OPERMAST.DAT is shorter and
      *    fails the OPEN; OPERCONV migrates it once.
           05 OPER-MDP-EMPREINTE  PIC 9(18).
           05 OPER-MDP-DATE       PIC 9(8).
           05 OPER-MDP-STATUT     PIC X(01).
               88 OPER-MDP-PROVISOIRE VALUE "P".
               88 OPER-MDP-DEFINITIF  VALUE "D".
      *    Consecutive failed sign-ons; the fifth locks the profile
      *    until a supervisor resets the password in OPERMNT.
           05 OPER-ECHECS         PIC 9(2).
           05 OPER-VERROU         PIC X(01).
               88 OPER-VERROUILLE    VALUE "V".
           05 OPER-VERROU-DATE    PIC 9(8).
