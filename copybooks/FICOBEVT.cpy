      *    FICOBEVT.cpy
      *    Events the FICOBA register of bank accounts has to be
      *    told about, keyed by the moment they were recorded, the
      *    account and the person: every opening and closing ACCTMNT
      *    or SUCCMNT makes, and every titulaire, co-titulaire or
      *    mandataire ACCTLINK or SUCCMNT adds to or takes off an
      *    account. One record per person concerned, so closing a
      *    joint account declares each holder. FICOBEXP builds the
      *    declaration extract off the pending ones and marks them
      *    transmitted; FICOBRPT lists those still pending past the
      *    declaration deadline.
       01 FICOBA-EVENT-RECORD.
           05 FEV-KEY.
               10 FEV-DATE             PIC 9(8).
               10 FEV-TIME             PIC 9(8).
               10 FEV-COMPTE           PIC 9(5).
               10 FEV-CUST-ID          PIC 9(6).
      *    O = ouverture, C = cloture, A = person added to the
      *    account, R = person taken off it (FICOBA's modification).
           05 FEV-NATURE               PIC X(01).
               88 FEV-OUVERTURE           VALUE "O".
               88 FEV-CLOTURE             VALUE "C".
               88 FEV-AJOUT               VALUE "A".
               88 FEV-RETRAIT             VALUE "R".
      *    T = titulaire, C = co-titulaire, M = mandataire.
           05 FEV-ROLE                 PIC X(01).
               88 FEV-TITULAIRE           VALUE "T".
               88 FEV-COTITULAIRE         VALUE "C".
               88 FEV-MANDATAIRE          VALUE "M".
      *    Day the opening, closing or change took effect - the day
      *    the declaration deadline runs from.
           05 FEV-DATE-EFFET           PIC 9(8).
           05 FEV-OPERATEUR            PIC X(08).
      *    P = still to declare, T = in a FICOBEXP extract.
           05 FEV-STATUT               PIC X(01).
               88 FEV-A-TRANSMETTRE       VALUE "P".
               88 FEV-TRANSMIS            VALUE "T".
           05 FEV-DATE-TRANSMISSION    PIC 9(8).
