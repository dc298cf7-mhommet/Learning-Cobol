      *    KYCDOS.cpy
      *    Know-your-customer file, one record per customer number
      *    CUSTMAST.DAT is keyed by: the identity document seen at
      *    the last review, its expiry, the risk level compliance
      *    gave the customer and the date of that review. The
      *    customer file program records a review; KYCREV lists
      *    each month the customers whose document has expired or
      *    whose review is overdue for their risk level, and blocks
      *    those overdue past the KYCPARM.DAT grace period. A
      *    blocked customer moves no money at MAJCOMPTE or BULKMVT
      *    until the next review clears the block.
       01 KYC-RECORD.
           05 KYC-CUST-ID              PIC 9(6).
      *    CI = carte nationale d'identite, PP = passeport,
      *    TS = titre de sejour.
           05 KYC-PIECE-TYPE           PIC X(02).
               88 KYC-PIECE-CNI           VALUE "CI".
               88 KYC-PIECE-PASSEPORT     VALUE "PP".
               88 KYC-PIECE-SEJOUR        VALUE "TS".
               88 KYC-PIECE-VALIDE        VALUE "CI" "PP" "TS".
           05 KYC-PIECE-NUMERO         PIC X(20).
           05 KYC-PIECE-EXPIRATION     PIC 9(8).
      *    Risk level decides how often the file is reviewed; the
      *    periods per level are in KYCPARM.DAT.
           05 KYC-RISQUE               PIC X(01).
               88 KYC-RISQUE-FAIBLE       VALUE "F".
               88 KYC-RISQUE-MOYEN        VALUE "M".
               88 KYC-RISQUE-ELEVE        VALUE "E".
               88 KYC-RISQUE-VALIDE       VALUE "F" "M" "E".
           05 KYC-DERNIERE-REVUE       PIC 9(8).
           05 KYC-STATUT               PIC X(01).
               88 KYC-BLOQUE              VALUE "B".
           05 KYC-DATE-BLOCAGE         PIC 9(8).
