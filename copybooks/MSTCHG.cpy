      *    MSTCHG.cpy
      *    Pending master-data changes, keyed by change number: what
      *    BENMAINT, TYPMAINT, CMPNYMNT, GLMAINT and TRFMAINT park
      *    instead of writing the master themselves - a
      *    beneficiary's IBAN, an account type's ceiling, a
      *    company's letterhead, a GL account, a service fee's
      *    price. A second operator, supervisor level and never
      *    the author, approves (MSTAPPR then applies the after
      *    image to the master) or rejects; MSTRPT lists the day's
      *    decisions. Same four-eyes idea as PENDAPPR.DAT for the
      *    over-limit withdrawals.
       01 MASTER-CHANGE-RECORD.
           05 MCH-NUMBER          PIC 9(5).
      *    Master the change is for: B = BENEF.DAT, T = ACCTTYPE.DAT,
      *    S = CMPNYPRF.DAT, G = GLCOA.DAT, F = SVCTARIF.DAT.
           05 MCH-FICHIER         PIC X(01).
               88 MCH-BENEFICIAIRE   VALUE "B".
               88 MCH-TYPE-COMPTE    VALUE "T".
               88 MCH-SOCIETE        VALUE "S".
               88 MCH-COMPTE-GL      VALUE "G".
               88 MCH-TARIF          VALUE "F".
           05 MCH-OPERATION       PIC X(01).
               88 MCH-AJOUT          VALUE "A".
               88 MCH-MODIFICATION   VALUE "M".
               88 MCH-SUPPRESSION    VALUE "S".
      *    The master record's key, left-justified as keyed.
           05 MCH-CLE             PIC X(10).
      *    Whole record images, space-filled past the record's own
      *    length: before is spaces for an addition, after is
      *    spaces for a deletion. MSTAPPR refuses to apply a change
      *    whose before image no longer matches the master.
           05 MCH-AVANT           PIC X(300).
           05 MCH-APRES           PIC X(300).
           05 MCH-AUTEUR          PIC X(08).
           05 MCH-DATE            PIC 9(8).
           05 MCH-TIME            PIC 9(8).
           05 MCH-STATUT          PIC X(01).
               88 MCH-EN-ATTENTE     VALUE "P".
               88 MCH-APPROUVE       VALUE "A".
               88 MCH-REJETE         VALUE "R".
           05 MCH-SUPERVISEUR     PIC X(08).
           05 MCH-DECISION-DATE   PIC 9(8).
           05 MCH-DECISION-TIME   PIC 9(8).
