      *    SUCCESS.cpy
      *    Succession file, one record per deceased customer, keyed
      *    by the customer number CUSTMAST.DAT is keyed by. SUCCMNT
      *    opens it when the death is declared - every account the
      *    customer holds or co-holds is blocked and their standing
      *    orders, direct-debit mandate and billing contracts are
      *    stopped the same day - prints the balance certificate
      *    the notaire asks for, and records the settlement once
      *    the estate has been paid out to the heirs.
       01 SUCCESSION-RECORD.
           05 SUC-CUST-ID              PIC 9(6).
           05 SUC-DATE-DECES           PIC 9(8).
           05 SUC-DATE-DECLARATION     PIC 9(8).
      *    Office handling the estate, printed on the certificate.
           05 SUC-NOTAIRE              PIC X(40).
      *    O = ouverte (accounts blocked, estate not yet paid out),
      *    R = reglee (every account paid out and closed).
           05 SUC-STATUT               PIC X(01).
               88 SUC-OUVERTE             VALUE "O".
               88 SUC-REGLEE              VALUE "R".
      *    Last certificate printed; the estate is not paid out
      *    before the notaire has had one.
           05 SUC-DATE-CERTIFICAT      PIC 9(8).
           05 SUC-DATE-REGLEMENT       PIC 9(8).
           05 SUC-OPERATEUR            PIC X(08).
