      *    SECSETL.cpy
      *    Cash settlement instructions for securities trades, keyed
      *    by trade date and sequence: CalculsCobol writes one for
      *    each purchase or sale it books in POSMAST.DAT, with the
      *    brokerage and the taxe sur les transactions financieres
      *    already worked out and the settlement date set at the
      *    trade date plus the business days of STLPARM.DAT. SECSETL
      *    debits or credits the holder's COMPTES account on that
      *    date; an instruction it cannot settle stays failed, with
      *    the reason, and is tried again at each run until it goes
      *    through.
       01 SECURITY-SETTLEMENT-RECORD.
           05 SST-KEY.
               10 SST-TRADE-DATE       PIC 9(8).
               10 SST-SEQ              PIC 9(5).
           05 SST-SENS                 PIC X(01).
               88 SST-ACHAT               VALUE "A".
               88 SST-VENTE               VALUE "V".
           05 SST-TICKER               PIC X(10).
           05 SST-QUANTITY             PIC S9(9)V99.
           05 SST-PRICE                PIC S9(9)V99.
           05 SST-CURRENCY             PIC X(03).
           05 SST-FX-RATE              PIC 9(3)V9999.
      *    Amounts in EUR, the currency the cash accounts are kept
      *    in. The net is what moves on the account: gross plus
      *    fees debited on a purchase, gross less fees credited on
      *    a sale.
           05 SST-MONTANT-BRUT         PIC S9(9)V99.
           05 SST-COURTAGE             PIC S9(7)V99.
           05 SST-TTF                  PIC S9(7)V99.
           05 SST-MONTANT-NET          PIC S9(9)V99.
           05 SST-CUST-ID              PIC 9(6).
           05 SST-CUST-NOM             PIC A(30).
           05 SST-CUST-PRENOM          PIC A(30).
           05 SST-DATE-REGLT           PIC 9(8).
           05 SST-STATUT               PIC X(01).
               88 SST-A-REGLER            VALUE "A".
               88 SST-REGLE               VALUE "R".
               88 SST-ECHEC               VALUE "E".
      *    Reason of the last failure, blank once settled.
           05 SST-MOTIF                PIC X(20).
      *    Account the cash went through once settled; zero before.
           05 SST-COMPTE               PIC 9(5).
           05 SST-DATE-TRAITEMENT      PIC 9(8).
           05 SST-TENTATIVES           PIC 9(3).
