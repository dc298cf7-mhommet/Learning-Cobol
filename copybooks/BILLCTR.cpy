               88 CTR-TRIMESTRIEL   VALUE "T".
           05 CTR-NEXT-DATE     PIC 9(8).
           05 CTR-END-DATE      PIC 9(8).
      *    Invoicing company the contract bills under; CTRCONV put
      *    the contracts keyed before there was a second company
      *    under company 0.
           05 CTR-COMPANY       PIC 9(01).
