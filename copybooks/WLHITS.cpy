      *    matched, where the match came from (customer entry or a
      *    bulk movement counterparty), and the disposition the
      *    compliance person records at the WLREVIEW screen -
      *    cleared or escalated, never silently dropped. AMLCASE
      *    files each escalated hit in the customer's
      *    anti-money-laundering case and marks it D.
       01 WATCHLIST-HIT-RECORD.
           05 HIT-NUMBER        PIC 9(5).
           05 HIT-DATE          PIC 9(8).
               88 HIT-A-TRAITER    VALUE " ".
               88 HIT-CLEARED      VALUE "C".
               88 HIT-ESCALADE     VALUE "E".
               88 HIT-EN-DOSSIER   VALUE "D".
