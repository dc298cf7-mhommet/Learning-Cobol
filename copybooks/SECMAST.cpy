           05 SEC-EXCHANGE      PIC X(10).
           05 SEC-CLASS         PIC X(10).
           05 SEC-CURRENCY      PIC X(03).
      *    Whether a purchase bears the taxe sur les transactions
      *    financieres: French issuers above the capitalisation
      *    threshold, per the list the administration publishes
      *    each December.
           05 SEC-TTF           PIC X(01).
               88 SEC-SOUMIS-TTF   VALUE "O".
