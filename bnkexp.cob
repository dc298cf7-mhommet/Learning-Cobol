       PROGRAM-ID. BNKEXP.

      *    End-of-day outbound remittance: turns the day's staged
      *    external virements (OUTSTAGE.DAT, written by MAJCOMPTE,
      *    STOEXEC and SUPVALID) into the payment file the bank
      *    ingests, with the IBAN/BIC pulled from BENEF.DAT at
      *    emission time, and a remittance journal proving what was
      *    sent - the supplier payment no longer lives only in the
      *    bank's web portal.

       ENVIRONMENT DIVISION.

