      *    LMVTEXC.cpy
      *    Large-movement exceptions as data: one line per account
      *    LARGEMVT flags, rewritten on every run alongside the
      *    printed LMVTRPT.DAT, so AMLCASE can file each exception
      *    in the holder's anti-money-laundering case instead of
      *    somebody retyping the report.
       01 LARGE-MOVEMENT-EXCEPTION.
      *    U = one movement over the ceiling, C = the account's
      *    movements cumulated over the rolling window.
           05 LMX-TYPE          PIC X(01).
               88 LMX-UNITAIRE     VALUE "U".
               88 LMX-CUMUL        VALUE "C".
           05 LMX-COMPTE        PIC 9(5).
      *    Movement date for a single movement, run date for a
      *    cumul.
           05 LMX-DATE          PIC 9(8).
           05 LMX-MONTANT       PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
