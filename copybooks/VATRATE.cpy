
      *    R = reduit 5.5%, I = intermediaire 10%, N = normal 20%,
      *    E = exonere 0% (autoliquidation intra-UE : la TVA est due
      *    par le preneur, la facture porte la mention obligatoire),
      *    H = hors champ (penalites de retard et indemnite de
      *    recouvrement : ni base ni TVA, absentes de la CA3).
      *    The third byte is the CA3 regime: D declares on the
      *    invoice date (debits, goods), E on the settlement date
      *    (encaissements) - the shop's service lines are billed in
      *    category I, which is why I carries E. CA3DECL takes an
      *    E-regime category's VAT from the SETTLJRN.DAT movements
      *    PAYAPPL writes, not from the invoice dates. H carries its
      *    own regime H, which CA3DECL leaves out of the declaration
      *    altogether; it is kept last so the four purchase
      *    ventilation slots still line up with the first four.
       01 CATEGORY-TABLE-VALUES.
           05 FILLER.
               10 FILLER          PIC X(01) VALUE "R".
               10 FILLER          PIC X(01) VALUE "E".
               10 FILLER          PIC S9(2)V99 VALUE 0.00.
               10 FILLER          PIC X(01) VALUE "D".
           05 FILLER.
               10 FILLER          PIC X(01) VALUE "H".
               10 FILLER          PIC S9(2)V99 VALUE 0.00.
               10 FILLER          PIC X(01) VALUE "H".

       01 CATEGORY-TABLE REDEFINES CATEGORY-TABLE-VALUES.
           05 CATEGORY-ENTRY OCCURS 5 TIMES
                   INDEXED BY CATEGORY-IDX.
               10 CAT-CODE        PIC X(01).
               10 CAT-TAUX        PIC S9(2)V99.
               10 CAT-REGIME      PIC X(01).
                   88 CAT-SUR-DEBITS        VALUE "D".
                   88 CAT-SUR-ENCAISSEMENTS VALUE "E".
                   88 CAT-HORS-CHAMP        VALUE "H".

       01 CATEGORY-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 CATEGORY-FOUND        VALUE "Y".
