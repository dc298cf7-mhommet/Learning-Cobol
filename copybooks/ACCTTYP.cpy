               88 TYP-DECOUVERT-PERMIS  VALUE "O".
           05 TYP-INTERETS      PIC X(01).
               88 TYP-INTERETS-ELIGIBLE VALUE "O".
      *    Whether balances of this type are deposits the FGDR
      *    guarantee covers (O) or not (N); TYPCONV carried every
      *    type on file before the question was asked over as O.
           05 TYP-FGDR          PIC X(01).
               88 TYP-FGDR-EXCLU   VALUE "N".
