      *    VIRSUSP.cpy
      *    Inbound credit transfers VIRRECU could not put on an
      *    account, keyed by the bank's transfer reference: IBAN
      *    not ours or not assigned, account blocked or closed,
      *    deposit ceiling reached. Each VIRRECU run tries the open
      *    items again - on the account VIRSMNT allocated when the
      *    back office has traced the beneficiary, on the IBAN
      *    otherwise - and sends back to the ordering bank whatever
      *    is still unidentified after the delay in VIRPARM.DAT.
       01 INBOUND-SUSPENSE-RECORD.
           05 VSP-REFERENCE           PIC X(16).
           05 VSP-DATE-RECEPTION      PIC 9(8).
           05 VSP-DATE-REGLT          PIC 9(8).
           05 VSP-MONTANT             PIC 9(9)V99.
           05 VSP-IBAN-BENEF          PIC X(34).
           05 VSP-DONNEUR             PIC X(35).
           05 VSP-IBAN-DONNEUR        PIC X(34).
           05 VSP-BIC-DONNEUR         PIC X(11).
           05 VSP-LIBELLE             PIC X(60).
      *    Reason code of the last refusal, the one the return to
      *    the ordering bank carries: AC01 account unknown, AC04
      *    closed, AC06 blocked, MD07 holder deceased, AG01 ceiling
      *    of the account type, MS03 COMPTES update failed.
           05 VSP-MOTIF               PIC X(04).
      *    Account the back office traced the transfer to through
      *    VIRSMNT; zero until then. Once credited, the account
      *    that actually took the money.
           05 VSP-COMPTE-AFFECTE      PIC 9(5).
           05 VSP-STATUT              PIC X(01).
               88 VSP-OUVERT             VALUE "O".
               88 VSP-CREDITE            VALUE "C".
               88 VSP-RETOURNE           VALUE "R".
           05 VSP-DATE-SORTIE         PIC 9(8).
