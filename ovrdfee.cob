
      *    One record per account per billing cycle (YYYYMM), keyed,
      *    so an account already charged this cycle can never be
      *    charged again however often the run is restarted. The
      *    file FEESTMT, GLPOST and FECEXP read, shared with the
      *    service fees SVCFEE charges under their own fee codes.
           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "FEECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-CKPT-KEY
           05 FEE-CKPT-KEY.
               10 FEE-CKPT-COMPTE   PIC 9(5).
               10 FEE-CKPT-CYCLE    PIC 9(6).
      *    Spaces for OVRDFEE's overdraft commission, otherwise the
      *    SVCTARIF.DAT fee code SVCFEE charged.
               10 FEE-CKPT-CODE     PIC X(04).
           05 FEE-CKPT-MONTANT      PIC 9(5)V99.
           05 FEE-CKPT-DATE         PIC 9(8).

           END-READ
           CLOSE FEE-PARM-FILE.

      *    FEECKPT.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the checkpoints.
      *    An install still carrying the account+cycle FEECHKPT.DAT
      *    runs FEECONV first, or this cycle would be charged again.
       OUVRIR-CHECKPOINT-FRAIS.
           OPEN I-O FEE-CHECKPOINT-FILE
           IF FEE-CHECKPOINT-STATUS = "35"
           MOVE "N" TO DEJA-FACTURE-SWITCH
           MOVE OVW-ID-COMPTE TO FEE-CKPT-COMPTE
           MOVE CYCLE-COURANT TO FEE-CKPT-CYCLE
           MOVE SPACES TO FEE-CKPT-CODE
           READ FEE-CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
       CONCLURE-COMMISSION-PRELEVEE.
           MOVE OVW-ID-COMPTE TO FEE-CKPT-COMPTE
           MOVE CYCLE-COURANT TO FEE-CKPT-CYCLE
           MOVE SPACES TO FEE-CKPT-CODE
           MOVE COMMISSION TO FEE-CKPT-MONTANT
           MOVE RUN-DATE TO FEE-CKPT-DATE
           WRITE FEE-CHECKPOINT-RECORD
