      *    comptable general - 411000 clients, 512000 banque, 531000
      *    caisse, 445710 TVA collectee, 707000 ventes, 706000
      *    prestations, 708500 frais factures aux clients, 661000
      *    charges d'interets, 401000 fournisseurs, 445660 TVA
      *    deductible sur biens et services, 607000 achats de
      *    marchandises, 681100 dotations aux amortissements (against
      *    the 28xxxx account of each asset class), 675000 valeur
      *    comptable des elements cedes, 775000 produits des
      *    cessions, 462000 creances sur cessions, 168800 interets
      *    courus a payer (comptes a terme), 276800 interets courus
      *    a recevoir (prets) against 762700 produits des prets,
      *    763800 penalites de retard et indemnites de recouvrement
      *    facturees, 416000 clients douteux, 491000 provisions pour
      *    depreciation des comptes clients (681740 dotation, 781740
      *    reprise), 654000 pertes sur creances irrecouvrables,
      *    666000 pertes et 766000 gains de change realises.
       01 GL-ACCOUNT-RECORD.
           05 GLA-NUMBER        PIC X(06).
           05 GLA-LABEL         PIC X(40).
      *    A = actif, P = passif, C = charge, R = produit; GLPOST
      *    never branches on it, GLCLOSE sorts the bilan and the
      *    compte de resultat by it. 120000/129000 hold the result.
           05 GLA-CLASS         PIC X(01).
