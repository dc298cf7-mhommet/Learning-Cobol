           05 REG-TVA                 PIC S9(5)V99.
           05 REG-PRICETTC            PIC S9(6)V99.
           05 REG-AMOUNT-PAID         PIC S9(6)V99.
      *    A receivable CREDOUT has classed doubtful (D) or written
      *    off as irrecoverable (I) is no longer REG-OPEN, so it
      *    drops out of dunning, aging, penalties and DDCOLL.
           05 REG-STATUS              PIC X(01).
               88 REG-OPEN               VALUE "O".
               88 REG-SETTLED            VALUE "P".
               88 REG-DOUTEUX            VALUE "D".
               88 REG-IRRECOUVRABLE      VALUE "I".
      *    A credit note (avoir) is registered with its amounts
      *    negative and nothing to collect; REG-ORIG-NUMBER points
      *    back at the invoice it reverses, whose REG-AMOUNT-PAID
           05 REG-COLLECT-STATUS      PIC X(01).
               88 REG-COLLECT-AUCUN      VALUE " ".
               88 REG-COLLECT-EN-COURS   VALUE "C".
      *    Dispute flag, set and lifted at the INVLITIG desk: an
      *    invoice the customer contests is neither dunned nor
      *    charged late-payment penalties until it is resolved.
           05 REG-LITIGE-STATUS       PIC X(01).
               88 REG-LITIGE-AUCUN       VALUE " ".
               88 REG-EN-LITIGE          VALUE "L".
      *    Late-payment penalties already billed by PENALRUN: the
      *    day interest was last charged up to (zero = never, so
      *    the next charge runs from REG-DUE-DATE), and whether the
      *    fixed recovery indemnity - due once per invoice - has
      *    gone out.
           05 REG-PENAL-DATE          PIC 9(8).
           05 REG-INDEMNITE-STATUS    PIC X(01).
               88 REG-INDEMNITE-NON      VALUE " ".
               88 REG-INDEMNITE-FACTUREE VALUE "F".
      *    Doubtful-receivable trail kept by CREDOUT: when the item
      *    was moved to 416000, the provision rate on its open HT
      *    and the provision standing in 491000 for it; then the
      *    day it was written off to 654000 and the TVA recovered
      *    on it, which CA3DECL deducts on that month's return.
           05 REG-DOUTEUX-DATE        PIC 9(8).
           05 REG-PROVISION-TAUX      PIC 9(3)V99.
           05 REG-PROVISION           PIC S9(5)V99.
           05 REG-PERTE-DATE          PIC 9(8).
           05 REG-TVA-RECUPEREE       PIC S9(5)V99.
      *    Acompte trail: an acompte invoice (C) or the final
      *    invoice of a quote that had acomptes (S), with the
      *    DEVIS.DAT quote both were billed against. The final
      *    invoice carries only the quote HT less the acomptes.
           05 REG-NATURE              PIC X(01).
               88 REG-NATURE-NORMALE     VALUE " ".
               88 REG-ACOMPTE            VALUE "C".
               88 REG-SOLDE-DEVIS        VALUE "S".
           05 REG-DEVIS-NUMBER        PIC 9(6).
      *    Invoice currency: the amounts above are always euros, at
      *    REG-TAUX-CHANGE (euros per unit, FXRATES.DAT on the
      *    invoice date); REG-TTC-DEVISE is what the customer was
      *    billed in REG-DEVISE and REG-PAYE-DEVISE what has come in
      *    against it. PAYAPPL books the exchange difference on
      *    settlement. "EUR" is a plain euro invoice, at rate 1.
           05 REG-DEVISE              PIC X(03).
               88 REG-EN-EUROS           VALUE "EUR".
           05 REG-TAUX-CHANGE         PIC 9(3)V9999.
           05 REG-TTC-DEVISE          PIC S9(6)V99.
           05 REG-PAYE-DEVISE         PIC S9(6)V99.
      *    Invoicing company (CMPNYPRF.DAT key) the piece was billed
      *    under; its number comes out of that company's own series
      *    in TVACKPT.DAT, whose leading digit is the company code.
           05 REG-COMPANY             PIC 9(01).
