      *    ODJRNL.cpy
      *    Operations diverses waiting for the ledger: the balanced
      *    lines an accounting program stages (dotations, cessions
      *    and the like) instead of writing GLJRNL.DAT itself - only
      *    GLPOST numbers and appends ledger entries. The lines of
      *    one entry are consecutive and share ODJ-PIECE; ODJ-DATE
      *    is the accounting date the entry carries in the books,
      *    ODJ-SAISIE-DATE the day it was staged. GLPOST takes a
      *    line on the run that covers the later of the two, so a
      *    month-end entry staged early waits for its date and one
      *    staged late is still swept. FECEXP exports the file by
      *    ODJ-DATE.
       01 OD-JOURNAL-RECORD.
           05 ODJ-DATE          PIC 9(8).
           05 ODJ-SAISIE-DATE   PIC 9(8).
           05 ODJ-JOURNAL       PIC X(02).
           05 ODJ-PIECE         PIC X(12).
           05 ODJ-ACCOUNT       PIC X(06).
           05 ODJ-DEBIT         PIC 9(9)V99.
           05 ODJ-CREDIT        PIC 9(9)V99.
           05 ODJ-LABEL         PIC X(40).
      *    The program that staged the line and who ran it.
           05 ODJ-SOURCE        PIC X(08).
           05 ODJ-OPER-ID       PIC X(08).
