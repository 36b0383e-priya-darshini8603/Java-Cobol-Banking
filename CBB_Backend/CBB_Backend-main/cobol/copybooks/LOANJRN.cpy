      *****************************************************
      * LOANJRN.cpy
      * One entry on the append-only loan journal
      * (LOANJRNL.DAT). LOAN-MAINT and PAY-APPLY rewrite the
      * loan master in place; each of them also appends one
      * entry here for every financial event it applies, so
      * the master's history can be read back - what moved
      * the balance, on which business date, and why.
      * Entries are never updated or removed.
      *
      * LJ-TXN-TYPE is ADD, PREPAY, CLOSE, RESCHED, CAPINT,
      * RECEIPT, WRITEOFF or RECOVERY.
      * LJ-AMOUNT is the event amount (principal booked, lump
      * sum prepaid, balance closed off, zero for a RESCHED -
      * granting the terms moves no money - one month's
      * payment-holiday interest capitalised, receipt applied,
      * balance written off, or recovery taken on a
      * written-off loan - a RECOVERY moves no balance, both
      * sides stay zero); a CAPINT carries it all in
      * LJ-INTEREST-PORTION;
      * for a RECEIPT it splits into LJ-CHARGES-PORTION,
      * LJ-INTEREST-PORTION and LJ-PRINCIPAL-PORTION, and
      * LJ-DUE-DATE is the installment it was billed
      * against (zero for every other type).
      * LJ-BAL-BEFORE/LJ-BAL-AFTER are LM-OUTSTANDING-BAL
      * either side of the event.
      * LJ-BUSINESS-DATE is the date the event took effect:
      * for a CLOSE or WRITEOFF the effective date approved on
      * the transaction, for a CAPINT the day the holiday
      * month ran out, otherwise the business date of the
      * run that applied it. LJ-POSTED-DATE is always the
      * business date of that run - the night the balance
      * moved on the book, and so the date GL-POST books it.
      *****************************************************
       01 LOAN-JOURNAL-RECORD.
           05 LJ-BUSINESS-DATE       PIC 9(8).
           05 LJ-APP-ID              PIC X(10).
           05 LJ-TXN-TYPE            PIC X(8).
           05 LJ-BRANCH-CODE         PIC X(4).
           05 LJ-PRODUCT-TYPE        PIC X(4).
           05 LJ-DUE-DATE            PIC 9(8).
           05 LJ-AMOUNT              PIC 9(11)V99.
           05 LJ-CHARGES-PORTION     PIC 9(9)V99.
           05 LJ-INTEREST-PORTION    PIC 9(11)V99.
           05 LJ-PRINCIPAL-PORTION   PIC 9(11)V99.
           05 LJ-BAL-BEFORE          PIC 9(11)V99.
           05 LJ-BAL-AFTER           PIC 9(11)V99.
           05 LJ-TIMESTAMP           PIC X(14).
           05 LJ-POSTED-DATE         PIC 9(8).
