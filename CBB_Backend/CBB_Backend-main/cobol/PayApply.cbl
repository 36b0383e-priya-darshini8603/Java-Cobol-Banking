               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT LOAN-CHARGE-FILE ASSIGN TO DYNAMIC
               WS-CHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT LOAN-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JRN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           05 RJ-RCPT-IMAGE          PIC X(37).
           05 RJ-REASON              PIC X(25).

       FD  LOAN-CHARGE-FILE.
       COPY LOANCHG.

       FD  LOAN-JOURNAL-FILE.
       COPY LOANJRN.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(250).
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
      *    TOK8 exists only to catch overflow: four positional
      *    files plus the DATE=, CHARGES= and JOURNAL= options is
      *    the longest legal command, so anything landing in the
      *    slot after them means an option fell off the end and
      *    the run must fail loudly rather than quietly ignore it.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-MAST-FILE-NAME   PIC X(60) VALUE "LOANMST.DAT".
       01 WS-MAST-FILE-STATUS PIC XX.
       01 WS-REJ-FILE-NAME    PIC X(60) VALUE "PAYRCPT.REJ".
       01 WS-REJ-FILE-STATUS  PIC XX.

      *    Outstanding late-payment and bounce charges raised by
      *    LOAN-CHG. Until the first charge run there is no file,
      *    and every receipt goes straight to the installment.
       01 WS-CHG-FILE-NAME    PIC X(60) VALUE "LOANCHG.DAT".
       01 WS-CHG-FILE-STATUS  PIC XX.
       01 WS-CHG-EOF          PIC X.
       01 WS-CHG-MISSING      PIC X VALUE 'N'.

       01 WS-JRN-FILE-NAME    PIC X(60) VALUE "LOANJRNL.DAT".
       01 WS-JRN-FILE-STATUS  PIC XX.
       01 WS-JRN-BAL-BEFORE   PIC 9(11)V99.
       01 WS-JRN-TYPE         PIC X(8).

       01 WS-PREV-RCPT-ID     PIC X(10) VALUE LOW-VALUES.
       01 WS-PREV-CAL-ID      PIC X(10) VALUE LOW-VALUES.

       01 WS-PRINCIPAL-PORTION COMP-2.
       01 WS-PRIN-RND         PIC 9(11)V99.

      *    Charges come off a receipt before the installment does:
      *    what the loan's open charges total, what this receipt
      *    paid towards them, and what is left for interest and
      *    principal.
       01 WS-CHG-OUTSTANDING  PIC 9(9)V99.
       01 WS-CHG-DUE          PIC 9(7)V99.
       01 WS-CHG-PAY          PIC 9(7)V99.
       01 WS-CHG-APPLIED      PIC 9(9)V99.
       01 WS-RCPT-REMAINING   PIC 9(9)V99.

      *    The business date being applied. The billing feed is
      *    cumulative - one persistent record per billed
      *    installment - so only receipts paid ON this date post;
       01 WS-OTHERDAY-COUNT   PIC 9(9) VALUE 0.
       01 WS-PAIDOFF-COUNT    PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.
       01 WS-CHG-PAID-COUNT   PIC 9(9) VALUE 0.
       01 WS-CHG-PAID-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-JOURNAL-COUNT    PIC 9(9) VALUE 0.
       01 WS-RECOVERY-COUNT   PIC 9(9) VALUE 0.
       01 WS-RECOVERY-TOTAL   PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.

      *    PAY-APPLY [master-file] [receipts-file] [calendar-file]
      *    [reject-file] [DATE=yyyymmdd] [CHARGES=charges-file]
      *    [JOURNAL=journal-file]
      *
      *    Applies the day's payment receipts to the keyed loan
      *    master so the nightly reprice prices from a current
      *    interest and principal portions, and the principal
      *    portion taken off LM-OUTSTANDING-BAL; a full installment
      *    also retires one period of LM-REMAINING-TENURE.
      *    Outstanding late-payment and bounce charges on the
      *    charges file (CHARGES=, default LOANCHG.DAT) are paid
      *    first, oldest installment first; only what is left of
      *    the receipt goes to interest and then principal.
      *    Every receipt applied is appended to the loan journal
      *    (JOURNAL=, default LOANJRNL.DAT) with its charges,
      *    interest and principal split and the balance either
      *    side of it.
      *    A receipt on a written-off loan is a recovery: it
      *    needs no calendar entry, moves no balance, and is
      *    added to LM-RECOVERED-AMT and journalled as RECOVERY
      *    - never beyond what was written off.
      *    Only receipts whose paid date equals the business date
      *    (DATE=, default today) are posted: the billing feed is
      *    cumulative, so this is what makes a rerun - or simply

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8
           END-UNSTRING

           IF WS-TOK1 NOT = SPACES
               MOVE WS-TOK4 TO WS-REJ-FILE-NAME
           END-IF

           MOVE WS-TOK5 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK7 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK8 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPAY-CALENDAR-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE RCPT-REJECT-FILE
           IF WS-CHG-MISSING = 'N'
               CLOSE LOAN-CHARGE-FILE
           END-IF
           CLOSE LOAN-JOURNAL-FILE

           DISPLAY "RECEIPTS READ " WS-READ-COUNT
           DISPLAY "APPLIED  " WS-APPLIED-COUNT
           DISPLAY "OTHER-DATE SKIPPED " WS-OTHERDAY-COUNT
           DISPLAY "PAID OFF " WS-PAIDOFF-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT
           DISPLAY "CHARGES PAID " WS-CHG-PAID-COUNT
           DISPLAY "CHARGE AMOUNT PAID " WS-CHG-PAID-TOTAL
           DISPLAY "RECOVERIES " WS-RECOVERY-COUNT
           DISPLAY "RECOVERY AMOUNT " WS-RECOVERY-TOTAL
           DISPLAY "JOURNALLED " WS-JOURNAL-COUNT

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE

           STOP RUN.

       0100-PARSE-OPTION.

      *    Keyword options after the positional files, in either
      *    order. A mistyped DATE= must stop the run, not fall
      *    back to today - the wrong day's receipts would post to
      *    the master.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-APPLY-DATE-X
                   IF WS-APPLY-DATE-X IS NOT NUMERIC
                       DISPLAY "INVALID BUSINESS DATE: "
                           WS-APPLY-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-DATE-SET
               WHEN WS-OPT-TOKEN(1:8) = "CHARGES="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-CHG-FILE-NAME
               WHEN WS-OPT-TOKEN(1:8) = "JOURNAL="
                   MOVE WS-OPT-TOKEN(9:52) TO WS-JRN-FILE-NAME
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-OPEN-FILES.

      *    Unlike LOAN-MAINT there is no create-on-missing here: a
                   WS-REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    No charges file yet (status 35) just means no charge
      *    run has raised anything; receipts post as they always
      *    have.
           OPEN I-O LOAN-CHARGE-FILE

           IF WS-CHG-FILE-STATUS = "35"
               DISPLAY "WARNING: NO CHARGES FILE - "
                   "NO CHARGES WILL BE PAID"
               MOVE 'Y' TO WS-CHG-MISSING
           ELSE
               IF WS-CHG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING CHARGES FILE: STATUS "
                       WS-CHG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    The journal only ever grows: opened EXTEND, and created
      *    on the first-ever run.
           OPEN EXTEND LOAN-JOURNAL-FILE

           IF WS-JRN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-JOURNAL-FILE
           END-IF

           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-READ-CALENDAR.
               MOVE 'N' TO WS-CAL-MATCHED
           END-IF

      *    A written-off loan drops out of the nightly reprice, so
      *    it has no calendar; what it receives is a recovery.
           IF WS-CAL-MATCHED = 'N'
               PERFORM 2300-READ-MASTER-BY-KEY
               IF WS-KEY-FOUND = 'Y' AND LM-STATUS = 'W'
                   PERFORM 3500-APPLY-RECOVERY
               ELSE
                   MOVE "NO-CALENDAR-ENTRY" TO WS-REJECT-REASON
                   PERFORM 4000-WRITE-REJECT
               END-IF
           ELSE
               PERFORM 2200-POST-MATCHED-RECEIPT
               PERFORM 1200-READ-CALENDAR

           PERFORM 2300-READ-MASTER-BY-KEY

           MOVE 0 TO WS-CHG-OUTSTANDING
           IF WS-KEY-FOUND = 'Y'
               PERFORM 2400-TOTAL-OPEN-CHARGES
           END-IF

      *    A receipt may cover the installment plus whatever the
      *    loan owes in charges; anything beyond both is still an
      *    overpayment for the branch to sort out.
           EVALUATE TRUE
               WHEN WS-KEY-FOUND = 'N'
                   MOVE "UNKNOWN-KEY" TO WS-REJECT-REASON
               WHEN LM-STATUS = 'C'
                   MOVE "LOAN-CLOSED" TO WS-REJECT-REASON
                   PERFORM 4000-WRITE-REJECT
               WHEN LM-STATUS = 'W'
                   PERFORM 3500-APPLY-RECOVERY
               WHEN PR-AMOUNT > RC-EMI + WS-CHG-OUTSTANDING
                   MOVE "OVERPAID-RECEIPT" TO WS-REJECT-REASON
                   PERFORM 4000-WRITE-REJECT
               WHEN OTHER
                   MOVE 'Y' TO WS-KEY-FOUND
           END-READ.

       2400-TOTAL-OPEN-CHARGES.

           PERFORM 2500-START-LOAN-CHARGES

           PERFORM UNTIL WS-CHG-EOF = 'Y'
               PERFORM 2600-READ-NEXT-CHARGE
               IF WS-CHG-EOF = 'N' AND CG-STATUS = 'O'
                   COMPUTE WS-CHG-OUTSTANDING = WS-CHG-OUTSTANDING
                       + CG-AMOUNT - CG-PAID-AMT - CG-WAIVED-AMT
               END-IF
           END-PERFORM.

       2500-START-LOAN-CHARGES.

      *    Positions on the loan's first charge. The key leads
      *    with the application id and then the installment due
      *    date, so the loan's charges read back oldest first.

           MOVE 'Y' TO WS-CHG-EOF

           IF WS-CHG-MISSING = 'N'
               MOVE PR-APP-ID TO CG-APP-ID
               MOVE 0 TO CG-DUE-DATE
               MOVE LOW-VALUES TO CG-CHARGE-TYPE
               MOVE 0 TO CG-EVENT-DATE

               START LOAN-CHARGE-FILE KEY IS >= CG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CHG-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CHG-EOF
               END-START
           END-IF.

       2600-READ-NEXT-CHARGE.

           READ LOAN-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHG-EOF
           END-READ

           IF WS-CHG-EOF = 'N'
               IF WS-CHG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING CHARGES FILE: STATUS "
                       WS-CHG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CG-APP-ID NOT = PR-APP-ID
                   MOVE 'Y' TO WS-CHG-EOF
               END-IF
           END-IF.

       2700-PAY-CHARGES.

      *    Each open charge takes as much of the receipt as it
      *    still needs, oldest first, until the charges are clear
      *    or the receipt is used up. The installment the receipt
      *    was billed against is stamped on the charge so the
      *    statement can show where the money went.

           PERFORM 2500-START-LOAN-CHARGES

           PERFORM UNTIL WS-CHG-EOF = 'Y'
                   OR WS-RCPT-REMAINING = 0
               PERFORM 2600-READ-NEXT-CHARGE
               IF WS-CHG-EOF = 'N' AND CG-STATUS = 'O'
                   PERFORM 2800-PAY-ONE-CHARGE
               END-IF
           END-PERFORM.

       2800-PAY-ONE-CHARGE.

           COMPUTE WS-CHG-DUE =
               CG-AMOUNT - CG-PAID-AMT - CG-WAIVED-AMT

           IF WS-CHG-DUE > WS-RCPT-REMAINING
               MOVE WS-RCPT-REMAINING TO WS-CHG-PAY
           ELSE
               MOVE WS-CHG-DUE TO WS-CHG-PAY
           END-IF

           ADD WS-CHG-PAY TO CG-PAID-AMT
           MOVE WS-APPLY-DATE TO CG-PAID-DATE
           MOVE PR-DUE-DATE TO CG-PAID-DUE-DATE
           IF WS-CHG-PAY = WS-CHG-DUE
               MOVE 'P' TO CG-STATUS
           END-IF

           REWRITE LOAN-CHARGE-RECORD

           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING CHARGES FILE: STATUS "
                   WS-CHG-FILE-STATUS " KEY " CG-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SUBTRACT WS-CHG-PAY FROM WS-RCPT-REMAINING
           ADD WS-CHG-PAY TO WS-CHG-APPLIED
           ADD WS-CHG-PAY TO WS-CHG-PAID-TOTAL
           IF CG-STATUS = 'P'
               ADD 1 TO WS-CHG-PAID-COUNT
           END-IF.

       3000-APPLY-TO-MASTER.

           MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE
           MOVE PR-AMOUNT TO WS-RCPT-REMAINING
           MOVE 0 TO WS-CHG-APPLIED
           IF WS-CHG-OUTSTANDING > 0
               PERFORM 2700-PAY-CHARGES
           END-IF

      *    Same split the schedule shows the borrower: one month's
      *    interest first, the rest retires principal. A receipt
      *    short of even the interest moves no principal - the
           END-IF

           COMPUTE WS-PRINCIPAL-PORTION =
               WS-RCPT-REMAINING - WS-INTEREST-PORTION

           IF WS-PRINCIPAL-PORTION < 0
               MOVE 0 TO WS-PRINCIPAL-PORTION
           SUBTRACT WS-PRIN-RND FROM LM-OUTSTANDING-BAL

      *    Only a full installment retires a period; a partial
      *    receipt - or one the charges ate into - leaves the
      *    tenure for collections to chase.
           IF WS-RCPT-REMAINING >= RC-EMI AND
                   LM-REMAINING-TENURE > 0
               SUBTRACT 1 FROM LM-REMAINING-TENURE
           END-IF

           IF LM-OUTSTANDING-BAL = 0
               MOVE 'C' TO LM-STATUS
               MOVE 0 TO LM-REMAINING-TENURE
               MOVE WS-APPLY-DATE TO LM-CLOSED-DATE
               ADD 1 TO WS-PAIDOFF-COUNT
           END-IF

           PERFORM 4100-REWRITE-MASTER
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "RECEIPT" TO WS-JRN-TYPE
           PERFORM 4200-WRITE-JOURNAL.

       3500-APPLY-RECOVERY.

      *    The whole receipt is recovery income: the balance was
      *    written off to zero and stays there, and charges on a
      *    written-off loan are not collected. A receipt taking
      *    the loan's recoveries past the amount written off is
      *    for the branch to sort out.

           IF PR-AMOUNT > LM-WRITEOFF-AMT - LM-RECOVERED-AMT
               MOVE "OVER-RECOVERY" TO WS-REJECT-REASON
               PERFORM 4000-WRITE-REJECT
           ELSE
               ADD PR-AMOUNT TO LM-RECOVERED-AMT

               MOVE LM-OUTSTANDING-BAL TO WS-JRN-BAL-BEFORE
               MOVE 0 TO WS-CHG-APPLIED
               MOVE 0 TO WS-PRIN-RND

               PERFORM 4100-REWRITE-MASTER
               ADD 1 TO WS-RECOVERY-COUNT
               ADD PR-AMOUNT TO WS-RECOVERY-TOTAL
               MOVE "RECOVERY" TO WS-JRN-TYPE
               PERFORM 4200-WRITE-JOURNAL
           END-IF.

       4000-WRITE-REJECT.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4200-WRITE-JOURNAL.

      *    The journal's interest is whatever of the receipt the
      *    charges and principal did not take, so the three
      *    portions always add back to the amount received. A
      *    recovery carries no split at all.

           MOVE SPACES TO LOAN-JOURNAL-RECORD
           MOVE WS-APPLY-DATE TO LJ-BUSINESS-DATE
           MOVE WS-APPLY-DATE TO LJ-POSTED-DATE
           MOVE LM-APP-ID TO LJ-APP-ID
           MOVE WS-JRN-TYPE TO LJ-TXN-TYPE
           MOVE LM-BRANCH-CODE TO LJ-BRANCH-CODE
           MOVE LM-PRODUCT-TYPE TO LJ-PRODUCT-TYPE
           MOVE PR-DUE-DATE TO LJ-DUE-DATE
           MOVE PR-AMOUNT TO LJ-AMOUNT
           MOVE WS-CHG-APPLIED TO LJ-CHARGES-PORTION
           IF WS-JRN-TYPE = "RECOVERY"
               MOVE 0 TO LJ-INTEREST-PORTION
           ELSE
               COMPUTE LJ-INTEREST-PORTION =
                   WS-RCPT-REMAINING - WS-PRIN-RND
           END-IF
           MOVE WS-PRIN-RND TO LJ-PRINCIPAL-PORTION
           MOVE WS-JRN-BAL-BEFORE TO LJ-BAL-BEFORE
           MOVE LM-OUTSTANDING-BAL TO LJ-BAL-AFTER
           MOVE FUNCTION CURRENT-DATE(1:14) TO LJ-TIMESTAMP

           WRITE LOAN-JOURNAL-RECORD

           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LOAN JOURNAL FILE: STATUS "
                   WS-JRN-FILE-STATUS " KEY " LM-APP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-JOURNAL-COUNT.
