               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT MAINT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-QUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MQ-KEY
               FILE STATUS IS WS-QUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.

       FD  TXN-REJECT-FILE.
       01 TXN-REJECT-RECORD.
           05 RJ-TXN-IMAGE           PIC X(54).
           05 RJ-REASON              PIC X(25).

      *    Plain text for treasury's change-control file, so each
       FD  AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-LINE         PIC X(80).

       FD  MAINT-QUEUE-FILE.
       COPY MAINTQ.

       WORKING-STORAGE SECTION.

       01 WS-CMDLINE          PIC X(400).
      *    UNSTRING leaves a receiving item untouched (not blanked)
      *    when the command line has fewer tokens than target
      *    fields, so these need an explicit VALUE SPACES to read
       01 WS-TOK3             PIC X(60) VALUE SPACES.
       01 WS-TOK4             PIC X(60) VALUE SPACES.
       01 WS-TOK5             PIC X(60) VALUE SPACES.
       01 WS-TOK6             PIC X(60) VALUE SPACES.
       01 WS-TOK7             PIC X(60) VALUE SPACES.
      *    TOK8 exists only to catch overflow: five positional
      *    files plus the QUEUE= and DATE= options is the longest
      *    legal command, so anything landing in the slot after
      *    them means an option fell off the end and the run must
      *    fail loudly rather than quietly ignore it.
       01 WS-TOK8             PIC X(60) VALUE SPACES.
       01 WS-OPT-TOKEN        PIC X(60).

       01 WS-RATETAB-FILE-NAME   PIC X(60) VALUE "RATETAB.DAT".
       01 WS-RATETAB-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-NAME    PIC X(60) VALUE "RATEAUDIT.TXT".
       01 WS-RPT-FILE-STATUS  PIC XX.

       01 WS-QUE-FILE-NAME    PIC X(60) VALUE "MAINTQ.DAT".
       01 WS-QUE-FILE-STATUS  PIC XX.

      *    The business date queue items are marked applied under
      *    (DATE=, default today).
       01 WS-BUS-DATE         PIC 9(8).
       01 WS-BUS-DATE-X       PIC X(8) VALUE SPACES.

      *    Queue items whose change went into the table this run.
      *    They are only marked applied once the new generation
      *    has actually been written - a run stopped by the
      *    structure checks leaves them approved for the rerun.
       01 WS-APPLIED-COUNT    PIC 9(4) VALUE 0.
       01 WS-APPLIED-TABLE.
           05 WS-APPLIED-KEY      PIC X(18) OCCURS 500 TIMES
                   INDEXED BY WS-AK-IDX.
       01 WS-REJECT-BEFORE    PIC 9(9).

      *    Same capacity as the pricing-side table in EMI-CALC -
      *    a table this program can maintain but the batch cannot
      *    load would be worse than a hard stop here.
       01 WS-CHANGE-COUNT     PIC 9(9) VALUE 0.
       01 WS-DELETE-COUNT     PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(9) VALUE 0.
       01 WS-UNAPPROVED-COUNT PIC 9(9) VALUE 0.

       01 WS-RUN-DATE-RAW     PIC X(8).
       01 WS-RUN-DATE-ED      PIC X(10).
       0000-MAIN.

      *    RATE-MAINT [table-file] [txn-file] [new-table-file]
      *    [reject-file] [audit-listing] [QUEUE=queue-file]
      *    [DATE=yyyymmdd]
      *
      *    Treasury's maintenance front door for the
      *    effective-dated rate table, replacing the hand edits
      *    The new table generation is only written when the
      *    structure checks pass; a failed run leaves the live
      *    table exactly as it was.
      *
      *    Every transaction must carry the key of an approved
      *    item on the dual-control queue (QUEUE=, default
      *    MAINTQ.DAT, see MAINT-QUEUE) and match it exactly;
      *    anything else is rejected NOT-APPROVED /
      *    ALREADY-APPLIED / NOT-AS-APPROVED. Items whose change
      *    reaches the new table are marked applied under the
      *    business date (DATE=, default today); an approved item
      *    that fails the edits is marked failed with the reason.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5
                   WS-TOK6 WS-TOK7 WS-TOK8
           END-UNSTRING

           IF WS-TOK1 NOT = SPACES
               MOVE WS-TOK5 TO WS-RPT-FILE-NAME
           END-IF

           MOVE WS-TOK6 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION
           MOVE WS-TOK7 TO WS-OPT-TOKEN
           PERFORM 0100-PARSE-OPTION

           IF WS-TOK8 NOT = SPACES
               DISPLAY "TOO MANY OPTIONS AT: " WS-TOK8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BUS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE-X
           END-IF
           MOVE WS-BUS-DATE-X TO WS-BUS-DATE

           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 1500-OPEN-TXN-FILES
           PERFORM 1600-WRITE-AUDIT-HEADER

           IF WS-VIOLATION-COUNT = 0
               PERFORM 6000-WRITE-NEW-TABLE
               PERFORM 6500-MARK-APPLIED-ITEMS
           END-IF

           PERFORM 7000-WRITE-AUDIT-SUMMARY

           CLOSE AUDIT-REPORT-FILE
           CLOSE MAINT-QUEUE-FILE

           DISPLAY "TRANSACTIONS READ " WS-READ-COUNT
           DISPLAY "ADDED    " WS-ADD-COUNT
           DISPLAY "CHANGED  " WS-CHANGE-COUNT
           DISPLAY "DELETED  " WS-DELETE-COUNT
           DISPLAY "REJECTED " WS-REJECT-COUNT
           DISPLAY "  NOT APPROVED " WS-UNAPPROVED-COUNT

           IF WS-VIOLATION-COUNT > 0
               DISPLAY "STRUCTURE VIOLATIONS " WS-VIOLATION-COUNT

           STOP RUN.

       0100-PARSE-OPTION.

      *    Keyword options after the positional files, in either
      *    order.

           EVALUATE TRUE
               WHEN WS-OPT-TOKEN = SPACES
                   CONTINUE
               WHEN WS-OPT-TOKEN(1:6) = "QUEUE="
                   MOVE WS-OPT-TOKEN(7:54) TO WS-QUE-FILE-NAME
               WHEN WS-OPT-TOKEN(1:5) = "DATE="
                   MOVE WS-OPT-TOKEN(6:8) TO WS-BUS-DATE-X
                   IF WS-BUS-DATE-X IS NOT NUMERIC
                       DISPLAY "INVALID BUSINESS DATE: "
                           WS-BUS-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BUS-DATE-X TO WS-BUS-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) = 0
                       DISPLAY "INVALID BUSINESS DATE: "
                           WS-BUS-DATE-X
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED OPTION: " WS-OPT-TOKEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-LOAD-RATE-TABLE.

           OPEN INPUT RATE-TABLE-FILE
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    No queue means nothing has been approved, and the run
      *    must not fall back to applying unchecked changes.
           OPEN I-O MAINT-QUEUE-FILE

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1600-WRITE-AUDIT-HEADER.

           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2050-CHECK-APPROVAL

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-UNAPPROVED-COUNT
               PERFORM 4000-WRITE-REJECT
           ELSE
               MOVE WS-REJECT-COUNT TO WS-REJECT-BEFORE

               PERFORM 2100-VALIDATE-TXN-FIELDS

               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 4000-WRITE-REJECT
               ELSE
                   PERFORM 2200-FIND-TABLE-ROW
                   EVALUATE RX-ACTION
                       WHEN "ADD"
                           PERFORM 3000-APPLY-ADD
                       WHEN "CHANGE"
                           PERFORM 3100-APPLY-CHANGE
                       WHEN "DELETE"
                           PERFORM 3200-APPLY-DELETE
                   END-EVALUATE
               END-IF

               PERFORM 2060-NOTE-QUEUE-ITEM
           END-IF.

       2050-CHECK-APPROVAL.

      *    The transaction must be the one the checker approved,
      *    byte for byte: an item edited after approval, or
      *    replayed after it was applied (including twice in this
      *    run, before it is marked), never reaches the table.

           MOVE RX-QUEUE-KEY TO MQ-KEY

           READ MAINT-QUEUE-FILE
               INVALID KEY
                   MOVE "NOT-APPROVED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MQ-TXN-TYPE NOT = "RATE"
                           MOVE "NOT-APPROVED" TO WS-REJECT-REASON
                       WHEN MQ-STATUS = 'D'
                           MOVE "ALREADY-APPLIED"
                               TO WS-REJECT-REASON
                       WHEN MQ-STATUS NOT = 'A'
                           MOVE "NOT-APPROVED" TO WS-REJECT-REASON
                       WHEN MQ-TXN-IMAGE(1:36) NOT =
                               RATE-TXN-RECORD(1:36)
                           MOVE "NOT-AS-APPROVED"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                       UNTIL WS-AK-IDX > WS-APPLIED-COUNT
                   IF WS-APPLIED-KEY(WS-AK-IDX) = RX-QUEUE-KEY
                       MOVE "ALREADY-APPLIED" TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

       2060-NOTE-QUEUE-ITEM.

      *    A failed apply is marked on the queue straight away; a
      *    good one is held until the new table is written.

           IF WS-REJECT-COUNT > WS-REJECT-BEFORE
               MOVE 'F' TO MQ-STATUS
               MOVE WS-REJECT-REASON TO MQ-APPLY-REASON
               MOVE WS-BUS-DATE TO MQ-APPLIED-DATE
               PERFORM 6600-REWRITE-QUEUE-ITEM
           ELSE
               IF WS-APPLIED-COUNT >= 500
                   DISPLAY "MORE THAN 500 QUEUE ITEMS IN ONE RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               MOVE RX-QUEUE-KEY TO WS-APPLIED-KEY(WS-APPLIED-COUNT)
           END-IF.

       2100-VALIDATE-TXN-FIELDS.

           DISPLAY "RATE ROWS WRITTEN " WS-RATE-COUNT.

       6500-MARK-APPLIED-ITEMS.

           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                   UNTIL WS-AK-IDX > WS-APPLIED-COUNT
               MOVE WS-APPLIED-KEY(WS-AK-IDX) TO MQ-KEY
               READ MAINT-QUEUE-FILE
               IF WS-QUE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR READING MAINTENANCE QUEUE: STATUS "
                       WS-QUE-FILE-STATUS " KEY " MQ-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'D' TO MQ-STATUS
               MOVE SPACES TO MQ-APPLY-REASON
               MOVE WS-BUS-DATE TO MQ-APPLIED-DATE
               PERFORM 6600-REWRITE-QUEUE-ITEM
           END-PERFORM.

       6600-REWRITE-QUEUE-ITEM.

           REWRITE MAINT-QUEUE-RECORD

           IF WS-QUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING MAINTENANCE QUEUE: STATUS "
                   WS-QUE-FILE-STATUS " KEY " MQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-WRITE-AUDIT-SUMMARY.

           MOVE SPACES TO AUDIT-REPORT-LINE
