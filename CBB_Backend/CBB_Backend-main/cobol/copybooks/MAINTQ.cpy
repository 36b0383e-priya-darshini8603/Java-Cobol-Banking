      *****************************************************
      * MAINTQ.cpy
      * One maintenance change on the dual-control queue
      * (MAINTQ.DAT). No loan-master or rate-table change is
      * applied on one person's say-so: MAINT-QUEUE SUBMIT
      * puts each maker's LOANTXN/RATETXN record on this
      * queue, a second user approves or rejects it with
      * MAINT-QUEUE DECIDE, and LOAN-MAINT / RATE-MAINT will
      * only apply a transaction whose queue item is
      * approved. The file is ORGANIZATION INDEXED with
      * MQ-KEY (the make date, time and a run sequence) as
      * the record key, so it reads back in the order the
      * changes were made.
      *
      * MQ-TXN-TYPE is LOAN or RATE and says which layout
      * MQ-TXN-IMAGE holds (LOANTXN or RATETXN, without the
      * queue key). MQ-BEFORE-IMAGE is the master record the
      * change was made against, as it stood at submission
      * (LOANMST for LOAN, RATETAB for RATE); MQ-BEFORE-FOUND
      * is N when there was none (an ADD, or an unknown key).
      *
      * MQ-STATUS is P (pending), A (approved), R (rejected),
      * D (applied) or F (approved but failed the apply
      * edits, reason in MQ-APPLY-REASON). A maker can never
      * decide their own item.
      *****************************************************
       01 MAINT-QUEUE-RECORD.
           05 MQ-KEY.
               10 MQ-MADE-DATE       PIC 9(8).
               10 MQ-MADE-TIME       PIC 9(6).
               10 MQ-SEQ             PIC 9(4).
           05 MQ-TXN-TYPE            PIC X(4).
           05 MQ-TXN-IMAGE           PIC X(93).
           05 MQ-BEFORE-FOUND        PIC X.
           05 MQ-BEFORE-IMAGE        PIC X(155).
           05 MQ-MAKER-ID            PIC X(8).
           05 MQ-STATUS              PIC X.
           05 MQ-CHECKER-ID          PIC X(8).
           05 MQ-DECIDED-DATE        PIC 9(8).
           05 MQ-DECIDE-REASON       PIC X(20).
           05 MQ-APPLIED-DATE        PIC 9(8).
           05 MQ-APPLY-REASON        PIC X(25).
