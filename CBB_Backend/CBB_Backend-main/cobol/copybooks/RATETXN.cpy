      * CHANGE  - the key must exist; RX-RATE replaces the
      *           row's rate.
      * DELETE  - key only; removes the row.
      *
      * RX-QUEUE-KEY is the dual-control queue item (MQ-KEY on
      * MAINTQ.cpy) the transaction was approved under; it is
      * stamped by MAINT-QUEUE RELEASE and blank on a maker's
      * transaction before it has been submitted.
      *****************************************************
       01 RATE-TXN-RECORD.
           05 RX-ACTION              PIC X(6).
           05 RX-TIER-LIMIT          PIC 9(11)V99.
           05 RX-EFF-DATE            PIC 9(8).
           05 RX-RATE                PIC 9(3)V99.
           05 RX-QUEUE-KEY           PIC X(18).
