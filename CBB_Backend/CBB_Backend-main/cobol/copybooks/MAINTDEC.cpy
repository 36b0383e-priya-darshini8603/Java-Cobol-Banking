      *****************************************************
      * MAINTDEC.cpy
      * One checker decision on the dual-control decision
      * file (MAINTDEC.DAT) applied to the maintenance queue
      * by MAINT-QUEUE DECIDE. MD-QUEUE-KEY addresses the
      * queue item (MQ-KEY); MD-DECISION is A (approve) or R
      * (reject); MD-REASON is required for a reject.
      *****************************************************
       01 MAINT-DECISION-RECORD.
           05 MD-QUEUE-KEY           PIC X(18).
           05 MD-DECISION            PIC X.
           05 MD-CHECKER-ID          PIC X(8).
           05 MD-REASON              PIC X(20).
