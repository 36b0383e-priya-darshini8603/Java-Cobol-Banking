      *****************************************************
      * BURACK.cpy
      * One record of the acknowledgement file the credit
      * bureau returns for a submitted segment file, one per
      * detail record it received. BA-ACK-STATUS is A
      * (accepted) or R (rejected); a rejected account
      * carries the bureau's own reason code and text, which
      * CR-BUREAU ACK lists for the branches to correct
      * before the next month's file.
      *****************************************************
       01 BUREAU-ACK-RECORD.
           05 BA-ACCOUNT-NO          PIC X(10).
           05 BA-REPORT-DATE         PIC 9(8).
           05 BA-ACK-STATUS          PIC X.
           05 BA-REASON-CODE         PIC X(4).
           05 BA-REASON-TEXT         PIC X(40).
