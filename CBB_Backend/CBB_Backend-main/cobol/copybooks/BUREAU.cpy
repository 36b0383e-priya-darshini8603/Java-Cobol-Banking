      *****************************************************
      * BUREAU.cpy
      * One record of the monthly credit bureau segment file
      * written by CR-BUREAU for the bureau's intake. The
      * file opens with a single header record ('H') naming
      * the reporting member and the reporting date, carries
      * one detail record ('D') per reported loan, and closes
      * with a single trailer record ('T') whose count and
      * totals let the bureau reject a truncated file.
      *
      * BU-ACCOUNT-STATUS is O (open), C (closed) or W
      * (written off); a closed account carries its closure
      * date in BU-CLOSED-DATE (zero while open), a
      * written-off one its write-off date, with
      * BU-CURRENT-BAL the amount written off still
      * unrecovered. BU-DPD, BU-NPA-FLAG and
      * BU-OVERDUE-AMT are the month-end aging run's figures
      * (DELQEXT.cpy). Amounts are unsigned with two implied
      * decimals.
      *****************************************************
       01 BUREAU-RECORD.
           05 BU-RECORD-TYPE         PIC X.
           05 BU-DETAIL.
               10 BU-ACCOUNT-NO      PIC X(10).
               10 BU-BORROWER-NAME   PIC X(40).
               10 BU-ADDRESS-LINE-1  PIC X(40).
               10 BU-ADDRESS-LINE-2  PIC X(40).
               10 BU-ADDRESS-LINE-3  PIC X(40).
               10 BU-POSTAL-CODE     PIC X(10).
               10 BU-BRANCH-CODE     PIC X(4).
               10 BU-PRODUCT-TYPE    PIC X(4).
               10 BU-OPEN-DATE       PIC 9(8).
               10 BU-SANCTIONED-AMT  PIC 9(11)V99.
               10 BU-CURRENT-BAL     PIC 9(11)V99.
               10 BU-EMI             PIC 9(9)V99.
               10 BU-DPD             PIC 9(5).
               10 BU-NPA-FLAG        PIC X.
               10 BU-OVERDUE-AMT     PIC 9(13)V99.
               10 BU-ACCOUNT-STATUS  PIC X.
               10 BU-CLOSED-DATE     PIC 9(8).
               10 BU-RESTRUCT-FLAG   PIC X.
           05 BU-HEADER REDEFINES BU-DETAIL.
               10 BU-HD-MEMBER-ID    PIC X(10).
               10 BU-HD-REPORT-DATE  PIC 9(8).
               10 BU-HD-CREATED-DATE PIC 9(8).
               10 FILLER             PIC X(238).
           05 BU-TRAILER REDEFINES BU-DETAIL.
               10 BU-TR-RECORD-COUNT PIC 9(9).
               10 BU-TR-BAL-TOTAL    PIC 9(15)V99.
               10 BU-TR-SANCTION-TOTAL PIC 9(15)V99.
               10 FILLER             PIC X(221).
