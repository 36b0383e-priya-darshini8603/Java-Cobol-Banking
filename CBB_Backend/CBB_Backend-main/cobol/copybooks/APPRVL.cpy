      *****************************************************
      * APPRVL.cpy
      * One credit decision on the approval file (APPRVL.DAT)
      * the sanctioning officers' system hands to the booking
      * run. There is at most one record per application,
      * in ascending application-id order, keyed on the same
      * id as LOANAPP/LOANRES.
      *
      * AP-DECISION is the approval marker LOAN-BOOK books
      * on: A (approved), D (declined) or P (pending/referred
      * back). Only an A is ever booked; an application with
      * no decision record at all is treated as pending.
      * AP-APPROVER-ID is the sanctioning officer, carried
      * onto the booking register.
      *****************************************************
       01 APPROVAL-RECORD.
           05 AP-APP-ID              PIC X(10).
           05 AP-DECISION            PIC X.
           05 AP-DECISION-DATE       PIC 9(8).
           05 AP-APPROVER-ID         PIC X(8).
