      *****************************************************
      * PROVRPT.cpy
      * One printable line of the PROV-CALC branch/product
      * loan-loss provision report. Plain text for Finance's
      * month-end review, so each record is just a
      * 120-column report line rather than a coded extract
      * layout.
      *****************************************************
       01 PROVISION-REPORT-LINE     PIC X(120).
