      *    from its CURRENT outstanding balance and remaining
      *    tenure, which is what EMI-CALC's BATCH mode and the
      *    roll-up behind it expect (see LOANAPP.cpy). Closed
      *    and written-off loans are skipped, so neither is
      *    repriced or counted in the portfolio exposure.

           ACCEPT WS-CMDLINE FROM COMMAND-LINE

