      *        Each movement pair hits the principal account on
      *        one side and its contra on the other, so only the
      *        principal-account leg carries the sign of the
      *        book's growth or rundown. GL-POST books a write-off
      *        and capitalised holiday interest outside the
      *        principal movement, straight to the principal
      *        account, so their legs count here too.
               IF GP-NARRATIVE = "PRINCIPAL MOVEMENT" OR
                       GP-NARRATIVE = "LOAN WRITE-OFF" OR
                       GP-NARRATIVE = "INTEREST CAPITALISED"
                   PERFORM 3700-TALLY-MOVEMENT-LEG
               END-IF
           END-IF.
