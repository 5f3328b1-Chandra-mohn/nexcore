                   WHEN 'PR'
                       ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           TO WS-COMPUTED-BALANCE
      *            Overdraft-sweep rows carry their own sign.
                   WHEN 'OD'
                       ADD TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           TO WS-COMPUTED-BALANCE
                   WHEN 'PA'
                       SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           FROM WS-COMPUTED-BALANCE
                   WHEN 'RF'
                       SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           FROM WS-COMPUTED-BALANCE
                   WHEN 'CO'
                   WHEN 'SF'
                   WHEN 'FL'
                   WHEN 'OF'
                       SUBTRACT TH-TRANS-AMOUNT(WS-TRANS-IDX)
                           FROM WS-COMPUTED-BALANCE
               END-EVALUATE
           END-PERFORM.

                           WHEN 'IN'
                           WHEN 'DI'
                           WHEN 'PR'
                           WHEN 'OD'
                               ADD HX-TRANS-AMOUNT
                                   TO WS-COMPUTED-BALANCE
                           WHEN 'PA'
                           WHEN 'RF'
                           WHEN 'CO'
                           WHEN 'SF'
                           WHEN 'FL'
                           WHEN 'OF'
                               SUBTRACT HX-TRANS-AMOUNT
                                   FROM WS-COMPUTED-BALANCE
                       END-EVALUATE
