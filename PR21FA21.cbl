           DISPLAY 'PR21FA21: ITEMS RE-ISSUED   ' WS-REISSUE-COUNT
           DISPLAY 'PR21FA21: REJECTS UNMATCHED ' WS-UNMATCHED-COUNT

           IF WS-REISSUE-COUNT > ZERO
              DISPLAY 'PR21FA21: RUN PR29FA21 OPTION R TO HOLD THE '
                 'REJECTS OFF THE YTD MASTER'
           END-IF

           IF WS-UNPAID-COUNT > ZERO
              OR WS-UNMATCHED-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
