           IF RLG-HOUSE-SUPP NUMERIC
               ADD RLG-HOUSE-SUPP TO WS-RUN-SUPP(WS-RUN-TABLE-COUNT)
           END-IF
           IF RLG-PREF-SUPP NUMERIC
               ADD RLG-PREF-SUPP TO WS-RUN-SUPP(WS-RUN-TABLE-COUNT)
           END-IF
           PERFORM COMPUTE-RUN-DURATION
           MOVE WS-DURSEC-WORK TO WS-RUN-DURSEC(WS-RUN-TABLE-COUNT)
           IF WS-RUN-READ(WS-RUN-TABLE-COUNT) > 0
