
           MOVE WS-RUN-DATE TO SUB-INP-RUN-DATE
           MOVE ZEROES      TO SUB-INP-REF-NO
           MOVE ZEROES      TO SUB-INP-VALUE-DATE
           MOVE 'N'         TO SUB-INP-SIM-MODE
           MOVE 'N'         TO SUB-INP-SEQ-MODE
           MOVE ZEROES      TO SUB-INP-PART-NO
           MOVE 'N'         TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.

