           MOVE WS-RUN-DATE TO SUB-INP-RUN-DATE.
           MOVE 'N'         TO SUB-INP-SIM-MODE.
           MOVE 'N'         TO SUB-INP-SEQ-MODE.
           MOVE ZEROES      TO SUB-INP-PART-NO.
           MOVE 'N'         TO SUB-INP-IBK-LEG.
           MOVE ZEROES      TO SUB-INP-REF-NO.
           MOVE ZEROES      TO SUB-INP-VALUE-DATE.

           PERFORM H116-ACQUIRE-LOCK.

           MOVE ZEROES                      TO SUB-INP-TGT-ID
           MOVE ZEROES                      TO SUB-INP-TGT-DVZ
           MOVE ZEROES                      TO SUB-INP-REF-NO
      *    Ters kayit asil hareketin valoruyla gider ki INTACCR'in
      *    faiz farki duzeltmesi de geri alinmis olsun.
           IF JRN-VALUE-DATE NUMERIC AND JRN-VALUE-DATE > 0
              MOVE JRN-VALUE-DATE           TO SUB-INP-VALUE-DATE
           ELSE
              MOVE JRN-DATE                 TO SUB-INP-VALUE-DATE
           END-IF

           CALL WS-SUBPROG USING WS-SUB-AREA

