                 MOVE SPACES       TO CUS-ADDRESS
                 MOVE ZEROES       TO CUS-NATID
                 MOVE SPACES       TO CUS-PHONE
                 MOVE SPACE        TO CUS-RISK
                 MOVE ZEROES       TO CUS-REVIEW-DATE
                 INITIALIZE CUS-ALERT-AREA
                 INITIALIZE CUS-DECEASED-AREA
                 WRITE CUS-REC
                 END-WRITE
                 ADD 1 TO WS-CNT-BUILT
