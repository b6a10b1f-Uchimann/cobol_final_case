              07 WS-CLM-DVZ            PIC 9(03).
              07 WS-CLM-DATE           PIC 9(07).
              07 WS-CLM-LAST           PIC 9(05).
         01  WS-CHN-AREA.
      *          Devredilen JRNFILE zincirinin donemi (ilk kaydin
      *          tarihi), bir onceki kaydin hash'i ve son zincirli
      *          kaydin sira numarasi/hash'i. Zincir alanlari tarihce
      *          kaydina tasinir; son deger JRNHIST kontrol noktasi
      *          olarak RUNLOG'a yazilir.
           05 WS-CHN-PERIOD            PIC 9(07)  VALUE 0.
           05 WS-CHN-PREV              PIC 9(09)  VALUE 0.
           05 WS-CHN-LAST-SEQ          PIC 9(09)  VALUE 0.
           05 WS-CHN-LAST-HASH         PIC 9(09)  VALUE 0.
           COPY CHNCKP.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
      *    uzerinde yinelenen bir calisma tarihceyi cift saydirmaz.
      *    Devirden sonra JRNFILE isletim tarafindan yeni doneme
      *    sifirlanir; ACCTSTMT eski donem ekstrelerini bu kutukten
      *    uretir. Jurnal zinciri (sira no, onceki ve kendi hash'i)
      *    tarihce kaydina tasinir ve zincirin son degeri JRNHIST
      *    kontrol noktasi olarak RUNLOG'a yazilir; CHNVER tarihceyi
      *    bu degerlerle dogrular.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H290-WRITE-RUNLOG.

           READ JRN-FILE.
           IF JRN-ST = 0
              MOVE JRN-DATE TO WS-CHN-PERIOD
           END-IF.
       H100-END. EXIT.


           END-IF
           END-IF.

           IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
              AND JRN-CHN-SEQ > 0
              MOVE JRN-CHN-HASH TO WS-CHN-PREV
              MOVE JRN-CHN-SEQ  TO WS-CHN-LAST-SEQ
              MOVE JRN-CHN-HASH TO WS-CHN-LAST-HASH
           END-IF.

           READ JRN-FILE.
       H200-END. EXIT.

           ELSE
              MOVE ZEROES      TO JRH-REF-NO
           END-IF
           IF JRN-VALUE-DATE NUMERIC AND JRN-VALUE-DATE > 0
              MOVE JRN-VALUE-DATE TO JRH-VALUE-DATE
           ELSE
              MOVE JRN-DATE    TO JRH-VALUE-DATE
           END-IF
           MOVE WS-CHN-PERIOD  TO JRH-CHN-PERIOD
           IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
              AND JRN-CHN-SEQ > 0
              MOVE JRN-CHN-SEQ  TO JRH-CHN-SEQ
              MOVE WS-CHN-PREV  TO JRH-CHN-PREV
              MOVE JRN-CHN-HASH TO JRH-CHN-HASH
           ELSE
              MOVE ZEROES       TO JRH-CHN-SEQ
              MOVE ZEROES       TO JRH-CHN-PREV
              MOVE ZEROES       TO JRH-CHN-HASH
           END-IF
           WRITE JRH-REC
              INVALID KEY
                 PERFORM H310-CHECK-EXISTING
      *-----------------------------------------------------------------
      *    H310:Dolu cikan anahtardaki tarihce kaydini okur ve
      *    devredilecek jurnal kaydiyla karsilastirir: program, islem
      *    tipi, tutar, oncesi/sonrasi bakiyeler ve zincir sira numarasi
      *    ayniysa kayit zaten devredilmis demektir; degilse bir
      *    sonraki sira numarasi denenir.
      *-----------------------------------------------------------------
       H310-CHECK-EXISTING.
           READ JRH-FILE
                    AND JRH-AMOUNT = JRN-AMOUNT
                    AND JRH-BAL-BEFORE = JRN-BAL-BEFORE
                    AND JRH-BAL-AFTER = JRN-BAL-AFTER
                    AND JRH-CHN-SEQ = JRN-CHN-SEQ
                    MOVE 'Y' TO WS-WRITTEN
                    MOVE 'Y' TO WS-ALREADY
                 ELSE
           CLOSE JRH-FILE.
           CLOSE RPT-FILE.

           IF WS-CHN-LAST-SEQ > 0
              MOVE 'JRNHIST'        TO CHN-CKP-FILE
              MOVE ZEROES           TO CHN-CKP-PART
              MOVE WS-CHN-LAST-SEQ  TO CHN-CKP-SEQ
              MOVE WS-CHN-LAST-HASH TO CHN-CKP-HASH
              MOVE WS-CHN-PERIOD    TO CHN-CKP-PERIOD
              MOVE 'ZINCIR'         TO WS-RLG-EVENT
              MOVE CHN-CKP-DETAIL   TO WS-RLG-DETAIL
              PERFORM H290-WRITE-RUNLOG
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
