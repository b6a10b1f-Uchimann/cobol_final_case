         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-CHN-AREA.
      *          JRNFILE zincirinin son sira numarasi ve hash'i.
      *          Acilista dosya sonuna kadar okunarak bulunur; yazilan
      *          her kayit bir sonraki sira numarasini ve CHNHASH'in
      *          onceki hash ve kayit iceriginden hesapladigi degeri
      *          tasir.
           05 WS-CHNHASH               PIC X(08)  VALUE 'CHNHASH'.
           05 WS-CHN-LOADED            PIC X(01)  VALUE 'N'.
              88 WS-CHN-LOADED-YES                VALUE 'Y'.
           05 WS-JRN-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-JRN-CHN-HASH          PIC 9(09)  VALUE 0.
           COPY CHNAREA.
           COPY CHNCKP.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Ay sonu kur degerlemesi. TL disi her hesabin bugunku

           PERFORM H120-LOAD-FX-TABLE.

           PERFORM H280-LOAD-JRN-CHAIN.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
       H290-END. EXIT.


      *-----------------------------------------------------------------
      *    H280:JRNFILE'i ekleme icin acmadan once sonuna kadar okuyup
      *    zincirin son sira numarasini ve hash'ini alir. Dosya yoksa
      *    ya da bossa zincir sifirdan baslar; sira numarasi sifir olan
      *    (zincirleme oncesi) kayitlar atlanir.
      *-----------------------------------------------------------------
       H280-LOAD-JRN-CHAIN.
           MOVE 0 TO WS-JRN-CHN-SEQ WS-JRN-CHN-HASH.
           OPEN INPUT JRN-FILE.
           IF JRN-ST = 0
              PERFORM H281-READ-JRN-CHAIN UNTIL JRN-ST NOT = 0
              CLOSE JRN-FILE
           END-IF.
           MOVE 'Y' TO WS-CHN-LOADED.
       H280-END. EXIT.


       H281-READ-JRN-CHAIN.
           READ JRN-FILE.
           IF JRN-ST = 0
              IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
                 AND JRN-CHN-SEQ > 0
                 MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
                 MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
              END-IF
           END-IF.
       H281-END. EXIT.


      *-----------------------------------------------------------------
      *    H285:Hazirlanmis kayda zincirin bir sonraki sira numarasini
      *    ve onceki hash + kayit iceriginden (hash alani haric)
      *    hesaplanan hash'i koyup yazar. Zincir durumu yalniz basarili
      *    yazimdan sonra ilerler.
      *-----------------------------------------------------------------
       H285-WRITE-JRN-CHAINED.
           COMPUTE JRN-CHN-SEQ = WS-JRN-CHN-SEQ + 1
           MOVE WS-JRN-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF JRN-REC
                                - LENGTH OF JRN-CHN-HASH
           MOVE JRN-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO JRN-CHN-HASH
           WRITE JRN-REC.
           IF JRN-ST = 0
              MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
              MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
           END-IF.
       H285-END. EXIT.


      *-----------------------------------------------------------------
      *    H286:Zincirin son sira numarasini ve hash'ini ZINCIR olayi
      *    olarak RUNLOG'a yazar (zincir yuklenmeden cikilirsa yazmaz).
      *-----------------------------------------------------------------
       H286-LOG-JRN-CHAIN.
           IF WS-CHN-LOADED-YES
              MOVE 'JRNFILE'          TO CHN-CKP-FILE
              MOVE ZEROES             TO CHN-CKP-PART
              MOVE WS-JRN-CHN-SEQ     TO CHN-CKP-SEQ
              MOVE WS-JRN-CHN-HASH    TO CHN-CKP-HASH
              MOVE 'ZINCIR'           TO WS-RLG-EVENT
              MOVE CHN-CKP-DETAIL     TO WS-RLG-DETAIL
              PERFORM H290-WRITE-RUNLOG
           END-IF.
       H286-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:Kur tablosunu FXRFILE'dan yukler. Ayni doviz cifti icin
      *    gecerlilik tarihi daha buyuk olan kart oncekini ezer.
              MOVE WS-MEMO-BAL         TO JRN-BAL-AFTER
              MOVE WS-CENT-DATE        TO JRN-DATE
              MOVE ZEROES              TO JRN-REF-NO
              MOVE WS-CENT-DATE        TO JRN-VALUE-DATE

              OPEN EXTEND JRN-FILE
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                  OPEN OUTPUT JRN-FILE
              END-IF
              PERFORM H285-WRITE-JRN-CHAINED
              CLOSE JRN-FILE

              MOVE JRN-DVZ       TO DTL-DVZ
           CLOSE RVN-FILE.
           CLOSE RPT-FILE.

           PERFORM H286-LOG-JRN-CHAIN.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
