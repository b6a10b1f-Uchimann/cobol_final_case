           05 MRL-NEW                  PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 MRL-NOTE                 PIC X(40).
         01  WS-CHN-AREA.
      *          CAUFILE zincirinin son sira numarasi ve hash'i.
      *          Acilista dosya sonuna kadar okunarak bulunur; yazilan
      *          her kayit bir sonraki sira numarasini ve CHNHASH'in
      *          onceki hash ve kayit iceriginden hesapladigi degeri
      *          tasir.
           05 WS-CHNHASH               PIC X(08)  VALUE 'CHNHASH'.
           05 WS-CHN-LOADED            PIC X(01)  VALUE 'N'.
              88 WS-CHN-LOADED-YES                VALUE 'Y'.
           05 WS-CAU-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-CAU-CHN-HASH          PIC 9(09)  VALUE 0.
           COPY CHNAREA.
           COPY CHNCKP.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Iki asamali musteri birlestirme araci. Once CUSFILE,
           OPEN I-O    IDX-FILE.
           OPEN INPUT  MRG-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM H280-LOAD-CAU-CHAIN.
           OPEN EXTEND CAU-FILE.
           IF (CAU-ST NOT = 0) AND (CAU-ST NOT = 97)
               OPEN OUTPUT CAU-FILE
       H290-END. EXIT.


      *-----------------------------------------------------------------
      *    H280:CAUFILE'i ekleme icin acmadan once sonuna kadar okuyup
      *    zincirin son sira numarasini ve hash'ini alir. Dosya yoksa
      *    ya da bossa zincir sifirdan baslar; sira numarasi sifir olan
      *    (zincirleme oncesi) kayitlar atlanir.
      *-----------------------------------------------------------------
       H280-LOAD-CAU-CHAIN.
           MOVE 0 TO WS-CAU-CHN-SEQ WS-CAU-CHN-HASH.
           OPEN INPUT CAU-FILE.
           IF CAU-ST = 0
              PERFORM H281-READ-CAU-CHAIN UNTIL CAU-ST NOT = 0
              CLOSE CAU-FILE
           END-IF.
           MOVE 'Y' TO WS-CHN-LOADED.
       H280-END. EXIT.


       H281-READ-CAU-CHAIN.
           READ CAU-FILE.
           IF CAU-ST = 0
              IF CAU-CHN-SEQ NUMERIC AND CAU-CHN-HASH NUMERIC
                 AND CAU-CHN-SEQ > 0
                 MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
                 MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
              END-IF
           END-IF.
       H281-END. EXIT.


      *-----------------------------------------------------------------
      *    H285:Hazirlanmis kayda zincirin bir sonraki sira numarasini
      *    ve onceki hash + kayit iceriginden (hash alani haric)
      *    hesaplanan hash'i koyup yazar. Zincir durumu yalniz basarili
      *    yazimdan sonra ilerler.
      *-----------------------------------------------------------------
       H285-WRITE-CAU-CHAINED.
           COMPUTE CAU-CHN-SEQ = WS-CAU-CHN-SEQ + 1
           MOVE WS-CAU-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF CAU-REC
                                - LENGTH OF CAU-CHN-HASH
           MOVE CAU-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO CAU-CHN-HASH
           WRITE CAU-REC.
           IF CAU-ST = 0
              MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
              MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
           END-IF.
       H285-END. EXIT.


      *-----------------------------------------------------------------
      *    H286:Zincirin son sira numarasini ve hash'ini ZINCIR olayi
      *    olarak RUNLOG'a yazar (zincir yuklenmeden cikilirsa yazmaz).
      *-----------------------------------------------------------------
       H286-LOG-CAU-CHAIN.
           IF WS-CHN-LOADED-YES
              MOVE 'CAUFILE'          TO CHN-CKP-FILE
              MOVE ZEROES             TO CHN-CKP-PART
              MOVE WS-CAU-CHN-SEQ     TO CHN-CKP-SEQ
              MOVE WS-CAU-CHN-HASH    TO CHN-CKP-HASH
              MOVE 'ZINCIR'           TO WS-RLG-EVENT
              MOVE CHN-CKP-DETAIL     TO WS-RLG-DETAIL
              PERFORM H290-WRITE-RUNLOG
           END-IF.
       H286-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:WS-SCR-IN'deki ismin bosluklarini atarak WS-SCR-CMP'e
      *    sikistirir (IDX-SRNAME'e uygulanan muameleyle ayni).
           MOVE SPACES       TO CAU-AFTER
           STRING 'YENI MUSTERI=' MRG-NEW-ID
               DELIMITED BY SIZE INTO CAU-AFTER
           PERFORM H285-WRITE-CAU-CHAINED.
       H430-END. EXIT.


           CLOSE RPT-FILE.
           PERFORM H117-RELEASE-LOCK.

           PERFORM H286-LOG-CAU-CHAIN.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
