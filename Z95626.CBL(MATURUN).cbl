                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT CDC-FILE   ASSIGN TO CDCFILE
                             STATUS PRM-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  JRN-FILE RECORDING MODE F.
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 FILLER                   PIC X(56).
       FD  HOL-FILE RECORDING MODE F.
           COPY HOLREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
           05 IDX-ST                   PIC 9(02).
              88 IDX-EOF                          VALUE 10.
              88 IDX-SUCCES                       VALUE 00 97.
           05 CUS-ST                   PIC 9(02).
           05 WS-MAT-DECEASED          PIC X(01).
              88 WS-MAT-DECEASED-YES             VALUE 'Y'.
           05 JRN-ST                   PIC 9(02).
           05 CDC-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 WS-CNT-ROLLED            PIC 9(07) VALUE 0.
           05 WS-CNT-PAID              PIC 9(07) VALUE 0.
           05 WS-CNT-SKIPPED           PIC 9(07) VALUE 0.
           05 WS-CNT-SHIFTED           PIC 9(07) VALUE 0.
           05 WS-CNT-HELD              PIC 9(07) VALUE 0.
           05 WS-TOT-PAID              PIC S9(15) COMP-3 VALUE 0.
           05 WS-JRN-BEFORE            PIC S9(15) COMP-3.
           05 WS-JRN-AMOUNT            PIC S9(15) COMP-3.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-MATURITY             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-DUE                  PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ADJ                  PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(18) VALUE 'ISLEM  HESAP'.
           05 FILLER              PIC X(17) VALUE 'TUTAR'.
           05 FILLER              PIC X(08) VALUE 'YENI VD'.
           05 FILLER              PIC X(09) VALUE 'VADE'.
           05 FILLER              PIC X(07) VALUE 'IS GUNU'.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           05 WS-CDC-BEFORE            PIC X(80) VALUE SPACES.
           05 WS-CDC-ACTION            PIC X(01).
           05 WS-CDC-TIME              PIC 9(08).
         01  WS-HOL-AREA.
      *          Tatil takvimi: HOLFILE calisma basinda bu tabloya
      *          yuklenir (kutuk yoksa yalniz hafta sonlari kapali
      *          sayilir). H165, WS-HOL-IN-DATE'i is gunu kuralina
      *          gore kaydirip WS-HOL-OUT-DATE'e koyar.
           05 HOL-ST                   PIC 9(02).
              88 HOL-EOF                          VALUE 10.
           05 WS-HOL-COUNT             PIC 9(03) VALUE 0.
           05 WS-HOL-MAX               PIC 9(03) VALUE 200.
           05 WS-HOL-IDX               PIC 9(03).
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              07 WS-HOL-DATE           PIC 9(07).
           05 WS-HOL-IN-DATE           PIC 9(07).
           05 WS-HOL-OUT-DATE          PIC 9(07).
           05 WS-HOL-OPEN              PIC X(01).
              88 WS-HOL-OPEN-YES                  VALUE 'Y'.
           05 WS-HOL-START-MM          PIC 9(02).
           05 WS-HOL-GUARD             PIC 9(02).
           05 WS-HOL-WRK               PIC 9(07).
           05 WS-HOL-WRK-R REDEFINES WS-HOL-WRK.
              07 WS-HOL-CENT           PIC 9.
              07 WS-HOL-YY             PIC 99.
              07 WS-HOL-MM             PIC 99.
              07 WS-HOL-DD             PIC 99.
           05 WS-HOL-DAYNUM            PIC 9(07).
           05 WS-HOL-WEEKS             PIC 9(07).
           05 WS-HOL-WEEKDAY           PIC 9(01).
           05 WS-HOL-YEAR              PIC 9(04).
           05 WS-HOL-QUOT              PIC 9(04).
           05 WS-HOL-REM               PIC 9(04).
           05 WS-HOL-MIDX              PIC 9(02).
           05 WS-HOL-MONTH-LEN         PIC 9(02).
           05 WS-HOL-MONTHS            PIC X(24) VALUE
              '312831303130313130313031'.
           05 WS-HOL-MONTHS-R REDEFINES WS-HOL-MONTHS.
              07 WS-HOL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
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
      *    MAIN: IDXFILE'i sirayla okur; vadesi is gunune gelmis vadeli
      *    talimatinda vade, vade suresi kadar ileri alinir; odeme
      *    talimatinda bakiye jurnale dusulerek odenir ve hesap normal
      *    yasam dongusu uzerinden kapatilir. Sonuclar kayit defterine
      *    basilir. Kapali gune (hafta sonu ya da HOLFILE tatili)
      *    dusen vade is gunu kuralina gore kaydirilarak
      *    degerlendirilir; devirde yeni vade asil vadeden hesaplanir.
      *    Musterisi vefat kayitli hesap devredilmez; vadesi gecmis
      *    olarak birakilip kayit defterinde ayrica gosterilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H116-ACQUIRE-LOCK.
           PERFORM H160-LOAD-HOLIDAYS.

           OPEN I-O    IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND CDC-FILE.
           IF (CDC-ST NOT = 0) AND (CDC-ST NOT = 97)
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           PERFORM H280-LOAD-JRN-CHAIN.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           READ IDX-FILE.
       H100-END. EXIT.


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
      *    H160:Tatil takvimini (HOLFILE) tabloya yukler; kutuk yoksa
      *    yalniz cumartesi ve pazar kapali gun sayilir.
      *-----------------------------------------------------------------
       H160-LOAD-HOLIDAYS.
           OPEN INPUT HOL-FILE.
           IF HOL-ST = 0
              READ HOL-FILE
              PERFORM H161-LOAD-ONE-HOLIDAY UNTIL HOL-EOF
              CLOSE HOL-FILE
           END-IF.
       H160-END. EXIT.


      *-----------------------------------------------------------------
      *    H161:Okunan tatil kaydini tabloya ekler.
      *-----------------------------------------------------------------
       H161-LOAD-ONE-HOLIDAY.
           IF HOL-DATE NUMERIC AND WS-HOL-COUNT < WS-HOL-MAX
              ADD 1 TO WS-HOL-COUNT
              MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
           END-IF.
           READ HOL-FILE.
       H161-END. EXIT.


      *-----------------------------------------------------------------
      *    H165:WS-HOL-IN-DATE'i degistirilmis izleyen is gunu
      *    kuralina gore WS-HOL-OUT-DATE'e kaydirir: tarih acik bir
      *    gunse aynen kalir; kapaliysa sonraki acik gune ileri
      *    alinir, o gun baska bir aya dusuyorsa tarihten geriye
      *    dogru ilk acik gune cekilir. Sifir ya da gecersiz ayli
      *    tarih oldugu gibi doner.
      *-----------------------------------------------------------------
       H165-ADJUST-DATE.
           MOVE WS-HOL-IN-DATE TO WS-HOL-OUT-DATE.
           MOVE WS-HOL-IN-DATE TO WS-HOL-WRK.
           IF WS-HOL-IN-DATE > 0
              AND WS-HOL-MM >= 1 AND WS-HOL-MM <= 12
              PERFORM H166-CHECK-OPEN-DAY
              IF NOT WS-HOL-OPEN-YES
                 MOVE WS-HOL-MM TO WS-HOL-START-MM
                 MOVE 0 TO WS-HOL-GUARD
                 PERFORM H170-STEP-FORWARD
                    UNTIL WS-HOL-OPEN-YES OR WS-HOL-GUARD > 31
                 IF WS-HOL-MM NOT = WS-HOL-START-MM
                    MOVE WS-HOL-IN-DATE TO WS-HOL-WRK
                    MOVE 'N' TO WS-HOL-OPEN
                    MOVE 0 TO WS-HOL-GUARD
                    PERFORM H171-STEP-BACK
                       UNTIL WS-HOL-OPEN-YES OR WS-HOL-GUARD > 31
                 END-IF
                 MOVE WS-HOL-WRK TO WS-HOL-OUT-DATE
              END-IF
           END-IF.
       H165-END. EXIT.


      *-----------------------------------------------------------------
      *    H166:WS-HOL-WRK gununun acik olup olmadigini belirler:
      *    cumartesi, pazar ve takvimdeki tatil gunleri kapalidir.
      *    Gun sayisinin 7'ye bolumunden kalan 0=pazar, 6=cumartesi.
      *-----------------------------------------------------------------
       H166-CHECK-OPEN-DAY.
           MOVE 'Y' TO WS-HOL-OPEN.
           PERFORM H168-DATE-TO-DAYNUM.
           DIVIDE WS-HOL-DAYNUM BY 7
                  GIVING WS-HOL-WEEKS REMAINDER WS-HOL-WEEKDAY.
           IF WS-HOL-WEEKDAY = 0 OR WS-HOL-WEEKDAY = 6
              MOVE 'N' TO WS-HOL-OPEN
           ELSE
              PERFORM H167-MATCH-HOLIDAY
                 VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-COUNT
                       OR NOT WS-HOL-OPEN-YES
           END-IF.
       H166-END. EXIT.


       H167-MATCH-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-HOL-WRK
              MOVE 'N' TO WS-HOL-OPEN
           END-IF.
       H167-END. EXIT.


      *-----------------------------------------------------------------
      *    H168:WS-HOL-WRK'daki CYYAAGG tarihini sabit bir baslangictan
      *    itibaren gun sayisina (WS-HOL-DAYNUM) cevirir; dorde tam
      *    bolunen yillarda subat 29 gun sayilir.
      *-----------------------------------------------------------------
       H168-DATE-TO-DAYNUM.
           COMPUTE WS-HOL-YEAR = (WS-HOL-CENT * 100) + WS-HOL-YY.
           DIVIDE WS-HOL-YEAR BY 4
                  GIVING WS-HOL-QUOT REMAINDER WS-HOL-REM.
           COMPUTE WS-HOL-DAYNUM = (WS-HOL-YEAR * 365) + WS-HOL-QUOT
                                 + WS-HOL-DD.
           IF WS-HOL-REM = 0 AND WS-HOL-MM <= 2
              SUBTRACT 1 FROM WS-HOL-DAYNUM
           END-IF.
           PERFORM H169-ADD-MONTH-DAYS
              VARYING WS-HOL-MIDX FROM 1 BY 1
                 UNTIL WS-HOL-MIDX >= WS-HOL-MM.
       H168-END. EXIT.


       H169-ADD-MONTH-DAYS.
           ADD WS-HOL-MONTH-DAYS(WS-HOL-MIDX) TO WS-HOL-DAYNUM.
       H169-END. EXIT.


      *-----------------------------------------------------------------
      *    H170:Calisma tarihini bir gun ileri alir ve yeni gunun acik
      *    olup olmadigina bakar.
      *-----------------------------------------------------------------
       H170-STEP-FORWARD.
           ADD 1 TO WS-HOL-GUARD.
           PERFORM H172-GET-MONTH-LEN.
           IF WS-HOL-DD < WS-HOL-MONTH-LEN
              ADD 1 TO WS-HOL-DD
           ELSE
              MOVE 1 TO WS-HOL-DD
              IF WS-HOL-MM < 12
                 ADD 1 TO WS-HOL-MM
              ELSE
                 MOVE 1 TO WS-HOL-MM
                 ADD 1 TO WS-HOL-YY
              END-IF
           END-IF.
           PERFORM H166-CHECK-OPEN-DAY.
       H170-END. EXIT.


      *-----------------------------------------------------------------
      *    H171:Calisma tarihini bir gun geri alir ve yeni gunun acik
      *    olup olmadigina bakar.
      *-----------------------------------------------------------------
       H171-STEP-BACK.
           ADD 1 TO WS-HOL-GUARD.
           IF WS-HOL-DD > 1
              SUBTRACT 1 FROM WS-HOL-DD
           ELSE
              IF WS-HOL-MM > 1
                 SUBTRACT 1 FROM WS-HOL-MM
              ELSE
                 MOVE 12 TO WS-HOL-MM
                 SUBTRACT 1 FROM WS-HOL-YY
              END-IF
              PERFORM H172-GET-MONTH-LEN
              MOVE WS-HOL-MONTH-LEN TO WS-HOL-DD
           END-IF.
           PERFORM H166-CHECK-OPEN-DAY.
       H171-END. EXIT.


      *-----------------------------------------------------------------
      *    H172:Calisma tarihinin ayinin gun sayisini bulur; dorde tam
      *    bolunen yillarda subat 29 cekilir.
      *-----------------------------------------------------------------
       H172-GET-MONTH-LEN.
           MOVE WS-HOL-MONTH-DAYS(WS-HOL-MM) TO WS-HOL-MONTH-LEN.
           IF WS-HOL-MM = 2
              COMPUTE WS-HOL-YEAR = (WS-HOL-CENT * 100) + WS-HOL-YY
              DIVIDE WS-HOL-YEAR BY 4
                     GIVING WS-HOL-QUOT REMAINDER WS-HOL-REM
              IF WS-HOL-REM = 0
                 MOVE 29 TO WS-HOL-MONTH-LEN
              END-IF
           END-IF.
       H172-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Okunan hesap aktif bir vadeli mevduat ve is gunu
      *    kuralina gore kaydirilmis vadesi is gunune gelmisse
      *    talimatina gore H300 (devir) veya H400 (odeme ve kapanis)
      *    uygulanir; diger hesaplar atlanir. Devir talimatli hesabin
      *    musterisi vefat kayitliysa devir yapilmaz (H350).
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.

           MOVE SPACES  TO WS-CDC-BEFORE.
           MOVE IDX-REC TO WS-CDC-BEFORE.
           MOVE IDX-MATURITY TO WS-HOL-IN-DATE.
           PERFORM H165-ADJUST-DATE.

           IF IDX-PRD-TERM AND IDX-STS-ACTIVE
              AND IDX-MATURITY > 0
              AND WS-HOL-OUT-DATE <= WS-CENT-DATE
              MOVE WS-HOL-IN-DATE  TO DTL-DUE
              MOVE WS-HOL-OUT-DATE TO DTL-ADJ
              IF WS-HOL-OUT-DATE NOT = WS-HOL-IN-DATE
                 ADD 1 TO WS-CNT-SHIFTED
              END-IF
              IF IDX-INSTR-PAYOUT
                 PERFORM H400-PAYOUT
              ELSE
                 PERFORM H210-CHECK-OWNER
                 IF WS-MAT-DECEASED-YES
                    PERFORM H350-HOLD-ROLLOVER
                 ELSE
                    PERFORM H300-ROLLOVER
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-CNT-SKIPPED
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Hesabin musterisini (CUS-ID = IDX-ID) okur; vefat kaydi
      *    varsa WS-MAT-DECEASED isaretlenir. Musteri kaydi yoksa
      *    devir normal yapilir.
      *-----------------------------------------------------------------
       H210-CHECK-OWNER.
           MOVE 'N' TO WS-MAT-DECEASED.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUS-DECEASED
                    MOVE 'Y' TO WS-MAT-DECEASED
                 END-IF
           END-READ.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Devir talimati: vade, vade suresi (ay) kadar ileri
      *    alinir ve kayit yeniden yazilir. Bakiye degismez; faiz
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H350:Vefat kayitli musterinin devir talimatli hesabi: kayit
      *    degistirilmez, vade oldugu gibi kalir ve hesap tereke
      *    islemleri sonuclanana kadar her calismada defterde gorunur.
      *-----------------------------------------------------------------
       H350-HOLD-ROLLOVER.
           ADD 1 TO WS-CNT-HELD
           MOVE 'VEFAT  '     TO DTL-LABEL
           MOVE IDX-ID        TO DTL-ID
           MOVE IDX-DVZ       TO DTL-DVZ
           MOVE IDX-BALANCE   TO DTL-AMOUNT
           MOVE IDX-MATURITY  TO DTL-MATURITY
           MOVE WS-DETAIL     TO RPT-REC
           WRITE RPT-REC.
       H350-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Odeme talimati: bakiye jurnale vade sonu odemesi olarak
      *    dusulur, bakiye sifirlanir ve hesap kapatilir (durum C).
           MOVE IDX-BALANCE            TO JRN-BAL-AFTER
           MOVE WS-CENT-DATE           TO JRN-DATE.
           MOVE ZEROES                 TO JRN-REF-NO.
           MOVE WS-CENT-DATE           TO JRN-VALUE-DATE.

           OPEN EXTEND JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
               OPEN OUTPUT JRN-FILE
           END-IF.
           PERFORM H285-WRITE-JRN-CHAINED.
           CLOSE JRN-FILE.
       H410-END. EXIT.

           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'VEFAT NEDENIYLE DEVREDILMEYEN: ' TO TOT-LABEL
           MOVE WS-CNT-HELD                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ATLANAN HESAP               : ' TO TOT-LABEL
           MOVE WS-CNT-SKIPPED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TATIL NEDENIYLE KAYDIRILAN  : ' TO TOT-LABEL
           MOVE WS-CNT-SHIFTED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TOPLAM ODENEN TUTAR         : ' TO TOT-LABEL
           MOVE WS-TOT-PAID                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           DISPLAY ' OKUNAN   HESAP SAYISI   : ' WS-CNT-READ
           DISPLAY ' DEVIR    HESAP SAYISI   : ' WS-CNT-ROLLED
           DISPLAY ' ODEME    HESAP SAYISI   : ' WS-CNT-PAID
           DISPLAY ' VEFAT    HESAP SAYISI   : ' WS-CNT-HELD
           DISPLAY ' ATLANAN  HESAP SAYISI   : ' WS-CNT-SKIPPED
           DISPLAY ' KAYDIRILAN VADE SAYISI  : ' WS-CNT-SHIFTED
           DISPLAY '================================================='.
       H900-END. EXIT.

      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
           CLOSE CDC-FILE.
           PERFORM H117-RELEASE-LOCK.

           PERFORM H286-LOG-JRN-CHAIN.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
