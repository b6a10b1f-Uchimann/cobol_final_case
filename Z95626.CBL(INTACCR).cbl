                             STATUS RPT-ST.
           SELECT WTX-FILE   ASSIGN TO WTXRPT
                             STATUS WTX-ST.
           SELECT VAD-FILE   ASSIGN TO VADRPT
                             STATUS VAD-ST.
           SELECT OPTIONAL VDT-FILE ASSIGN TO VDTFILE
                             STATUS VDT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
      *          vergi ve net alacak - donem sonunda muhasebeye teslim
      *          edilir.
         01  WTX-REC                   PIC X(80).
       FD  VAD-FILE RECORDING MODE F.
      *          Valor farki kayit defteri: geri/ileri valorlu her
      *          hareket icin hesaplanan faiz farki - finans birimine
      *          teslim edilir.
         01  VAD-REC                   PIC X(80).
       FD  VDT-FILE RECORDING MODE F.
      *          Valor kontrol karti: son valor taramasinin kapsadigi
      *          islem gunu. JRNFILE'da bu gunden sonra islenmis
      *          valorlu hareketler taranir ki ayni fark iki kez
      *          odenmesin; calisma sonunda gunun tarihiyle yenilenir.
         01  VDT-REC.
           05 VDT-LAST-DATE            PIC 9(07).
           05 FILLER                   PIC X(73).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 FILLER                   PIC X(56).
       FD  HOL-FILE RECORDING MODE F.
           COPY HOLREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
              88 RTE-EOF                          VALUE 10.
              88 RTE-SUCCES                       VALUE 00 97.
           05 JRN-ST                   PIC 9(02).
              88 JRN-EOF                          VALUE 10.
              88 JRN-SUCCES                       VALUE 00 97.
           05 CDC-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
      *          PRMFILE'dan okunan is gunu tarihi (CYYAAGG); sifir ise
      *          tarih damgalari makine tarihine geri doner.
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
      *          Kapali gune dusen is gunu kaydirilmadan onceki tarih.
           05 WS-PLAN-DATE             PIC 9(07) VALUE 0.
           05 WS-RATE-FOUND            PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND-YES                VALUE 'Y'.
           05 WS-RATE-USED             PIC 9(03)V9(04).
           05 WS-GROSS-BAL             PIC S9(15) COMP-3.
           05 WS-JRN-BEFORE            PIC S9(15) COMP-3.
           05 WTX-ST                   PIC 9(02).
           05 VAD-ST                   PIC 9(02).
           05 VDT-ST                   PIC 9(02).
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-POSTED            PIC 9(07) VALUE 0.
           05 WS-CNT-SKIPPED           PIC 9(07) VALUE 0.
              07 WS-RTE-DVZ            PIC 9(03).
              07 WS-RTE-RATE           PIC 9(03)V9(04).
              07 WS-RTE-WTX            PIC 9(03)V9(04).
         01  WS-VAL-AREA.
      *          Valorlu hareketler: JRNFILE'da valor tarihi islem
      *          gununden farkli olan B/T hareketleri calisma basinda
      *          bu tabloya alinir. Faiz farki = tutar x oran x gun
      *          farki / (100 x WS-DAY-BASIS); oran karti bir tahakkuk
      *          donemi (30 gun) icin oldugundan gun farki bu bazda
      *          oranlanir. Geri valorlu alacak musteri lehine, ileri
      *          valorlu alacak musteri aleyhine fark dogurur; borclar
      *          ters isaretle isler.
           05 WS-VDT-LAST-DATE         PIC 9(07) VALUE 0.
           05 WS-VAL-TODAY             PIC 9(07) VALUE 0.
           05 WS-DAY-BASIS             PIC 9(03) VALUE 30.
           05 WS-VAL-COUNT             PIC 9(03) VALUE 0.
           05 WS-VAL-MAX               PIC 9(03) VALUE 500.
           05 WS-VAL-IDX               PIC 9(03).
           05 WS-VAL-ENTRY OCCURS 500 TIMES.
              07 WS-VAL-ID             PIC 9(05).
              07 WS-VAL-DVZ            PIC 9(03).
              07 WS-VAL-REF-NO         PIC 9(09).
              07 WS-VAL-AMOUNT         PIC S9(15) COMP-3.
              07 WS-VAL-POST-DATE      PIC 9(07).
              07 WS-VAL-VALUE-DATE     PIC 9(07).
              07 WS-VAL-DAYS           PIC S9(05).
              07 WS-VAL-ADJ            PIC S9(15) COMP-3.
           05 WS-VAL-POST-NUM          PIC 9(07).
           05 WS-VAL-ACC-ADJ           PIC S9(15) COMP-3.
           05 WS-VAL-ACC-CNT           PIC 9(03).
           05 WS-VAL-BEFORE            PIC S9(15) COMP-3.
           05 WS-CNT-VAL-OVERFLOW      PIC 9(07) VALUE 0.
           05 WS-CNT-VAL-POSTED        PIC 9(07) VALUE 0.
           05 WS-CNT-VAL-LINES         PIC 9(07) VALUE 0.
           05 WS-CNT-VAL-OPEN          PIC 9(07) VALUE 0.
           05 WS-TOT-VAL-ADJ           PIC S9(15) COMP-3 VALUE 0.
         01  WS-VAD-HDR.
           05 FILLER              PIC X(05) VALUE 'DVZ'.
           05 FILLER              PIC X(07) VALUE 'ID'.
           05 FILLER              PIC X(10) VALUE 'REFERANS'.
           05 FILLER              PIC X(16) VALUE 'HAREKET TUTARI'.
           05 FILLER              PIC X(08) VALUE 'ISLEM'.
           05 FILLER              PIC X(08) VALUE 'VALOR'.
           05 FILLER              PIC X(06) VALUE 'GUN'.
           05 FILLER              PIC X(15) VALUE 'FAIZ FARKI'.
         01  WS-VAD-DETAIL.
           05 VAD-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 VAD-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 VAD-REF-NO               PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 VAD-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 VAD-POST-DATE            PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 VAD-VALUE-DATE           PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 VAD-DAYS                 PIC -(4)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 VAD-ADJ                  PIC -(14)9.
         01  WS-HDR1.
           05 FILLER                   PIC X(30) VALUE
              'FAIZ TAHAKKUK KAYIT DEFTERI'.
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
      *    MAIN: Oran kartlarini tabloya yukler, IDXFILE'i sirayla
      *    okuyup alacak bakiyeli her hesaba doviz bazindaki orani
      *    uygular; hesaplanan faizi bakiyeye isler, jurnale dusurur
      *    ve denetim icin kayit defterine basar. Son calismadan beri
      *    jurnale dusen geri/ileri valorlu hareketlerin faiz farki
      *    ayni hesaba ayri bir duzeltme hareketi olarak islenir ve
      *    valor farki defterine dokulur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL IDX-EOF
           PERFORM H800-SAVE-VALUE-MARK
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H160-LOAD-HOLIDAYS.
           PERFORM H175-SET-BUSINESS-DATE.
           PERFORM H116-ACQUIRE-LOCK.

           OPEN I-O    IDX-FILE.

           READ RTE-FILE.
           PERFORM H110-LOAD-RATE UNTIL RTE-EOF.
           PERFORM H120-LOAD-VALUE-MOVES.

           PERFORM H280-LOAD-JRN-CHAIN.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE WS-WTX-HDR TO WTX-REC
           WRITE WTX-REC.

           OPEN OUTPUT VAD-FILE.
           MOVE 'VALOR FARKI KAYIT DEFTERI' TO VAD-REC
           WRITE VAD-REC.
           MOVE SPACES TO VAD-REC
           WRITE VAD-REC.
           MOVE WS-VAD-HDR TO VAD-REC
           WRITE VAD-REC.

           READ IDX-FILE.
       H100-END. EXIT.

       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:Valor kontrol kartindan son taranan islem gununu okur;
      *    JRNFILE'i bastan sona tarayip o gunden sonra ve bugune
      *    kadar islenmis, valor tarihi islem gununden farkli olan
      *    hareketleri WS-VAL-ENTRY tablosuna alir.
      *-----------------------------------------------------------------
       H120-LOAD-VALUE-MOVES.
           PERFORM H109-SET-WORK-DATE.
           MOVE WS-CENT-DATE TO WS-VAL-TODAY.

           OPEN INPUT VDT-FILE.
           IF VDT-ST = 0
              READ VDT-FILE
              IF VDT-ST = 0 AND VDT-LAST-DATE NUMERIC
                 MOVE VDT-LAST-DATE TO WS-VDT-LAST-DATE
              END-IF
              CLOSE VDT-FILE
           END-IF.

           OPEN INPUT JRN-FILE.
           IF JRN-SUCCES
              READ JRN-FILE
              PERFORM H121-CHECK-ONE-MOVE UNTIL JRN-EOF
              CLOSE JRN-FILE
           END-IF.
       H120-END. EXIT.


      *-----------------------------------------------------------------
      *    H121:Okunan jurnal hareketi valorlu ve henuz taranmamis bir
      *    gunde islenmisse tabloya ekler.
      *-----------------------------------------------------------------
       H121-CHECK-ONE-MOVE.
           IF JRN-VALUE-DATE NUMERIC AND JRN-VALUE-DATE > 0
              AND JRN-VALUE-DATE NOT = JRN-DATE
              AND JRN-DATE > WS-VDT-LAST-DATE
              AND JRN-DATE <= WS-VAL-TODAY
              PERFORM H122-ADD-VALUE-MOVE
           END-IF.
           READ JRN-FILE.
       H121-END. EXIT.


      *-----------------------------------------------------------------
      *    H122:Valorlu hareketi tabloya yazar; islem gunu ile valor
      *    tarihi arasindaki takvim gunu farkini hesaplar (geri
      *    valorda pozitif, ileri valorda negatif). Tablo dolarsa
      *    hareket sayilir ve calisma uyari koduyla biter.
      *-----------------------------------------------------------------
       H122-ADD-VALUE-MOVE.
           IF WS-VAL-COUNT < WS-VAL-MAX
              ADD 1 TO WS-VAL-COUNT
              MOVE JRN-ID         TO WS-VAL-ID(WS-VAL-COUNT)
              MOVE JRN-DVZ        TO WS-VAL-DVZ(WS-VAL-COUNT)
              IF JRN-REF-NO NUMERIC
                 MOVE JRN-REF-NO  TO WS-VAL-REF-NO(WS-VAL-COUNT)
              ELSE
                 MOVE ZEROES      TO WS-VAL-REF-NO(WS-VAL-COUNT)
              END-IF
              MOVE JRN-AMOUNT     TO WS-VAL-AMOUNT(WS-VAL-COUNT)
              MOVE JRN-DATE       TO WS-VAL-POST-DATE(WS-VAL-COUNT)
              MOVE JRN-VALUE-DATE TO WS-VAL-VALUE-DATE(WS-VAL-COUNT)
              MOVE ZEROES         TO WS-VAL-ADJ(WS-VAL-COUNT)
              MOVE JRN-DATE       TO WS-HOL-WRK
              PERFORM H168-DATE-TO-DAYNUM
              MOVE WS-HOL-DAYNUM  TO WS-VAL-POST-NUM
              MOVE JRN-VALUE-DATE TO WS-HOL-WRK
              PERFORM H168-DATE-TO-DAYNUM
              COMPUTE WS-VAL-DAYS(WS-VAL-COUNT) =
                      WS-VAL-POST-NUM - WS-HOL-DAYNUM
           ELSE
              ADD 1 TO WS-CNT-VAL-OVERFLOW
           END-IF.
       H122-END. EXIT.


      *-----------------------------------------------------------------
      *    H150:Yeni sayfa basligini ve kolon basliklarini bastirir.
      *-----------------------------------------------------------------
       H150-END. EXIT.


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
      *    H175:Is gunu tarihi kapali bir gune (hafta sonu ya da HOLFILE
      *    tatili) dusuyorsa calisma tarihi is gunu kuralina gore
      *    kaydirilir; jurnal, CDC ve RUNLOG damgalari kaydirilmis
      *    tarihi tasir. Planlanan tarih WS-PLAN-DATE'te saklanir.
      *-----------------------------------------------------------------
       H175-SET-BUSINESS-DATE.
           PERFORM H109-SET-WORK-DATE.
           MOVE WS-CENT-DATE TO WS-PLAN-DATE.
           MOVE WS-CENT-DATE TO WS-HOL-IN-DATE.
           PERFORM H165-ADJUST-DATE.
           IF WS-HOL-OUT-DATE NOT = WS-HOL-IN-DATE
              MOVE WS-HOL-OUT-DATE TO WS-RUN-DATE
              DISPLAY 'IS GUNU KAYDIRILDI: ' WS-PLAN-DATE
                      ' -> ' WS-RUN-DATE
              PERFORM H109-SET-WORK-DATE
           END-IF.
       H175-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Okunan hesabin dovizi icin oran arar; oran varsa ve
      *    bakiye alacakli (pozitif) ise faizi hesaplayip H300 ile
      *    isler, aksi halde hesabi atlar. Faiz isleyen dovizdeki
      *    hesabin valorlu hareketleri varsa faiz farki toplanir;
      *    fark, faizle ayni guncellemede veya tek basina H400 ile
      *    islenir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE SPACES  TO WS-CDC-BEFORE.
           MOVE IDX-REC TO WS-CDC-BEFORE.

           PERFORM H210-FIND-RATE.

           MOVE ZEROES TO WS-VAL-ACC-ADJ.
           MOVE ZEROES TO WS-VAL-ACC-CNT.
           IF WS-RATE-FOUND-YES AND WS-VAL-COUNT > 0
              PERFORM H220-SUM-VALUE-ADJ
                 VARYING WS-VAL-IDX FROM 1 BY 1
                    UNTIL WS-VAL-IDX > WS-VAL-COUNT
           END-IF.

           IF WS-RATE-FOUND-YES AND IDX-BALANCE > 0
              PERFORM H300-POST-INTEREST
           ELSE
              ADD 1 TO WS-CNT-SKIPPED
              IF WS-VAL-ACC-ADJ NOT = 0
                 PERFORM H400-POST-VALUE-ADJ
              END-IF
           END-IF.

           READ IDX-FILE.
       H211-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Tablodaki valorlu hareket okunan hesaba aitse faiz
      *    farkini hesabin oraniyla hesaplar ve hesap toplamina ekler.
      *-----------------------------------------------------------------
       H220-SUM-VALUE-ADJ.
           IF WS-VAL-ID(WS-VAL-IDX) = IDX-ID
              AND WS-VAL-DVZ(WS-VAL-IDX) = IDX-DVZ
              COMPUTE WS-VAL-ADJ(WS-VAL-IDX) ROUNDED =
                  (WS-VAL-AMOUNT(WS-VAL-IDX) * WS-RATE-USED
                   * WS-VAL-DAYS(WS-VAL-IDX))
                  / (100 * WS-DAY-BASIS)
              ADD WS-VAL-ADJ(WS-VAL-IDX) TO WS-VAL-ACC-ADJ
              ADD 1 TO WS-VAL-ACC-CNT
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Faizi yuzde oran uzerinden hesaplar, bakiyeye isleyip
      *    REWRITE eder, jurnal kaydi dusurur ve kayit defterine detay

           IF WS-INTEREST = 0
              ADD 1 TO WS-CNT-SKIPPED
              IF WS-VAL-ACC-ADJ NOT = 0
                 PERFORM H400-POST-VALUE-ADJ
              END-IF
           ELSE
              MOVE IDX-BALANCE TO WS-JRN-BEFORE
              COMPUTE WS-GROSS-BAL = IDX-BALANCE + WS-INTEREST
              COMPUTE IDX-BALANCE = IDX-BALANCE + WS-NET-CREDIT
              IF WS-VAL-ACC-ADJ NOT = 0
                 MOVE IDX-BALANCE TO WS-VAL-BEFORE
                 ADD WS-VAL-ACC-ADJ TO IDX-BALANCE
              END-IF

              REWRITE IDX-REC
              END-REWRITE
                 IF WS-WTX-TAX NOT = 0
                    PERFORM H315-WRITE-TAX-JOURNAL
                 END-IF
                 IF WS-VAL-ACC-ADJ NOT = 0
                    PERFORM H410-RECORD-VALUE-ADJ
                 END-IF
                 PERFORM H320-WRITE-REGISTER
                 PERFORM H325-WRITE-WTX-LINE
                 ADD 1             TO WS-CNT-POSTED
           MOVE WS-GROSS-BAL           TO JRN-BAL-AFTER
           MOVE WS-CENT-DATE           TO JRN-DATE.
           MOVE ZEROES                 TO JRN-REF-NO.
           MOVE WS-CENT-DATE           TO JRN-VALUE-DATE.

           OPEN EXTEND JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
               OPEN OUTPUT JRN-FILE
           END-IF.
           PERFORM H285-WRITE-JRN-CHAINED.
           CLOSE JRN-FILE.
       H310-END. EXIT.

           MOVE IDX-DVZ                TO JRN-DVZ
           COMPUTE JRN-AMOUNT = 0 - WS-WTX-TAX
           MOVE WS-GROSS-BAL           TO JRN-BAL-BEFORE
           COMPUTE JRN-BAL-AFTER = WS-GROSS-BAL - WS-WTX-TAX
           MOVE WS-CENT-DATE           TO JRN-DATE.
           MOVE ZEROES                 TO JRN-REF-NO.
           MOVE WS-CENT-DATE           TO JRN-VALUE-DATE.

           OPEN EXTEND JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
               OPEN OUTPUT JRN-FILE
           END-IF.
           PERFORM H285-WRITE-JRN-CHAINED.
           CLOSE JRN-FILE.
       H315-END. EXIT.

       H325-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Faiz islenmeyen hesabin valor farkini tek basina
      *    bakiyeye isler ve REWRITE eder.
      *-----------------------------------------------------------------
       H400-POST-VALUE-ADJ.
           MOVE IDX-BALANCE TO WS-VAL-BEFORE.
           ADD WS-VAL-ACC-ADJ TO IDX-BALANCE.

           REWRITE IDX-REC
           END-REWRITE.

           IF IDX-SUCCES
              PERFORM H340-WRITE-CDC
              PERFORM H410-RECORD-VALUE-ADJ
           ELSE
              DISPLAY 'VALOR FARKI ISLENEMEDI ID=' IDX-ID
                      ' DVZ=' IDX-DVZ ' RC=' IDX-ST
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H410:Islenen valor farkini jurnale dusurur, hesabin valorlu
      *    hareketlerini valor farki defterine basar ve toplamlari
      *    gunceller.
      *-----------------------------------------------------------------
       H410-RECORD-VALUE-ADJ.
           PERFORM H415-WRITE-VALUE-JOURNAL.
           PERFORM H420-WRITE-VALUE-LINE
              VARYING WS-VAL-IDX FROM 1 BY 1
                 UNTIL WS-VAL-IDX > WS-VAL-COUNT.
           ADD 1              TO WS-CNT-VAL-POSTED.
           ADD WS-VAL-ACC-ADJ TO WS-TOT-VAL-ADJ.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H415:Valor farkini jurnale 'E' islem tipiyle dusurur;
      *    GLEXTR boylece duzeltmeyi faizden ayri bir GL satirina
      *    tasir.
      *-----------------------------------------------------------------
       H415-WRITE-VALUE-JOURNAL.
           PERFORM H109-SET-WORK-DATE.

           MOVE 'INTACCR'              TO JRN-PROGRAM
           MOVE 'E'                    TO JRN-PRCSS-TYPE
           MOVE IDX-ID                 TO JRN-ID
           MOVE IDX-DVZ                TO JRN-DVZ
           MOVE WS-VAL-ACC-ADJ         TO JRN-AMOUNT
           MOVE WS-VAL-BEFORE          TO JRN-BAL-BEFORE
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
       H415-END. EXIT.


      *-----------------------------------------------------------------
      *    H420:Tablodaki valorlu hareket islenen hesaba aitse valor
      *    farki defterine satir basar.
      *-----------------------------------------------------------------
       H420-WRITE-VALUE-LINE.
           IF WS-VAL-ID(WS-VAL-IDX) = IDX-ID
              AND WS-VAL-DVZ(WS-VAL-IDX) = IDX-DVZ
              MOVE IDX-DVZ                       TO VAD-DVZ
              MOVE IDX-ID                        TO VAD-ID
              MOVE WS-VAL-REF-NO(WS-VAL-IDX)     TO VAD-REF-NO
              MOVE WS-VAL-AMOUNT(WS-VAL-IDX)     TO VAD-AMOUNT
              MOVE WS-VAL-POST-DATE(WS-VAL-IDX)  TO VAD-POST-DATE
              MOVE WS-VAL-VALUE-DATE(WS-VAL-IDX) TO VAD-VALUE-DATE
              MOVE WS-VAL-DAYS(WS-VAL-IDX)       TO VAD-DAYS
              MOVE WS-VAL-ADJ(WS-VAL-IDX)        TO VAD-ADJ
              MOVE WS-VAD-DETAIL                 TO VAD-REC
              WRITE VAD-REC
              ADD 1 TO WS-CNT-VAL-LINES
           END-IF.
       H420-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Valor kontrol kartini bugunun islem gunuyle yeniler;
      *    bir sonraki calisma yalniz bu gunden sonra islenen valorlu
      *    hareketleri tarar.
      *-----------------------------------------------------------------
       H800-SAVE-VALUE-MARK.
           OPEN OUTPUT VDT-FILE.
           IF VDT-ST = 0
              MOVE SPACES       TO VDT-REC
              MOVE WS-VAL-TODAY TO VDT-LAST-DATE
              WRITE VDT-REC
              CLOSE VDT-FILE
           ELSE
              DISPLAY 'VDTFILE YAZILAMADI: ' VDT-ST
           END-IF.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ozet satirlarini basar.
      *-----------------------------------------------------------------
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'PLANLANAN IS GUNU           : ' TO TOT-LABEL
           MOVE WS-PLAN-DATE                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'UYGULANAN IS GUNU           : ' TO TOT-LABEL
           MOVE WS-HOL-OUT-DATE                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN HESAP SAYISI         : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           MOVE WS-TOTAL-LINE TO WTX-REC
           WRITE WTX-REC.

           COMPUTE WS-CNT-VAL-OPEN = WS-VAL-COUNT - WS-CNT-VAL-LINES
                                   + WS-CNT-VAL-OVERFLOW.
           MOVE SPACES TO VAD-REC
           WRITE VAD-REC.
           MOVE ALL '-' TO VAD-REC
           WRITE VAD-REC.
           MOVE 'TARANAN ISLEM GUNLERI SONRASI: ' TO TOT-LABEL
           MOVE WS-VDT-LAST-DATE                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO VAD-REC
           WRITE VAD-REC.
           MOVE 'DUZELTILEN VALORLU HAREKET  : ' TO TOT-LABEL
           MOVE WS-CNT-VAL-LINES                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO VAD-REC
           WRITE VAD-REC.
           MOVE 'VALOR FARKI ISLENEN HESAP   : ' TO TOT-LABEL
           MOVE WS-CNT-VAL-POSTED                TO TOT-BAL
           MOVE WS-TOTAL-LINE TO VAD-REC
           WRITE VAD-REC.
           MOVE 'TOPLAM VALOR FARKI          : ' TO TOT-LABEL
           MOVE WS-TOT-VAL-ADJ                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO VAD-REC
           WRITE VAD-REC.
           MOVE 'DUZELTILMEYEN VALORLU HAREKET: ' TO TOT-LABEL
           MOVE WS-CNT-VAL-OPEN                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO VAD-REC
           WRITE VAD-REC.

           DISPLAY '=========== INTACCR CONTROL TOTALS ============='
           DISPLAY ' OKUNAN   HESAP SAYISI   : ' WS-CNT-READ
           DISPLAY ' ISLENEN  HESAP SAYISI   : ' WS-CNT-POSTED
           DISPLAY ' ATLANAN  HESAP SAYISI   : ' WS-CNT-SKIPPED
           DISPLAY ' STOPAJ   SATIR SAYISI   : ' WS-WTX-LINES
           DISPLAY ' VALOR FARKI HAREKET     : ' WS-CNT-VAL-LINES
           DISPLAY ' VALOR FARKI HESAP       : ' WS-CNT-VAL-POSTED
           DISPLAY ' DUZELTILMEYEN VALORLU   : ' WS-CNT-VAL-OPEN
           DISPLAY '================================================='.
       H900-END. EXIT.

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
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
           CLOSE RTE-FILE.
           CLOSE RPT-FILE.
           CLOSE WTX-FILE.
           CLOSE VAD-FILE.
           CLOSE CDC-FILE.
           PERFORM H117-RELEASE-LOCK.
           PERFORM H286-LOG-JRN-CHAIN.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
