       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVGBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNH-FILE   ASSIGN TO SNPHIST
                             STATUS SNH-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT WRK-FILE   ASSIGN TO AVGWORK
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY WRK-KEY
                             STATUS WRK-ST.
           SELECT OPTIONAL RSV-FILE ASSIGN TO RSVFILE
                             STATUS RSV-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT AVG-FILE   ASSIGN TO AVGFILE
                             STATUS AVG-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  SNH-FILE RECORDING MODE F.
         01  SNH-REC.
           05 SNH-DATE                 PIC 9(07).
           05 SNH-ID                   PIC 9(05).
           05 SNH-DVZ                  PIC 9(03).
           05 SNH-BALANCE              PIC S9(15) COMP-3.
       FD  WRK-FILE.
      *          Hesap bazinda ortalama birikimi: ay basindan once son
      *          gorulen fotograf (acilis bakiyesi icin), yururlukteki
      *          bakiye ve hangi gunden beri gecerli oldugu, hesabin
      *          fotografta son gorundugu gun ve gun*bakiye toplami.
         01  WRK-REC.
           05 WRK-KEY.
              07 WRK-ID                PIC 9(05).
              07 WRK-DVZ               PIC 9(03).
           05 WRK-PRE-DATE             PIC 9(07).
           05 WRK-STARTED              PIC X(01).
              88 WRK-STARTED-YES                  VALUE 'Y'.
           05 WRK-CUR-BAL              PIC S9(15) COMP-3.
           05 WRK-CUR-FROM             PIC 9(02).
           05 WRK-LAST-DAY             PIC 9(02).
           05 WRK-SUM                  PIC S9(17) COMP-3.
       FD  RSV-FILE RECORDING MODE F.
      *          Zorunlu karsilik orani: doviz + urun sinifi (V=vadesiz,
      *          T=vadeli) anahtarli, oran yuzde 9(3)V9(4). PRMMAINT ile
      *          bakimi yapilir.
         01  RSV-REC.
           05 RSV-DVZ                  PIC 9(03).
           05 RSV-PRODUCT              PIC X(01).
           05 RSV-RATIO                PIC 9(03)V9(04).
           05 FILLER                   PIC X(69).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  AVG-FILE RECORDING MODE F.
      *          Aylik ortalama bakiye: her IDX-KEY icin bir kayit. Ay
      *          CYYAA, gun sayisi ayin takvim gunudur; ortalama gun
      *          sonu bakiyelerinin takvim gunu ortalamasidir. Ay
      *          sonu bakiyesi son fotografin ay sonuna tasinan
      *          degeridir (hesap ay icinde silindiyse sifir).
         01  AVG-REC.
           05 AVG-ID                   PIC 9(05).
           05 AVG-DVZ                  PIC 9(03).
           05 AVG-MONTH                PIC 9(05).
           05 AVG-DAYS                 PIC 9(02).
           05 AVG-PRODUCT              PIC X(01).
           05 AVG-BALANCE              PIC S9(15) COMP-3.
           05 AVG-END-BALANCE          PIC S9(15) COMP-3.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 SNH-ST                   PIC 9(02).
              88 SNH-EOF                          VALUE 10.
              88 SNH-SUCCES                       VALUE 00 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 WRK-ST                   PIC 9(02).
              88 WRK-EOF                          VALUE 10.
              88 WRK-SUCCES                       VALUE 00 97.
           05 RSV-ST                   PIC 9(02).
              88 RSV-EOF                          VALUE 10.
              88 RSV-SUCCES                       VALUE 00 97.
           05 PRM-ST                   PIC 9(02).
           05 AVG-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-MONTH-AREA.
      *          Islenen ay is gununun ayidir. Ay oncesinden yalniz
      *          bir onceki ayin fotograflari acilis bakiyesi icin
      *          okunur; daha eski kusaklar atlanir.
           05 WS-MONTH-START.
              07 WS-MS-CENT             PIC 9.
              07 WS-MS-YY               PIC 99.
              07 WS-MS-MM               PIC 99.
              07 WS-MS-DD               PIC 99.
           05 WS-MONTH-START-N REDEFINES WS-MONTH-START
                                       PIC 9(07).
           05 WS-PREV-START.
              07 WS-PS-CENT             PIC 9.
              07 WS-PS-YY               PIC 99.
              07 WS-PS-MM               PIC 99.
              07 WS-PS-DD               PIC 99.
           05 WS-PREV-START-N REDEFINES WS-PREV-START
                                       PIC 9(07).
           05 WS-MONTH-END             PIC 9(07).
           05 WS-MONTH                 PIC 9(05).
           05 WS-MONTH-DAYS            PIC 9(02).
           05 WS-LEAP-QUOT             PIC 9(03).
           05 WS-LEAP-REM              PIC 9(01).
           05 WS-PRE-LAST              PIC 9(07) VALUE 0.
           05 WS-SNAP-DAY              PIC 9(02).
           05 WS-DAY-IDX               PIC 9(02).
           05 WS-NEXT-DAY              PIC 9(02).
           05 WS-NEXT-FOUND            PIC X(01).
              88 WS-NEXT-FOUND-YES                VALUE 'Y'.
      *          Ayin fotograf alinan gunleri: bir gun icin hic kayit
      *          yoksa (hafta sonu, tatil) bakiyeler onceki gunden
      *          tasinir; kayit olan bir gunde hesabin kaydi yoksa
      *          hesap o gun mevcut degildir ve bakiyesi sifirdir.
           05 WS-DAY-SNAP OCCURS 31 TIMES PIC X(01).
         01  WS-AMT-AREA.
           05 WS-AVG                   PIC S9(15) COMP-3.
           05 WS-END-BAL               PIC S9(15) COMP-3.
           05 WS-REQ                   PIC S9(15) COMP-3.
         01  WS-CNT-AREA.
           05 WS-CNT-SNAP              PIC 9(09) VALUE 0.
           05 WS-CNT-USED              PIC 9(09) VALUE 0.
           05 WS-CNT-DAYS              PIC 9(02) VALUE 0.
           05 WS-CNT-ACCTS             PIC 9(07) VALUE 0.
           05 WS-CNT-NORSV             PIC 9(02) VALUE 0.
           05 WS-TOT-AVG               PIC S9(15) COMP-3 VALUE 0.
         01  WS-RSV-AREA.
      *          Zorunlu karsilik tablosu: her doviz (1-3) icin vadesiz
      *          ve vadeli sinif. Karsilik tabani pozitif ortalama
      *          bakiyelerin toplamidir; eksi bakiyeli (kredili)
      *          hesaplar mevduat sayilmaz.
           05 WS-RSV-DVZ               PIC 9(01).
           05 WS-RSV-PRD               PIC 9(01).
           05 WS-RSV-ROW OCCURS 3 TIMES.
              07 WS-RSV-CLASS OCCURS 2 TIMES.
                 09 WS-RSV-RATIO       PIC 9(03)V9(04).
                 09 WS-RSV-SET         PIC X(01).
                 09 WS-RSV-CNT         PIC 9(07).
                 09 WS-RSV-BASE        PIC S9(15) COMP-3.
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'ZORUNLU KARSILIK RAPORU - AY: '.
           05 HDR1-MONTH               PIC 9(05).
           05 FILLER                   PIC X(12) VALUE '  GUN SAYISI'.
           05 FILLER                   PIC X(02) VALUE ': '.
           05 HDR1-DAYS                PIC Z9.
         01  WS-HDR2.
           05 FILLER              PIC X(05) VALUE 'DVZ'.
           05 FILLER              PIC X(09) VALUE 'URUN'.
           05 FILLER              PIC X(10) VALUE '   HESAP'.
           05 FILLER              PIC X(18) VALUE '  ORTALAMA TABAN'.
           05 FILLER              PIC X(11) VALUE '   ORAN %'.
           05 FILLER              PIC X(18) VALUE '     KARSILIK'.
         01  WS-DETAIL.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-PRODUCT              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-CNT                  PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-BASE                 PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-RATIO                PIC ZZ9.9999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REQ                  PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-NOTE                 PIC X(10).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Ay sonu ortalama bakiye ve zorunlu karsilik programi.
      *    EODSNAP'in her gun ekledigi SNPHIST fotograflarindan is
      *    gununun ayi icin her IDX-KEY'in takvim gunu ortalama
      *    bakiyesini hesaplar: fotograf alinmayan gunler (hafta sonu,
      *    tatil) onceki gunun bakiyesini tasir, ayin ilk gunlerinde
      *    henuz fotograf yoksa bir onceki ayin son fotografi
      *    gecerlidir.
      *    Birikim AVGWORK calisma kutugunde tutulur; sonuc AVGFILE'a
      *    yazilir. Ayni calisma, ortalamalari doviz ve urun sinifi
      *    (IDX-PRODUCT: vadesiz / vadeli) bazinda toplayip PRMMAINT
      *    ile bakimi yapilan RSVFILE oranlariyla zorunlu karsilik
      *    raporunu basar.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL SNH-EOF
           PERFORM H400-START-WORK-SCAN
           PERFORM H500-WRITE-AVERAGE UNTIL WRK-EOF
           PERFORM H800-WRITE-RESERVE
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihinden islenecek ayi belirler, karsilik
      *    oranlarini yukler, SNPHIST'i girdi, calisma kutugunu,
      *    AVGFILE'i ve raporu cikti olarak acar. Acilma hatasinda
      *    ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-SET-MONTH.
           PERFORM H120-LOAD-RESERVE.

           OPEN INPUT  SNH-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT WRK-FILE.
           CLOSE WRK-FILE.
           OPEN I-O    WRK-FILE.
           OPEN OUTPUT AVG-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (SNH-ST NOT = 0) AND (SNH-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN SNPHIST: ' SNH-ST
               MOVE 'SNPHIST'  TO ABD-FAILED-FILE
               MOVE SNH-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE SNH-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE'  TO ABD-FAILED-FILE
               MOVE IDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WRK-ST NOT = 0) AND (WRK-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN AVGWORK: ' WRK-ST
               MOVE 'AVGWORK'  TO ABD-FAILED-FILE
               MOVE WRK-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE WRK-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (AVG-ST NOT = 0) AND (AVG-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN AVGFILE: ' AVG-ST
               MOVE 'AVGFILE'  TO ABD-FAILED-FILE
               MOVE AVG-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE AVG-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'AY=' WS-MONTH
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           READ SNH-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'AVGBAL' TO ABD-PROGRAM.
           MOVE WS-CENT-DATE TO ABD-DATE.
           MOVE SPACES TO ABD-LAST-INPUT.
           OPEN EXTEND ABD-FILE.
           IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
               OPEN OUTPUT ABD-FILE
           END-IF.
           WRITE ABD-REC.
           CLOSE ABD-FILE.
       H105-END. EXIT.


      *-----------------------------------------------------------------
      *    H107:PRMFILE'da bir kontrol karti varsa is gunu tarihini
      *    (CYYAAGG) okur; yoksa tarih damgalari makine tarihine doner.
      *-----------------------------------------------------------------
       H107-READ-RUN-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-ST = 0
               READ PRM-FILE
               IF PRM-ST = 0
                   IF PRM-RUN-DATE NUMERIC
                      MOVE PRM-RUN-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
               CLOSE PRM-FILE
           END-IF.
       H107-END. EXIT.


      *-----------------------------------------------------------------
      *    H109:WS-CENT-DATE'i doldurur: PRMFILE'dan bir is gunu tarihi
      *    geldiyse onu, gelmediyse makine tarihini kullanir.
      *-----------------------------------------------------------------
       H109-SET-WORK-DATE.
           IF WS-RUN-DATE > 0
              MOVE WS-RUN-DATE TO WS-CENT-DATE
           ELSE
              ACCEPT WS-TODAY FROM DATE
              MOVE WS-TODAY-YY TO WS-CENT-YY
              MOVE WS-TODAY-MM TO WS-CENT-MM
              MOVE WS-TODAY-DD TO WS-CENT-DD
           END-IF.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H110:Is gununun ayini, ayin ilk ve son gununu, takvim gunu
      *    sayisini ve bir onceki ayin ilk gununu hesaplar.
      *-----------------------------------------------------------------
       H110-SET-MONTH.
           MOVE WS-CENT     TO WS-MS-CENT
           MOVE WS-CENT-YY  TO WS-MS-YY
           MOVE WS-CENT-MM  TO WS-MS-MM
           MOVE 1           TO WS-MS-DD
           COMPUTE WS-MONTH = WS-MONTH-START-N / 100.

           MOVE WS-MONTH-START TO WS-PREV-START
           IF WS-MS-MM = 1
              MOVE 12 TO WS-PS-MM
              IF WS-PS-YY = 0
                 MOVE 99 TO WS-PS-YY
                 SUBTRACT 1 FROM WS-PS-CENT
              ELSE
                 SUBTRACT 1 FROM WS-PS-YY
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-PS-MM
           END-IF.

           EVALUATE WS-MS-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 DIVIDE WS-MS-YY BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           COMPUTE WS-MONTH-END = WS-MONTH-START-N + WS-MONTH-DAYS - 1.
           PERFORM H111-CLEAR-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 31.
           DISPLAY 'ISLENEN AY: ' WS-MONTH ' GUN: ' WS-MONTH-DAYS.
       H110-END. EXIT.


       H111-CLEAR-DAY.
           MOVE 'N' TO WS-DAY-SNAP(WS-DAY-IDX).
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:RSVFILE karsilik oranlarini doviz/urun tablosuna
      *    yukler; tanimsiz siniflarin orani sifir kalir ve raporda
      *    isaretlenir.
      *-----------------------------------------------------------------
       H120-LOAD-RESERVE.
           INITIALIZE WS-RSV-AREA.
           OPEN INPUT RSV-FILE.
           IF RSV-SUCCES
              READ RSV-FILE
              PERFORM H121-LOAD-ONE-RSV UNTIL RSV-EOF
              CLOSE RSV-FILE
           ELSE
              DISPLAY 'RSVFILE ACILAMADI: ' RSV-ST
           END-IF.
       H120-END. EXIT.


       H121-LOAD-ONE-RSV.
           IF RSV-DVZ NUMERIC AND RSV-DVZ > 0 AND RSV-DVZ < 4
              AND RSV-RATIO NUMERIC
              AND (RSV-PRODUCT = 'V' OR RSV-PRODUCT = 'T')
              MOVE RSV-DVZ TO WS-RSV-DVZ
              IF RSV-PRODUCT = 'T'
                 MOVE 2 TO WS-RSV-PRD
              ELSE
                 MOVE 1 TO WS-RSV-PRD
              END-IF
              MOVE RSV-RATIO
                TO WS-RSV-RATIO(WS-RSV-DVZ, WS-RSV-PRD)
              MOVE 'Y' TO WS-RSV-SET(WS-RSV-DVZ, WS-RSV-PRD)
           ELSE
              DISPLAY 'GECERSIZ RSVFILE KAYDI ATLANDI: ' RSV-REC
           END-IF.
           READ RSV-FILE.
       H121-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'AVGBAL  ' TO RLG-PROGRAM.
           MOVE WS-RLG-EVENT  TO RLG-EVENT.
           MOVE WS-CENT-DATE  TO RLG-DATE.
           ACCEPT WS-RLG-TIME FROM TIME.
           MOVE WS-RLG-TIME   TO RLG-TIME.
           MOVE WS-RLG-DETAIL TO RLG-DETAIL.
           OPEN EXTEND RLG-FILE.
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
               OPEN OUTPUT RLG-FILE
           END-IF.
           WRITE RLG-REC.
           CLOSE RLG-FILE.
       H290-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Bir SNPHIST kaydini isler. Fotograflar tarih sirasinda
      *    eklendigi icin dosya bastan sona bir kez okunur; bir onceki
      *    aydan eski ve islenen aydan sonraki kayitlar atlanir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-SNAP.
           IF SNH-DATE < WS-PREV-START-N
              OR SNH-DATE > WS-MONTH-END
              CONTINUE
           ELSE
              ADD 1 TO WS-CNT-USED
              MOVE SNH-ID  TO WRK-ID
              MOVE SNH-DVZ TO WRK-DVZ
              READ WRK-FILE KEY IS WRK-KEY
                 INVALID KEY
                    PERFORM H210-NEW-WORK
              END-READ
              IF SNH-DATE < WS-MONTH-START-N
                 PERFORM H220-PRE-MONTH
              ELSE
                 PERFORM H230-IN-MONTH
              END-IF
              REWRITE WRK-REC
           END-IF.
           READ SNH-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Hesap icin ilk kez kayit geldiginde sifir birikimle
      *    calisma kaydi acar.
      *-----------------------------------------------------------------
       H210-NEW-WORK.
           MOVE SNH-ID  TO WRK-ID
           MOVE SNH-DVZ TO WRK-DVZ
           MOVE ZEROES  TO WRK-PRE-DATE
           MOVE 'N'     TO WRK-STARTED
           MOVE ZEROES  TO WRK-CUR-BAL
           MOVE 1       TO WRK-CUR-FROM
           MOVE ZEROES  TO WRK-LAST-DAY
           MOVE ZEROES  TO WRK-SUM
           WRITE WRK-REC.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Onceki aya ait fotografi acilis bakiyesi adayi olarak
      *    saklar; onceki ayin son fotograf gunu de izlenir.
      *-----------------------------------------------------------------
       H220-PRE-MONTH.
           MOVE SNH-DATE    TO WRK-PRE-DATE
           MOVE SNH-BALANCE TO WRK-CUR-BAL
           IF SNH-DATE > WS-PRE-LAST
              MOVE SNH-DATE TO WS-PRE-LAST
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:Ay icindeki bir fotografi isler: onceki bakiye
      *    gecerli oldugu gunler kadar birikime eklenir, sonra yeni
      *    bakiye bu gunden itibaren gecerli olur. Ayni gunun tekrar
      *    eden fotografinda yalniz bakiye yenilenir.
      *-----------------------------------------------------------------
       H230-IN-MONTH.
           COMPUTE WS-SNAP-DAY = SNH-DATE - WS-MONTH-START-N + 1.
           IF WS-DAY-SNAP(WS-SNAP-DAY) = 'N'
              MOVE 'Y' TO WS-DAY-SNAP(WS-SNAP-DAY)
              ADD 1 TO WS-CNT-DAYS
           END-IF.
           IF NOT WRK-STARTED-YES
              PERFORM H240-OPEN-MONTH
           END-IF.
           IF WS-SNAP-DAY = WRK-LAST-DAY
              MOVE SNH-BALANCE TO WRK-CUR-BAL
           ELSE
              PERFORM H250-ACCUMULATE
              MOVE SNH-BALANCE TO WRK-CUR-BAL
              MOVE WS-SNAP-DAY TO WRK-CUR-FROM
              MOVE WS-SNAP-DAY TO WRK-LAST-DAY
           END-IF.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:Hesabin ay acilis bakiyesini belirler: hesap bir onceki
      *    ayin son fotografinda varsa o bakiye ayin 1'inden gecerlidir,
      *    yoksa (daha once silinmis ya da yeni acilmis) sifirdir.
      *-----------------------------------------------------------------
       H240-OPEN-MONTH.
           IF WRK-PRE-DATE = 0 OR WRK-PRE-DATE NOT = WS-PRE-LAST
              MOVE ZEROES TO WRK-CUR-BAL
           END-IF.
           MOVE 1      TO WRK-CUR-FROM
           MOVE ZEROES TO WRK-LAST-DAY
           MOVE 'Y'    TO WRK-STARTED.
       H240-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:Yururlukteki bakiyeyi, hesabin son gorundugu gunden
      *    sonraki ilk fotograf gunune kadar birikime ekler. Aradaki
      *    fotografsiz gunler bakiyeyi tasir; hesabin gorunmedigi bir
      *    fotograf gununden itibaren bakiye sifirdir. Ay icinde sonraki
      *    fotograf gunu yoksa bakiye ay sonuna kadar tasinir.
      *-----------------------------------------------------------------
       H250-ACCUMULATE.
           MOVE 'N' TO WS-NEXT-FOUND
           COMPUTE WS-NEXT-DAY = WS-MONTH-DAYS + 1
           COMPUTE WS-DAY-IDX = WRK-LAST-DAY + 1
           PERFORM H251-FIND-NEXT-DAY
              UNTIL WS-DAY-IDX > WS-MONTH-DAYS
                 OR WS-NEXT-FOUND-YES.
           IF WS-NEXT-DAY > WRK-CUR-FROM
              COMPUTE WRK-SUM = WRK-SUM
                  + (WRK-CUR-BAL * (WS-NEXT-DAY - WRK-CUR-FROM))
           END-IF.
       H250-END. EXIT.


       H251-FIND-NEXT-DAY.
           IF WS-DAY-SNAP(WS-DAY-IDX) = 'Y'
              MOVE WS-DAY-IDX TO WS-NEXT-DAY
              MOVE 'Y' TO WS-NEXT-FOUND
           ELSE
              ADD 1 TO WS-DAY-IDX
           END-IF.
       H251-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:SNPHIST bittiginde calisma kutugunu bastan okunacak
      *    sekilde konumlar.
      *-----------------------------------------------------------------
       H400-START-WORK-SCAN.
           MOVE LOW-VALUES TO WRK-KEY
           START WRK-FILE KEY >= WRK-KEY
              INVALID KEY
                 MOVE 10 TO WRK-ST
           END-START.
           IF NOT WRK-EOF
              READ WRK-FILE NEXT RECORD
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Bir hesabin birikimini ay sonuna tamamlar, ortalamasini
      *    AVGFILE'a yazar ve karsilik tablosuna ekler. Ay boyunca hic
      *    mevcut olmamis hesaplar (yalniz onceki ayda gorulup ay
      *    basindan once silinmis) yazilmaz.
      *-----------------------------------------------------------------
       H500-WRITE-AVERAGE.
           IF NOT WRK-STARTED-YES
              AND (WRK-PRE-DATE = 0 OR WRK-PRE-DATE NOT = WS-PRE-LAST)
              CONTINUE
           ELSE
              IF NOT WRK-STARTED-YES
                 PERFORM H240-OPEN-MONTH
              END-IF
              PERFORM H250-ACCUMULATE
              IF WS-NEXT-FOUND-YES
                 MOVE ZEROES      TO WS-END-BAL
              ELSE
                 MOVE WRK-CUR-BAL TO WS-END-BAL
              END-IF
              COMPUTE WS-AVG ROUNDED = WRK-SUM / WS-MONTH-DAYS

              MOVE WRK-ID  TO IDX-ID
              MOVE WRK-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE SPACE TO IDX-PRODUCT
              END-READ

              MOVE WRK-ID        TO AVG-ID
              MOVE WRK-DVZ       TO AVG-DVZ
              MOVE WS-MONTH      TO AVG-MONTH
              MOVE WS-MONTH-DAYS TO AVG-DAYS
              MOVE IDX-PRODUCT   TO AVG-PRODUCT
              MOVE WS-AVG        TO AVG-BALANCE
              MOVE WS-END-BAL    TO AVG-END-BALANCE
              WRITE AVG-REC
              ADD 1 TO WS-CNT-ACCTS
              ADD WS-AVG TO WS-TOT-AVG

              IF WRK-DVZ > 0 AND WRK-DVZ < 4
                 MOVE WRK-DVZ TO WS-RSV-DVZ
                 IF IDX-PRD-TERM
                    MOVE 2 TO WS-RSV-PRD
                 ELSE
                    MOVE 1 TO WS-RSV-PRD
                 END-IF
                 ADD 1 TO WS-RSV-CNT(WS-RSV-DVZ, WS-RSV-PRD)
                 IF WS-AVG > 0
                    ADD WS-AVG TO WS-RSV-BASE(WS-RSV-DVZ, WS-RSV-PRD)
                 END-IF
              END-IF
           END-IF.
           READ WRK-FILE NEXT RECORD.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Zorunlu karsilik raporunu doviz ve urun sinifi bazinda
      *    basar: ortalama taban, oran ve karsilik tutari. Orani
      *    tanimsiz sinifta tabani olan satirlar isaretlenir.
      *-----------------------------------------------------------------
       H800-WRITE-RESERVE.
           MOVE WS-MONTH      TO HDR1-MONTH
           MOVE WS-MONTH-DAYS TO HDR1-DAYS
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.
           PERFORM H810-WRITE-DVZ
              VARYING WS-RSV-DVZ FROM 1 BY 1 UNTIL WS-RSV-DVZ > 3.
       H800-END. EXIT.


       H810-WRITE-DVZ.
           PERFORM H820-WRITE-CLASS
              VARYING WS-RSV-PRD FROM 1 BY 1 UNTIL WS-RSV-PRD > 2.
       H810-END. EXIT.


       H820-WRITE-CLASS.
           MOVE WS-RSV-DVZ TO DTL-DVZ
           IF WS-RSV-PRD = 2
              MOVE 'VADELI'  TO DTL-PRODUCT
           ELSE
              MOVE 'VADESIZ' TO DTL-PRODUCT
           END-IF
           MOVE WS-RSV-CNT(WS-RSV-DVZ, WS-RSV-PRD)   TO DTL-CNT
           MOVE WS-RSV-BASE(WS-RSV-DVZ, WS-RSV-PRD)  TO DTL-BASE
           MOVE WS-RSV-RATIO(WS-RSV-DVZ, WS-RSV-PRD) TO DTL-RATIO
           COMPUTE WS-REQ ROUNDED =
               WS-RSV-BASE(WS-RSV-DVZ, WS-RSV-PRD)
             * WS-RSV-RATIO(WS-RSV-DVZ, WS-RSV-PRD) / 100
           MOVE WS-REQ TO DTL-REQ
           MOVE SPACES TO DTL-NOTE
           IF WS-RSV-SET(WS-RSV-DVZ, WS-RSV-PRD) NOT = 'Y'
              AND WS-RSV-BASE(WS-RSV-DVZ, WS-RSV-PRD) > 0
              MOVE '*ORAN YOK*' TO DTL-NOTE
              ADD 1 TO WS-CNT-NORSV
           END-IF
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.
       H820-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Ozet toplamlari rapora ve konsola basar. Fotograf
      *    bulunmayan ay ya da orani tanimsiz karsilik sinifi donus
      *    kodunu 4'e ceker.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'FOTOGRAF ALINAN GUN         : ' TO TOT-LABEL
           MOVE WS-CNT-DAYS                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ORTALAMASI YAZILAN HESAP    : ' TO TOT-LABEL
           MOVE WS-CNT-ACCTS                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ORTALAMA BAKIYE TOPLAMI     : ' TO TOT-LABEL
           MOVE WS-TOT-AVG                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== AVGBAL CONTROL TOTALS =============='
           DISPLAY ' ISLENEN AY              : ' WS-MONTH
           DISPLAY ' OKUNAN FOTOGRAF KAYDI   : ' WS-CNT-SNAP
           DISPLAY ' KULLANILAN KAYIT        : ' WS-CNT-USED
           DISPLAY ' FOTOGRAF ALINAN GUN     : ' WS-CNT-DAYS
           DISPLAY ' ORTALAMA YAZILAN HESAP  : ' WS-CNT-ACCTS
           DISPLAY ' ORANI TANIMSIZ SINIF    : ' WS-CNT-NORSV
           DISPLAY '================================================='.
           IF WS-CNT-DAYS = 0 OR WS-CNT-NORSV > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE SNH-FILE.
           CLOSE IDX-FILE.
           CLOSE WRK-FILE.
           CLOSE AVG-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' HESAP=' WS-CNT-ACCTS
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
