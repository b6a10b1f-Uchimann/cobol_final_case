       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL CDC-FILE ASSIGN TO CDCFILE
                             STATUS CDC-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
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
           SELECT OPTIONAL ALC-FILE ASSIGN TO ALCFILE
                             STATUS ALC-ST.
           SELECT GWY-FILE   ASSIGN TO GWYFILE
                             STATUS GWY-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  CDC-FILE RECORDING MODE F.
           COPY CDCREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  ALC-FILE RECORDING MODE F.
      *          Bildirim kontrol karti: son calismanin is gunu ve o
      *          calismanin taradigi donemin alt siniri. Jurnal, bloke
      *          ve durum degisiklikleri son calismadan sonraki
      *          gunlerden taranir ki atlanan bir gun kaybolmasin ve
      *          ayni olay iki kez bildirilmesin; ayni gun yeniden
      *          kosulursa onceki alt sinir korunur. Calisma sonunda
      *          bugunun tarihiyle yenilenir. Kart yoksa yalniz is
      *          gunu taranir.
         01  ALC-REC.
           05 ALC-LAST-DATE            PIC 9(07).
           05 ALC-PREV-DATE            PIC 9(07).
           05 FILLER                   PIC X(66).
       FD  GWY-FILE RECORDING MODE F.
      *          Bildirim servis saglayicisina giden sabit duzenli
      *          dosya: her bildirim icin bir D satiri, sonda D satiri
      *          sayisini tasiyan T (trailer) satiri. GWY-ID musteri
      *          numarasidir (CUS-ID = hesap ID'si). Olay kodlari
      *          musteri tercihindekilerle aynidir: B=borc, A=alacak,
      *          K=bloke, F=dondurma, D=dusuk bakiye, V=vade yaklasiyor.
      *          Tutarlar isaret ayri basamakli, kurussuz tam sayidir.
         01  GWY-REC.
           05 GWY-REC-TYPE             PIC X(01).
           05 GWY-ID                   PIC 9(05).
           05 GWY-DVZ                  PIC 9(03).
           05 GWY-EVENT                PIC X(01).
           05 GWY-PHONE                PIC X(12).
           05 GWY-EVENT-DATE           PIC 9(07).
           05 GWY-AMT-SIGN             PIC X(01).
           05 GWY-AMOUNT               PIC 9(15).
           05 GWY-BAL-SIGN             PIC X(01).
           05 GWY-BALANCE              PIC 9(15).
           05 GWY-REF-NO               PIC 9(09).
           05 GWY-TEXT                 PIC X(40).
           05 FILLER                   PIC X(10).
         01  GWY-TRL-REC.
           05 GWY-TRL-TYPE             PIC X(01).
           05 GWY-TRL-DATE             PIC 9(07).
           05 GWY-TRL-COUNT            PIC 9(07).
           05 FILLER                   PIC X(105).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 JRN-ST                   PIC 9(02).
              88 JRN-EOF                          VALUE 10.
              88 JRN-SUCCES                       VALUE 00 97.
           05 LIE-ST                   PIC 9(02).
              88 LIE-EOF                          VALUE 10.
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 CDC-ST                   PIC 9(02).
              88 CDC-EOF                          VALUE 10.
              88 CDC-SUCCES                       VALUE 00 05 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-EOF                          VALUE 10.
              88 IDX-SUCCES                       VALUE 00 97.
           05 CUS-ST                   PIC 9(02).
              88 CUS-SUCCES                       VALUE 00 97.
           05 ALC-ST                   PIC 9(02).
           05 GWY-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-FILTER-DATE           PIC 9(07) VALUE 0.
           05 WS-PREV-DATE             PIC 9(07) VALUE 0.
           05 WS-RUN-DAY               PIC 9(07).
           05 WS-PREV-DAY              PIC 9(07).
           05 WS-MAT-DAY               PIC 9(07).
           05 WS-DAYS-LEFT             PIC S9(07).
           05 WS-TD-NOTICE-DAYS        PIC 9(03) VALUE 7.
           05 WS-CNT-JRN               PIC 9(07) VALUE 0.
           05 WS-CNT-LIE               PIC 9(07) VALUE 0.
           05 WS-CNT-CDC               PIC 9(07) VALUE 0.
           05 WS-CNT-IDX               PIC 9(07) VALUE 0.
           05 WS-CNT-NO-CUS            PIC 9(07) VALUE 0.
           05 WS-CNT-SENT              PIC 9(07) VALUE 0.
           05 WS-CNT-UNSENT            PIC 9(07) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
           05 WS-WRK-NUM               PIC 9(07).
           05 WS-WRK-DATE REDEFINES WS-WRK-NUM.
              07 WS-WRK-CENT            PIC 9.
              07 WS-WRK-YY              PIC 99.
              07 WS-WRK-MM              PIC 99.
              07 WS-WRK-DD              PIC 99.
           05 WS-DAY-NUM               PIC 9(07).
           05 WS-DAY-IDX               PIC 9(02).
           05 WS-YEAR                  PIC 9(04).
           05 WS-YEAR-REM              PIC 9(04).
           05 WS-YEAR-DUMMY            PIC 9(04).
           05 WS-ABS-WORK              PIC S9(15) COMP-3.
           05 WS-SIGN-CHAR             PIC X(01).
         01  WS-ALR-AREA.
      *          Aday bildirim: olayi bulan gecis (H200-H500) alanlari
      *          doldurup H600'u cagirir; H600 musteri tercihine gore
      *          bildirimi yazar, tercihi olmayani atlar, telefonu
      *          olmayani gonderilemeyen olarak sayar.
           05 WS-ALR-ID                PIC 9(05).
           05 WS-ALR-DVZ               PIC 9(03).
           05 WS-ALR-EVT               PIC 9(01).
           05 WS-ALR-DATE              PIC 9(07).
           05 WS-ALR-AMOUNT            PIC S9(15) COMP-3.
           05 WS-ALR-BAL-BEFORE        PIC S9(15) COMP-3.
           05 WS-ALR-BALANCE           PIC S9(15) COMP-3.
           05 WS-ALR-REF-NO            PIC 9(09).
           05 WS-ALR-LIMIT             PIC S9(15) COMP-3.
           05 WS-ALR-QUALIFY           PIC X(01).
              88 WS-ALR-QUALIFY-YES              VALUE 'Y'.
           05 WS-CUS-CUR-ID            PIC 9(05) VALUE 0.
           05 WS-CUS-FOUND             PIC X(01) VALUE 'N'.
              88 WS-CUS-FOUND-YES                VALUE 'Y'.
      *          CDC kaydinin oncesi ve sonrasi imajlarinin hesap
      *          kaydi gorunumu.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CBF==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CAF==.
         01  WS-EVT-TABLE.
      *          Olay tablosu: CUS-ALERT sirasiyla olay kodu, rapor adi
      *          ve bildirim metni; sayaclar olay basina tutulur.
           05 FILLER                   PIC X(57) VALUE
              'BBORC            HESABINIZDAN BORC ISLEMI YAPILDI'.
           05 FILLER                   PIC X(57) VALUE
              'AALACAK          HESABINIZA ALACAK ISLEMI YAPILDI'.
           05 FILLER                   PIC X(57) VALUE
              'KBLOKE           HESABINIZA BLOKE KONULDU'.
           05 FILLER                   PIC X(57) VALUE
              'FDONDURMA        HESABINIZ DONDURULDU'.
           05 FILLER                   PIC X(57) VALUE
              'DDUSUK BAKIYE    HESAP BAKIYENIZ ESIGIN ALTINA INDI'.
           05 FILLER                   PIC X(57) VALUE
              'VVADE            VADELI HESABINIZIN VADESI YAKLASIYOR'.
         01  WS-EVT-TABLE-R REDEFINES WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 6 TIMES.
              07 WS-EVT-CODE           PIC X(01).
              07 WS-EVT-NAME           PIC X(16).
              07 WS-EVT-TEXT           PIC X(40).
         01  WS-EVT-COUNTERS.
           05 WS-EVT-CNT OCCURS 6 TIMES.
              07 WS-EVT-SENT           PIC 9(07).
              07 WS-EVT-UNSENT         PIC 9(07).
           05 WS-EVT-IDX               PIC 9(01).
         01  WS-MONTH-TABLE.
      *          Ay uzunluklari; artik yil duzeltmesi H150'dedir.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
         01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'MUSTERI BILDIRIM CIKARIMI'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
           05 FILLER                   PIC X(12) VALUE '  TARANAN: '.
           05 HDR1-PREV                PIC 9(07).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 HDR1-TO                  PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(40) VALUE
              'GONDERILEMEYEN BILDIRIMLER'.
         01  WS-HDR3.
           05 FILLER              PIC X(17) VALUE 'OLAY'.
           05 FILLER              PIC X(11) VALUE 'HESAP'.
           05 FILLER              PIC X(16) VALUE 'AD'.
           05 FILLER              PIC X(16) VALUE 'SOYAD'.
           05 FILLER              PIC X(09) VALUE 'TARIH'.
           05 FILLER              PIC X(16) VALUE 'TUTAR'.
           05 FILLER              PIC X(12) VALUE 'NEDEN'.
         01  WS-DETAIL.
           05 DTL-EVENT                PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-DATE                 PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REASON               PIC X(12).
         01  WS-SUM-HDR.
           05 FILLER              PIC X(17) VALUE 'OLAY'.
           05 FILLER              PIC X(12) VALUE 'GONDERILEN'.
           05 FILLER              PIC X(14) VALUE 'GONDERILEMEYEN'.
         01  WS-SUM-LINE.
           05 SUM-EVENT                PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM-SENT                 PIC Z(6)9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 SUM-UNSENT               PIC Z(6)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Musterilerin bildirim tercihlerine (CUS-ALERT) gore
      *    gunun olaylarindan bildirim servis saglayicisina giden
      *    sabit duzenli dosyayi (GWYFILE) uretir. Olaylar dort
      *    gecisle toplanir: JRNFILE borc/alacak hareketleri ve dusuk
      *    bakiye, LIEFILE'a yeni konan blokeler, CDCFILE'daki
      *    dondurma (IDX-STATUS F'ye gecis) degisiklikleri ve
      *    IDXFILE'da vadesi 7 gun icine giren vadeli hesaplar.
      *    Telefonu olmayan musterinin bildirimi yazilmaz,
      *    gonderilemeyen olarak rapora dokulur ve sayilir.
      *    Gunun tum hesap islemlerinden sonra calistirilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-SCAN-JOURNAL UNTIL JRN-EOF
           PERFORM H300-SCAN-LIENS
           PERFORM H400-SCAN-STATUS
           PERFORM H500-SCAN-MATURITY UNTIL IDX-EOF
           PERFORM H800-SAVE-ALERT-MARK
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Jurnal, hesap ve musteri kutuklerini girdi, bildirim
      *    dosyasini ve raporu cikti olarak acar; kontrol kartindan
      *    taranacak donemi belirler. Acilma hatasinda ABDFILE'a tani
      *    kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-ALERT-MARK.
           INITIALIZE WS-EVT-COUNTERS.

           OPEN INPUT  JRN-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT GWY-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRN-ST
               MOVE 'JRNFILE'  TO ABD-FAILED-FILE
               MOVE JRN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE JRN-ST TO RETURN-CODE
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
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (GWY-ST NOT = 0) AND (GWY-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN GWYFILE: ' GWY-ST
               MOVE 'GWYFILE'  TO ABD-FAILED-FILE
               MOVE GWY-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE GWY-ST TO RETURN-CODE
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
           STRING 'ISGUNU=' WS-RUN-DATE ' ALT=' WS-PREV-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-PREV-DATE   TO HDR1-PREV
           MOVE WS-FILTER-DATE TO HDR1-TO
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR3 TO RPT-REC
           WRITE RPT-REC.

           READ JRN-FILE.
           READ IDX-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'ALERTX' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Olay
      *    donemi ust siniri (WS-FILTER-DATE) de buradan beslenir.
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
           MOVE WS-CENT-DATE TO WS-FILTER-DATE.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H110:Bildirim kontrol kartindan taranacak donemin alt
      *    sinirini (WS-PREV-DATE, haric) belirler: kart bugunden
      *    onceki bir calismayi gosteriyorsa o gun, bugun zaten
      *    kosulmussa o calismanin alt siniri, kart yoksa dunden
      *    sonrasi (yalniz is gunu) taranir. Vade penceresi icin alt
      *    sinirin gun sayisi da hesaplanir.
      *-----------------------------------------------------------------
       H110-READ-ALERT-MARK.
           MOVE WS-FILTER-DATE TO WS-WRK-NUM
           PERFORM H150-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-RUN-DAY.

           MOVE 0 TO WS-PREV-DATE.
           OPEN INPUT ALC-FILE.
           IF ALC-ST = 0
              READ ALC-FILE
              IF ALC-ST = 0 AND ALC-LAST-DATE NUMERIC
                 IF ALC-LAST-DATE = WS-FILTER-DATE
                    AND ALC-PREV-DATE NUMERIC
                    MOVE ALC-PREV-DATE TO WS-PREV-DATE
                 ELSE
                 IF ALC-LAST-DATE < WS-FILTER-DATE
                    MOVE ALC-LAST-DATE TO WS-PREV-DATE
                 END-IF
                 END-IF
              END-IF
              CLOSE ALC-FILE
           END-IF.

           IF WS-PREV-DATE > 0 AND WS-PREV-DATE < WS-FILTER-DATE
              MOVE WS-PREV-DATE TO WS-WRK-NUM
              PERFORM H150-DATE-TO-DAYNUM
              MOVE WS-DAY-NUM TO WS-PREV-DAY
           ELSE
              COMPUTE WS-PREV-DATE = WS-FILTER-DATE - 1
              COMPUTE WS-PREV-DAY  = WS-RUN-DAY - 1
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H150:WS-WRK-NUM'daki CYYAAGG tarihini sabit bir baslangictan
      *    itibaren gun sayisina (WS-DAY-NUM) cevirir; dorde tam
      *    bolunen yillarda subat 29 gun sayilir.
      *-----------------------------------------------------------------
       H150-DATE-TO-DAYNUM.
           COMPUTE WS-YEAR = (WS-WRK-CENT * 100) + WS-WRK-YY.
           DIVIDE WS-YEAR BY 4
                  GIVING WS-YEAR-DUMMY REMAINDER WS-YEAR-REM.
           COMPUTE WS-DAY-NUM = (WS-YEAR * 365) + WS-YEAR-DUMMY
                              + WS-WRK-DD.
           IF WS-YEAR-REM = 0 AND WS-WRK-MM <= 2
              SUBTRACT 1 FROM WS-DAY-NUM
           END-IF.
           PERFORM H151-ADD-MONTH-DAYS
              VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX >= WS-WRK-MM.
       H150-END. EXIT.


       H151-ADD-MONTH-DAYS.
           ADD WS-MONTH-DAYS(WS-DAY-IDX) TO WS-DAY-NUM.
       H151-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'ALERTX  ' TO RLG-PROGRAM.
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
      *    H200:Donem icindeki jurnal hareketini degerlendirir. Bakiye
      *    dustuyse borc, arttiysa alacak adayidir; tutar bakiye
      *    farkidir. Borc hareketi bakiyeyi musterinin dusuk bakiye
      *    esiginin altina indirdiyse ayrica dusuk bakiye adayi olur.
      *-----------------------------------------------------------------
       H200-SCAN-JOURNAL.
           IF JRN-DATE > WS-PREV-DATE
              AND JRN-DATE <= WS-FILTER-DATE
              AND JRN-BAL-AFTER NOT = JRN-BAL-BEFORE
              ADD 1 TO WS-CNT-JRN
              MOVE JRN-ID          TO WS-ALR-ID
              MOVE JRN-DVZ         TO WS-ALR-DVZ
              MOVE JRN-DATE        TO WS-ALR-DATE
              MOVE JRN-BAL-BEFORE  TO WS-ALR-BAL-BEFORE
              MOVE JRN-BAL-AFTER   TO WS-ALR-BALANCE
              MOVE JRN-REF-NO      TO WS-ALR-REF-NO
              IF JRN-BAL-AFTER < JRN-BAL-BEFORE
                 COMPUTE WS-ALR-AMOUNT = JRN-BAL-BEFORE - JRN-BAL-AFTER
                 MOVE 1 TO WS-ALR-EVT
                 PERFORM H600-EMIT-ALERT
                 MOVE 5 TO WS-ALR-EVT
                 PERFORM H600-EMIT-ALERT
              ELSE
                 COMPUTE WS-ALR-AMOUNT = JRN-BAL-AFTER - JRN-BAL-BEFORE
                 MOVE 2 TO WS-ALR-EVT
                 PERFORM H600-EMIT-ALERT
              END-IF
           END-IF.

           READ JRN-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Bloke kutugunu bastan sona okur; donem icinde konmus
      *    ve hala aktif olan her bloke, bloke tutari ile aday olur.
      *    Kutuk yoksa gecis atlanir.
      *-----------------------------------------------------------------
       H300-SCAN-LIENS.
           OPEN INPUT LIE-FILE.
           IF LIE-SUCCES
              READ LIE-FILE
              PERFORM H310-CHECK-LIEN UNTIL LIE-EOF
              CLOSE LIE-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN LIEFILE: ' LIE-ST
           END-IF.
       H300-END. EXIT.


       H310-CHECK-LIEN.
           IF LIE-STS-ACTIVE
              AND LIE-DATE > WS-PREV-DATE
              AND LIE-DATE <= WS-FILTER-DATE
              ADD 1 TO WS-CNT-LIE
              MOVE LIE-ID          TO WS-ALR-ID
              MOVE LIE-DVZ         TO WS-ALR-DVZ
              MOVE LIE-DATE        TO WS-ALR-DATE
              MOVE LIE-AMOUNT      TO WS-ALR-AMOUNT
              MOVE 0               TO WS-ALR-BAL-BEFORE
              MOVE 0               TO WS-ALR-BALANCE
              MOVE LIE-SEQ         TO WS-ALR-REF-NO
              MOVE 3               TO WS-ALR-EVT
              PERFORM H600-EMIT-ALERT
           END-IF.
           READ LIE-FILE.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Degisiklik yakalama kutugunu okur; donem icindeki
      *    REWRITE kayitlarindan oncesi dondurulmus olmayip sonrasi
      *    dondurulmus (IDX-STATUS F) olanlar dondurma adayidir.
      *    Kutuk yoksa gecis atlanir.
      *-----------------------------------------------------------------
       H400-SCAN-STATUS.
           OPEN INPUT CDC-FILE.
           IF CDC-SUCCES
              READ CDC-FILE
              PERFORM H410-CHECK-STATUS UNTIL CDC-EOF
              CLOSE CDC-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN CDCFILE: ' CDC-ST
           END-IF.
       H400-END. EXIT.


       H410-CHECK-STATUS.
           IF CDC-ACT-REWRITE
              AND CDC-DATE > WS-PREV-DATE
              AND CDC-DATE <= WS-FILTER-DATE
              MOVE CDC-BEFORE TO CBF-REC
              MOVE CDC-AFTER  TO CAF-REC
              IF CAF-STS-FROZEN AND NOT CBF-STS-FROZEN
                 ADD 1 TO WS-CNT-CDC
                 MOVE CDC-KEY-ID      TO WS-ALR-ID
                 MOVE CDC-KEY-DVZ     TO WS-ALR-DVZ
                 MOVE CDC-DATE        TO WS-ALR-DATE
                 MOVE 0               TO WS-ALR-AMOUNT
                 MOVE 0               TO WS-ALR-BAL-BEFORE
                 MOVE CAF-BALANCE     TO WS-ALR-BALANCE
                 MOVE 0               TO WS-ALR-REF-NO
                 MOVE 4               TO WS-ALR-EVT
                 PERFORM H600-EMIT-ALERT
              END-IF
           END-IF.
           READ CDC-FILE.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Kapali olmayan vadeli hesabin vadesi bugunden itibaren
      *    7 gun icindeyse ve son calismada bu pencereye henuz
      *    girmemisse vade adayi olur; boylece her vade bir kez
      *    bildirilir.
      *-----------------------------------------------------------------
       H500-SCAN-MATURITY.
           IF IDX-PRD-TERM AND NOT IDX-STS-CLOSED
              AND IDX-MATURITY NUMERIC AND IDX-MATURITY > 0
              MOVE IDX-MATURITY TO WS-WRK-NUM
              PERFORM H150-DATE-TO-DAYNUM
              MOVE WS-DAY-NUM TO WS-MAT-DAY
              COMPUTE WS-DAYS-LEFT = WS-MAT-DAY - WS-RUN-DAY
              IF WS-DAYS-LEFT >= 0
                 AND WS-DAYS-LEFT <= WS-TD-NOTICE-DAYS
                 AND WS-MAT-DAY - WS-PREV-DAY > WS-TD-NOTICE-DAYS
                 ADD 1 TO WS-CNT-IDX
                 MOVE IDX-ID          TO WS-ALR-ID
                 MOVE IDX-DVZ         TO WS-ALR-DVZ
                 MOVE IDX-MATURITY    TO WS-ALR-DATE
                 MOVE IDX-BALANCE     TO WS-ALR-AMOUNT
                 MOVE 0               TO WS-ALR-BAL-BEFORE
                 MOVE IDX-BALANCE     TO WS-ALR-BALANCE
                 MOVE 0               TO WS-ALR-REF-NO
                 MOVE 6               TO WS-ALR-EVT
                 PERFORM H600-EMIT-ALERT
              END-IF
           END-IF.

           READ IDX-FILE.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:Aday bildirimi musterinin tercihine karsi sinar. Olay
      *    istenmiyorsa ya da esigi tutmuyorsa atlanir: borc, alacak ve
      *    blokede tutar esige esit ya da ustunde, dusuk bakiyede
      *    hareket bakiyeyi esigin ustunden altina indirmis olmalidir.
      *    Uygun bildirim telefonu olan musteri icin GWYFILE'a yazilir,
      *    telefonu olmayan icin gonderilemeyen olarak rapora dusulur.
      *-----------------------------------------------------------------
       H600-EMIT-ALERT.
           PERFORM H610-READ-CUSTOMER.
           MOVE 'N' TO WS-ALR-QUALIFY.

           IF NOT WS-CUS-FOUND-YES
              ADD 1 TO WS-CNT-NO-CUS
           ELSE
           IF CUS-ALR-ON(WS-ALR-EVT)
              IF CUS-ALR-LIMIT(WS-ALR-EVT) NUMERIC
                 MOVE CUS-ALR-LIMIT(WS-ALR-EVT) TO WS-ALR-LIMIT
              ELSE
                 MOVE 0 TO WS-ALR-LIMIT
              END-IF
              EVALUATE WS-ALR-EVT
                 WHEN 1
                 WHEN 2
                 WHEN 3
                    IF WS-ALR-AMOUNT >= WS-ALR-LIMIT
                       MOVE 'Y' TO WS-ALR-QUALIFY
                    END-IF
                 WHEN 5
                    IF WS-ALR-BALANCE < WS-ALR-LIMIT
                       AND WS-ALR-BAL-BEFORE >= WS-ALR-LIMIT
                       MOVE 'Y' TO WS-ALR-QUALIFY
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ALR-QUALIFY
              END-EVALUATE
           END-IF
           END-IF.

           IF WS-ALR-QUALIFY-YES
              IF CUS-PHONE = SPACES
                 ADD 1 TO WS-CNT-UNSENT
                 ADD 1 TO WS-EVT-UNSENT(WS-ALR-EVT)
                 PERFORM H630-REPORT-UNSENT
              ELSE
                 ADD 1 TO WS-CNT-SENT
                 ADD 1 TO WS-EVT-SENT(WS-ALR-EVT)
                 PERFORM H620-WRITE-GATEWAY
              END-IF
           END-IF.
       H600-END. EXIT.


      *-----------------------------------------------------------------
      *    H610:Adayin musterisini CUSFILE'dan okur; ayni musteri ust
      *    uste geldiginde (jurnal ve vade gecislerinde siklikla)
      *    kayit yeniden okunmaz.
      *-----------------------------------------------------------------
       H610-READ-CUSTOMER.
           IF WS-ALR-ID NOT = WS-CUS-CUR-ID
              MOVE WS-ALR-ID TO WS-CUS-CUR-ID
              MOVE WS-ALR-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-CUS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUS-FOUND
              END-READ
           END-IF.
       H610-END. EXIT.


      *-----------------------------------------------------------------
      *    H620:Bildirim satirini GWYFILE'a yazar.
      *-----------------------------------------------------------------
       H620-WRITE-GATEWAY.
           MOVE SPACES                    TO GWY-REC
           MOVE 'D'                       TO GWY-REC-TYPE
           MOVE WS-ALR-ID                 TO GWY-ID
           MOVE WS-ALR-DVZ                TO GWY-DVZ
           MOVE WS-EVT-CODE(WS-ALR-EVT)   TO GWY-EVENT
           MOVE CUS-PHONE                 TO GWY-PHONE
           MOVE WS-ALR-DATE               TO GWY-EVENT-DATE
           MOVE WS-ALR-AMOUNT             TO WS-ABS-WORK
           PERFORM H640-SPLIT-AMOUNT
           MOVE WS-ABS-WORK               TO GWY-AMOUNT
           MOVE WS-SIGN-CHAR              TO GWY-AMT-SIGN
           MOVE WS-ALR-BALANCE            TO WS-ABS-WORK
           PERFORM H640-SPLIT-AMOUNT
           MOVE WS-ABS-WORK               TO GWY-BALANCE
           MOVE WS-SIGN-CHAR              TO GWY-BAL-SIGN
           MOVE WS-ALR-REF-NO             TO GWY-REF-NO
           MOVE WS-EVT-TEXT(WS-ALR-EVT)   TO GWY-TEXT
           WRITE GWY-REC.
       H620-END. EXIT.


      *-----------------------------------------------------------------
      *    H630:Gonderilemeyen bildirimi nedeniyle rapora yazar.
      *-----------------------------------------------------------------
       H630-REPORT-UNSENT.
           MOVE WS-EVT-NAME(WS-ALR-EVT) TO DTL-EVENT
           MOVE WS-ALR-ID               TO DTL-ID
           MOVE WS-ALR-DVZ              TO DTL-DVZ
           MOVE CUS-NAME                TO DTL-NAME
           MOVE CUS-SRNAME              TO DTL-SRNAME
           MOVE WS-ALR-DATE             TO DTL-DATE
           MOVE WS-ALR-AMOUNT           TO DTL-AMOUNT
           MOVE 'TELEFON YOK'           TO DTL-REASON
           MOVE WS-DETAIL               TO RPT-REC
           WRITE RPT-REC.
       H630-END. EXIT.


      *-----------------------------------------------------------------
      *    H640:WS-ABS-WORK'teki isaretli tutari mutlak degere cevirir
      *    ve isaret karakterini WS-SIGN-CHAR'a koyar.
      *-----------------------------------------------------------------
       H640-SPLIT-AMOUNT.
           IF WS-ABS-WORK < 0
              COMPUTE WS-ABS-WORK = 0 - WS-ABS-WORK
              MOVE '-' TO WS-SIGN-CHAR
           ELSE
              MOVE '+' TO WS-SIGN-CHAR
           END-IF.
       H640-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Bildirim kontrol kartini bugunun is gunu ve bu
      *    calismanin alt siniriyla yeniler; bir sonraki gunun
      *    calismasi yalniz bugunden sonraki olaylari tarar.
      *-----------------------------------------------------------------
       H800-SAVE-ALERT-MARK.
           OPEN OUTPUT ALC-FILE.
           IF ALC-ST = 0
              MOVE SPACES         TO ALC-REC
              MOVE WS-FILTER-DATE TO ALC-LAST-DATE
              MOVE WS-PREV-DATE   TO ALC-PREV-DATE
              WRITE ALC-REC
              CLOSE ALC-FILE
           ELSE
              DISPLAY 'ALCFILE YAZILAMADI: ' ALC-ST
           END-IF.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:GWYFILE trailer'ini yazar; rapora olay basina
      *    gonderilen/gonderilemeyen ozetini, konsola kontrol
      *    toplamlarini basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES         TO GWY-TRL-REC
           MOVE 'T'            TO GWY-TRL-TYPE
           MOVE WS-FILTER-DATE TO GWY-TRL-DATE
           MOVE WS-CNT-SENT    TO GWY-TRL-COUNT
           WRITE GWY-TRL-REC.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-SUM-HDR TO RPT-REC
           WRITE RPT-REC.
           PERFORM H910-WRITE-EVENT-LINE
              VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > 6.
           MOVE 'TOPLAM'      TO SUM-EVENT
           MOVE WS-CNT-SENT   TO SUM-SENT
           MOVE WS-CNT-UNSENT TO SUM-UNSENT
           MOVE WS-SUM-LINE   TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== ALERTX CONTROL TOTALS =============='
           DISPLAY ' DONEM ALT SINIRI (HARIC): ' WS-PREV-DATE
           DISPLAY ' JURNAL HAREKETI ADAYI   : ' WS-CNT-JRN
           DISPLAY ' YENI BLOKE ADAYI        : ' WS-CNT-LIE
           DISPLAY ' DONDURMA ADAYI          : ' WS-CNT-CDC
           DISPLAY ' VADE ADAYI              : ' WS-CNT-IDX
           DISPLAY ' MUSTERI KAYDI YOK       : ' WS-CNT-NO-CUS
           DISPLAY ' GONDERILEN BILDIRIM     : ' WS-CNT-SENT
           DISPLAY ' GONDERILEMEYEN BILDIRIM : ' WS-CNT-UNSENT
           DISPLAY '================================================='.
       H900-END. EXIT.


       H910-WRITE-EVENT-LINE.
           MOVE WS-EVT-NAME(WS-EVT-IDX)   TO SUM-EVENT
           MOVE WS-EVT-SENT(WS-EVT-IDX)   TO SUM-SENT
           MOVE WS-EVT-UNSENT(WS-EVT-IDX) TO SUM-UNSENT
           MOVE WS-SUM-LINE               TO RPT-REC
           WRITE RPT-REC.
       H910-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE GWY-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
