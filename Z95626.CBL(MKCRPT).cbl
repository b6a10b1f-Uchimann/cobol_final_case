       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MKC-FILE ASSIGN TO MKCFILE
                             STATUS MKC-ST.
           SELECT OPTIONAL MKP-FILE ASSIGN TO MKPFILE
                             STATUS MKP-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
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
       FD  MKC-FILE RECORDING MODE F.
           COPY MKCREC.
       FD  MKP-FILE RECORDING MODE F.
      *          Bakim onayi parametre karti: onay bekleyen bir bakim
      *          kaydinin giris gununden sonra kac is gunu icinde
      *          onaylanmasi gerektigi. Kart ya da alan yoksa 3 is
      *          gunudur.
         01  MKP-REC.
           05 MKP-DAYS                 PIC 9(02).
           05 FILLER                   PIC X(78).
       FD  HOL-FILE RECORDING MODE F.
           COPY HOLREC.
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
           05 MKC-ST                   PIC 9(02).
              88 MKC-EOF                          VALUE 10.
              88 MKC-SUCCES                       VALUE 00 97.
           05 MKP-ST                   PIC 9(02).
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
           05 WS-MKC-DAYS              PIC 9(02) VALUE 3.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-ENTERED           PIC 9(07) VALUE 0.
           05 WS-CNT-APPLIED           PIC 9(07) VALUE 0.
           05 WS-CNT-FAILED            PIC 9(07) VALUE 0.
           05 WS-CNT-DECLINED          PIC 9(07) VALUE 0.
           05 WS-CNT-EXPIRED           PIC 9(07) VALUE 0.
           05 WS-CNT-PENDING           PIC 9(07) VALUE 0.
           05 WS-CNT-PURGED            PIC 9(07) VALUE 0.
           05 WS-CNT-LISTED            PIC 9(07) VALUE 0.
      *          Rapor bolumu: 1=bugun girilen, 2=bugun onaylanan ya
      *          da reddedilen, 3=suresi dolan, 4=onay bekleyen.
           05 WS-SECTION               PIC 9(01).
           05 WS-BUS-CNT               PIC 9(02).
           05 WS-BUS-GUARD             PIC 9(03).
           05 WS-EXPIRY-DATE           PIC 9(07).
         01  WS-MKC-AREA.
      *          Onay kutugu calisma basinda bu tabloya yuklenir; tablo
      *          tasarsa hicbir kaydin suresi dusurulmez ve MKCFILE
      *          oldugu gibi korunur (RC 8). WS-MKC-KEEP N olan
      *          girdiler (onceki gunlerde kapanmis kayitlar) dosyaya
      *          geri yazilmaz.
           05 WS-MKC-COUNT             PIC 9(03) VALUE 0.
           05 WS-MKC-MAX               PIC 9(03) VALUE 500.
           05 WS-MKC-IDX               PIC 9(03).
           05 WS-MKC-OVERFLOW          PIC X(01) VALUE 'N'.
              88 WS-MKC-OVERFLOW-YES             VALUE 'Y'.
           05 WS-MKC-ENTRY OCCURS 500 TIMES.
              07 WS-MKC-DATA           PIC X(154).
              07 WS-MKC-KEEP           PIC X(01).
              07 WS-MKC-EXPIRY         PIC 9(07).
      *          Tablodaki onay girdisinin alan bazinda gorunumu.
           COPY MKCREC REPLACING LEADING ==MKC== BY ==MKW==.
         01  WS-HOL-AREA.
      *          Tatil takvimi: HOLFILE calisma basinda bu tabloya
      *          yuklenir (kutuk yoksa yalniz hafta sonlari kapali
      *          sayilir). H175, giris gunune onay suresi kadar acik
      *          gun ekleyerek son onay gununu bulur.
           05 HOL-ST                   PIC 9(02).
              88 HOL-EOF                          VALUE 10.
           05 WS-HOL-COUNT             PIC 9(03) VALUE 0.
           05 WS-HOL-MAX               PIC 9(03) VALUE 200.
           05 WS-HOL-IDX               PIC 9(03).
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              07 WS-HOL-DATE           PIC 9(07).
           05 WS-HOL-OPEN              PIC X(01).
              88 WS-HOL-OPEN-YES                  VALUE 'Y'.
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
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'BAKIM ISLEMLERI ONAY (MAKER-CHECKER)'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
           05 FILLER                   PIC X(15) VALUE
              '  ONAY SURESI: '.
           05 HDR1-DAYS                PIC Z9.
           05 FILLER                   PIC X(08) VALUE ' IS GUNU'.
         01  WS-HDR2.
           05 FILLER              PIC X(04) VALUE 'TIP'.
           05 FILLER              PIC X(11) VALUE 'HESAP'.
           05 FILLER              PIC X(11) VALUE 'REFERANS'.
           05 FILLER              PIC X(10) VALUE 'GIREN'.
           05 FILLER              PIC X(09) VALUE 'GIRIS'.
           05 FILLER              PIC X(09) VALUE 'SON GUN'.
           05 FILLER              PIC X(10) VALUE 'ONAYLAYAN'.
           05 FILLER              PIC X(09) VALUE 'ISLEM'.
           05 FILLER              PIC X(15) VALUE 'DURUM'.
           05 FILLER              PIC X(05) VALUE 'SONUC'.
         01  WS-DETAIL.
           05 DTL-TYPE                 PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REF-NO               PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-MAKER                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ENTRY-DATE           PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-EXPIRY               PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CHECKER              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ACT-DATE             PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-STATUS               PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RESULT               PIC Z9.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-COUNT                PIC Z(6)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Bakim islemleri onay kutugunu (MKCFILE) okur. Giris
      *    gununden sonra MKPFILE'daki sure (varsayilan 3 is gunu)
      *    icinde onaylanmamis bekleyen kayitlarin suresini dusurur
      *    (S); onceki gunlerde kapanmis kayitlari kutukten temizler.
      *    Rapor; bugun girilen bakimlari giren operatorle, bugun
      *    onaylanan ya da reddedilenleri giren ve onaylayan
      *    operatorle, suresi dolanlari ve hala onay bekleyenleri
      *    listeler. MAINPROG'dan sonra kosulur; MAINPROG'un son onay
      *    gununde isledigi onaylar boylece gecerli sayilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF NOT WS-MKC-OVERFLOW-YES
              PERFORM H200-EXPIRE-PENDING
                 VARYING WS-MKC-IDX FROM 1 BY 1
                    UNTIL WS-MKC-IDX > WS-MKC-COUNT
              PERFORM H300-SAVE-MAINT
           END-IF
           MOVE 1 TO WS-SECTION
           PERFORM H400-LIST-SECTION
           MOVE 2 TO WS-SECTION
           PERFORM H400-LIST-SECTION
           MOVE 3 TO WS-SECTION
           PERFORM H400-LIST-SECTION
           MOVE 4 TO WS-SECTION
           PERFORM H400-LIST-SECTION
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini, onay suresini ve tatil takvimini
      *    okur, onay kutugunu tabloya yukler, rapor dosyasini acar.
      *    Acilma hatasinda ABDFILE'a tani kaydi dusup programdan
      *    cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-MKP-CARD.
           PERFORM H160-LOAD-HOLIDAYS.

           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT MKC-FILE.
           IF (MKC-ST NOT = 0) AND (MKC-ST NOT = 97)
              AND (MKC-ST NOT = 05)
               DISPLAY 'UNABLE TO OPEN MKCFILE: ' MKC-ST
               MOVE 'MKCFILE'  TO ABD-FAILED-FILE
               MOVE MKC-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE MKC-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MKC-FILE.
           PERFORM H120-LOAD-ONE-MAINT UNTIL MKC-EOF.
           CLOSE MKC-FILE.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-FILTER-DATE
                  ' SURE=' WS-MKC-DAYS
                  ' KAYIT=' WS-MKC-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-MKC-DAYS    TO HDR1-DAYS
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'MKCRPT' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Rapor
      *    tarihi (WS-FILTER-DATE) de buradan beslenir.
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
      *    H110:MKPFILE kartindan onay suresini (is gunu) okur; kart
      *    ya da alan yoksa sure 3 is gunudur.
      *-----------------------------------------------------------------
       H110-READ-MKP-CARD.
           OPEN INPUT MKP-FILE.
           IF MKP-ST = 0
               READ MKP-FILE
               IF MKP-ST = 0
                   IF MKP-DAYS NUMERIC AND MKP-DAYS > 0
                      MOVE MKP-DAYS TO WS-MKC-DAYS
                   END-IF
               END-IF
               CLOSE MKP-FILE
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:Okunan onay kaydini tabloya ekler. Onceki bir gunde
      *    kapanmis (onaylanmis, reddedilmis ya da suresi dolmus)
      *    kayit geri yazilmayacak olarak isaretlenir.
      *-----------------------------------------------------------------
       H120-LOAD-ONE-MAINT.
           ADD 1 TO WS-CNT-READ.
           IF WS-MKC-COUNT < WS-MKC-MAX
              ADD 1 TO WS-MKC-COUNT
              MOVE MKC-REC TO WS-MKC-DATA(WS-MKC-COUNT)
              MOVE 'Y'     TO WS-MKC-KEEP(WS-MKC-COUNT)
              MOVE MKC-ENTRY-DATE TO WS-HOL-WRK
              PERFORM H175-ADD-BUSINESS-DAYS
              MOVE WS-EXPIRY-DATE TO WS-MKC-EXPIRY(WS-MKC-COUNT)
              IF NOT MKC-STS-PENDING
                 AND MKC-ACT-DATE < WS-FILTER-DATE
                 MOVE 'N' TO WS-MKC-KEEP(WS-MKC-COUNT)
                 ADD 1 TO WS-CNT-PURGED
              END-IF
           ELSE
              IF NOT WS-MKC-OVERFLOW-YES
                 DISPLAY 'ONAY TABLOSU DOLDU, SURE DUSURULMEDI'
              END-IF
              SET WS-MKC-OVERFLOW-YES TO TRUE
           END-IF.
           READ MKC-FILE.
       H120-END. EXIT.


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
      *    olup olmadigina bakar; acik gunse is gunu sayacini artirir.
      *-----------------------------------------------------------------
       H170-STEP-FORWARD.
           ADD 1 TO WS-BUS-GUARD.
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
           IF WS-HOL-OPEN-YES
              ADD 1 TO WS-BUS-CNT
           END-IF.
       H170-END. EXIT.


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
      *    H175:WS-HOL-WRK'daki giris gunune onay suresi kadar acik gun
      *    ekleyerek son onay gununu WS-EXPIRY-DATE'e koyar. Gecersiz
      *    tarih oldugu gibi doner.
      *-----------------------------------------------------------------
       H175-ADD-BUSINESS-DAYS.
           MOVE WS-HOL-WRK TO WS-EXPIRY-DATE.
           IF WS-HOL-WRK > 0
              AND WS-HOL-MM >= 1 AND WS-HOL-MM <= 12
              MOVE 0 TO WS-BUS-CNT
              MOVE 0 TO WS-BUS-GUARD
              PERFORM H170-STEP-FORWARD
                 UNTIL WS-BUS-CNT >= WS-MKC-DAYS
                    OR WS-BUS-GUARD > 400
              MOVE WS-HOL-WRK TO WS-EXPIRY-DATE
           END-IF.
       H175-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'MKCRPT  ' TO RLG-PROGRAM.
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
      *    H200:Son onay gunu is gunune gelmis ya da gecmis bekleyen
      *    kaydin suresini dusurur (S, islem tarihi bugun).
      *-----------------------------------------------------------------
       H200-EXPIRE-PENDING.
           MOVE WS-MKC-DATA(WS-MKC-IDX) TO MKW-REC.
           IF MKW-STS-PENDING
              AND WS-MKC-EXPIRY(WS-MKC-IDX) <= WS-FILTER-DATE
              MOVE 'S'            TO MKW-STATUS
              MOVE WS-FILTER-DATE TO MKW-ACT-DATE
              MOVE MKW-REC TO WS-MKC-DATA(WS-MKC-IDX)
           END-IF.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Onay tablosunu MKCFILE'a geri yazar; temizlenen
      *    (onceki gunlerde kapanmis) kayitlar atlanir.
      *-----------------------------------------------------------------
       H300-SAVE-MAINT.
           OPEN OUTPUT MKC-FILE.
           IF MKC-SUCCES
              PERFORM H310-SAVE-ONE-MAINT
                 VARYING WS-MKC-IDX FROM 1 BY 1
                    UNTIL WS-MKC-IDX > WS-MKC-COUNT
              CLOSE MKC-FILE
           ELSE
              DISPLAY 'MKCFILE YAZILAMADI: ' MKC-ST
              MOVE 'MKCFILE'  TO ABD-FAILED-FILE
              MOVE MKC-ST     TO ABD-STATUS
              PERFORM H105-WRITE-ABEND
              MOVE 8 TO RETURN-CODE
           END-IF.
       H300-END. EXIT.


       H310-SAVE-ONE-MAINT.
           IF WS-MKC-KEEP(WS-MKC-IDX) = 'Y'
              MOVE WS-MKC-DATA(WS-MKC-IDX) TO MKC-REC
              WRITE MKC-REC
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:WS-SECTION'daki rapor bolumunun basligini basar ve
      *    tablodan o bolume giren kayitlari listeler. Temizlenecek
      *    (onceki gunlerde kapanmis) kayitlar hicbir bolume girmez.
      *-----------------------------------------------------------------
       H400-LIST-SECTION.
           MOVE 0 TO WS-CNT-LISTED.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           EVALUATE WS-SECTION
              WHEN 1
                 MOVE 'BUGUN GIRILEN BAKIM KAYITLARI' TO RPT-REC
              WHEN 2
                 MOVE 'BUGUN ONAYLANAN / REDDEDILEN BAKIM KAYITLARI'
                      TO RPT-REC
              WHEN 3
                 MOVE 'SURESI DOLAN (ONAYLANMAMIS) BAKIM KAYITLARI'
                      TO RPT-REC
              WHEN OTHER
                 MOVE 'ONAY BEKLEYEN BAKIM KAYITLARI' TO RPT-REC
           END-EVALUATE.
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           PERFORM H410-CHECK-ONE
              VARYING WS-MKC-IDX FROM 1 BY 1
                 UNTIL WS-MKC-IDX > WS-MKC-COUNT.

           IF WS-CNT-LISTED = 0
              MOVE '   (KAYIT YOK)' TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H410:Tablonun bir girdisini bolum kuralina gore secer, ilk
      *    bolum gecisinde (1) bolum sayaclarini da gunceller.
      *-----------------------------------------------------------------
       H410-CHECK-ONE.
           MOVE WS-MKC-DATA(WS-MKC-IDX) TO MKW-REC.
           IF WS-MKC-KEEP(WS-MKC-IDX) = 'Y'
              EVALUATE TRUE
                 WHEN WS-SECTION = 1
                  AND MKW-ENTRY-DATE = WS-FILTER-DATE
                    ADD 1 TO WS-CNT-ENTERED
                    PERFORM H420-WRITE-DETAIL
                 WHEN WS-SECTION = 2
                  AND (MKW-STS-APPLIED OR MKW-STS-FAILED
                       OR MKW-STS-DECLINED)
                    IF MKW-STS-APPLIED
                       ADD 1 TO WS-CNT-APPLIED
                    END-IF
                    IF MKW-STS-FAILED
                       ADD 1 TO WS-CNT-FAILED
                    END-IF
                    IF MKW-STS-DECLINED
                       ADD 1 TO WS-CNT-DECLINED
                    END-IF
                    PERFORM H420-WRITE-DETAIL
                 WHEN WS-SECTION = 3
                  AND MKW-STS-EXPIRED
                    ADD 1 TO WS-CNT-EXPIRED
                    PERFORM H420-WRITE-DETAIL
                 WHEN WS-SECTION = 4
                  AND MKW-STS-PENDING
                    ADD 1 TO WS-CNT-PENDING
                    PERFORM H420-WRITE-DETAIL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H420:MKW-REC'teki onay kaydini rapora basar.
      *-----------------------------------------------------------------
       H420-WRITE-DETAIL.
           ADD 1 TO WS-CNT-LISTED
           MOVE MKW-PRCSS-TYPE   TO DTL-TYPE
           MOVE MKW-ID           TO DTL-ID
           MOVE MKW-DVZ          TO DTL-DVZ
           MOVE MKW-REF-NO       TO DTL-REF-NO
           MOVE MKW-MAKER        TO DTL-MAKER
           MOVE MKW-ENTRY-DATE   TO DTL-ENTRY-DATE
           MOVE WS-MKC-EXPIRY(WS-MKC-IDX) TO DTL-EXPIRY
           MOVE MKW-CHECKER      TO DTL-CHECKER
           MOVE MKW-ACT-DATE     TO DTL-ACT-DATE
           MOVE MKW-RESULT       TO DTL-RESULT
           EVALUATE TRUE
              WHEN MKW-STS-PENDING
                 MOVE 'ONAY BEKLIYOR'  TO DTL-STATUS
              WHEN MKW-STS-APPLIED
                 MOVE 'ONAYLANDI'      TO DTL-STATUS
              WHEN MKW-STS-FAILED
                 MOVE 'ONAY-ISLENEMEDI' TO DTL-STATUS
              WHEN MKW-STS-DECLINED
                 MOVE 'REDDEDILDI'     TO DTL-STATUS
              WHEN MKW-STS-EXPIRED
                 MOVE 'SURESI DOLDU'   TO DTL-STATUS
              WHEN OTHER
                 MOVE MKW-STATUS       TO DTL-STATUS
           END-EVALUATE
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.
       H420-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Onay tablosu tastiysa hicbir kaydin suresi dusurulmemistir
      *    ve is RC 8 ile biter; suresi dolan kayit varsa RC 4 ile
      *    zincirin dikkatine sunulur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KUTUKTEN OKUNAN KAYIT       : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BUGUN GIRILEN               : ' TO TOT-LABEL
           MOVE WS-CNT-ENTERED                   TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ONAYLANIP ISLENEN           : ' TO TOT-LABEL
           MOVE WS-CNT-APPLIED                   TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ONAYLANIP ISLENEMEYEN       : ' TO TOT-LABEL
           MOVE WS-CNT-FAILED                    TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ONAYLAYANCA REDDEDILEN      : ' TO TOT-LABEL
           MOVE WS-CNT-DECLINED                  TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SURESI DOLAN                : ' TO TOT-LABEL
           MOVE WS-CNT-EXPIRED                   TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ONAY BEKLEYEN               : ' TO TOT-LABEL
           MOVE WS-CNT-PENDING                   TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KUTUKTEN TEMIZLENEN         : ' TO TOT-LABEL
           MOVE WS-CNT-PURGED                    TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== MKCRPT CONTROL TOTALS =============='
           DISPLAY ' KUTUKTEN OKUNAN         : ' WS-CNT-READ
           DISPLAY ' BUGUN GIRILEN           : ' WS-CNT-ENTERED
           DISPLAY ' ONAYLANIP ISLENEN       : ' WS-CNT-APPLIED
           DISPLAY ' ONAYLANIP ISLENEMEYEN   : ' WS-CNT-FAILED
           DISPLAY ' REDDEDILEN              : ' WS-CNT-DECLINED
           DISPLAY ' SURESI DOLAN            : ' WS-CNT-EXPIRED
           DISPLAY ' ONAY BEKLEYEN           : ' WS-CNT-PENDING
           DISPLAY ' TEMIZLENEN              : ' WS-CNT-PURGED
           DISPLAY '================================================='.
           IF WS-MKC-OVERFLOW-YES
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WS-CNT-EXPIRED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' SURESI DOLAN=' WS-CNT-EXPIRED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
