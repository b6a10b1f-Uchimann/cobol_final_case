       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WHS-FILE ASSIGN TO WHSFILE
                             STATUS WHS-ST.
           SELECT RLS-FILE   ASSIGN TO RLSFILE
                             STATUS RLS-ST.
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
       FD  WHS-FILE RECORDING MODE F.
           COPY WHSREC.
       FD  RLS-FILE RECORDING MODE F.
      *          MAINPROG'un INPFILE duzeninde serbest birakma partisi:
      *          basta H basligi, yururluk gunu gelen her kayit icin
      *          ambarda saklanan orijinal INPFILE detayi (referansi
      *          degistirilmeden), sonda detay sayisi ve tutar hash'i
      *          ile Z kuyrugu. Serbest birakilan kayit yoksa dosya
      *          bos kalir.
         01  RLS-REC                   PIC X(113).
         01  RLS-HDR-REC.
           07 RLS-HDR-TYPE             PIC X(01).
           07 RLS-HDR-SOURCE           PIC X(08).
           07 RLS-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  RLS-TRL-REC.
           07 RLS-TRL-TYPE             PIC X(01).
           07 RLS-TRL-COUNT            PIC 9(07).
           07 RLS-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
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
           05 WHS-ST                   PIC 9(02).
              88 WHS-EOF                          VALUE 10.
              88 WHS-SUCCES                       VALUE 00 97.
           05 RLS-ST                   PIC 9(02).
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
           05 WS-CNT-RELEASED          PIC 9(07) VALUE 0.
           05 WS-CNT-PURGED            PIC 9(07) VALUE 0.
           05 WS-CNT-CANCELLED         PIC 9(07) VALUE 0.
           05 WS-CNT-PENDING           PIC 9(07) VALUE 0.
           05 WS-CNT-LISTED            PIC 9(07) VALUE 0.
           05 WS-TOT-RELEASED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-PENDING           PIC S9(15) COMP-3 VALUE 0.
           05 WS-RLS-HASH              PIC 9(15) VALUE 0.
      *          Hash toplayicisi bir hane genis tutulur ve her
      *          eklemeden sonra 15 haneye indirgenir (MAINPROG'un
      *          kuyruk kurali).
           05 WS-HASH-ACC              PIC S9(17) COMP-3 VALUE 0.
           05 WS-ABS-HASH-AMT          PIC S9(15) COMP-3.
           05 WS-RLS-OPEN              PIC X(01) VALUE 'N'.
              88 WS-RLS-OPEN-YES                  VALUE 'Y'.
         01  WS-WHS-AREA.
      *          Ambar calisma basinda bu tabloya yuklenir; tablo
      *          tasarsa hicbir kayit serbest birakilmaz ve WHSFILE
      *          oldugu gibi korunur (RC 8). WS-WHS-KEEP N olan
      *          girdiler (onceki gunlerde kapanmis S/I kayitlari)
      *          dosyaya geri yazilmaz.
           05 WS-WHS-COUNT             PIC 9(03) VALUE 0.
           05 WS-WHS-MAX               PIC 9(03) VALUE 500.
           05 WS-WHS-IDX               PIC 9(03).
           05 WS-WHS-SEL               PIC 9(03).
           05 WS-WHS-OVERFLOW          PIC X(01) VALUE 'N'.
              88 WS-WHS-OVERFLOW-YES             VALUE 'Y'.
           05 WS-WHS-ENTRY OCCURS 500 TIMES.
              07 WS-WHS-DATA           PIC X(143).
              07 WS-WHS-KEEP           PIC X(01).
              07 WS-WHS-LISTED         PIC X(01).
      *          Bekleyen listesi icin siralama anahtari: yururluk
      *          tarihi + hesap ID + DVZ.
              07 WS-WHS-SORT-KEY       PIC 9(15).
           05 WS-MIN-KEY               PIC 9(15).
      *          Tablodaki ambar girdisinin alan bazinda gorunumu.
           COPY WHSREC REPLACING LEADING ==WHS== BY ==WHC==.
         01  WS-SORT-WORK.
           05 WS-SK-EFF-DATE           PIC 9(07).
           05 WS-SK-ID                 PIC 9(05).
           05 WS-SK-DVZ                PIC 9(03).
         01  WS-SORT-WORK-R REDEFINES WS-SORT-WORK.
           05 WS-SK-KEY                PIC 9(15).
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'ILERI TARIHLI KAYIT AMBARI'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(09) VALUE 'YURURLUK'.
           05 FILLER              PIC X(06) VALUE 'DVZ'.
           05 FILLER              PIC X(06) VALUE 'ID'.
           05 FILLER              PIC X(05) VALUE 'TIP'.
           05 FILLER              PIC X(16) VALUE 'TUTAR'.
           05 FILLER              PIC X(11) VALUE 'REFERANS'.
           05 FILLER              PIC X(09) VALUE 'PARK'.
           05 FILLER              PIC X(09) VALUE 'KAYNAK'.
           05 FILLER              PIC X(12) VALUE 'HEDEF'.
           05 FILLER              PIC X(10) VALUE 'DURUM'.
         01  WS-DETAIL.
           05 DTL-EFF-DATE             PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REF-NO               PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-PARK-DATE            PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-SOURCE               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TGT-ID               PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-TGT-DVZ              PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-STATUS               PIC X(10).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Ileri tarihli kayit ambarini (WHSFILE) okur; yururluk
      *    tarihi is gunune gelmis (veya gecmis) bekleyen kayitlari
      *    orijinal referanslariyla RLSFILE'a MAINPROG'un INPFILE
      *    duzeninde tek bir parti olarak yazar ve S durumuna ceker.
      *    Onceki gunlerde serbest birakilmis ya da iptal edilmis
      *    kayitlar ambardan temizlenir. Rapor; bugun serbest
      *    birakilanlari, temizlenen iptalleri ve hala bekleyen tum
      *    kayitlari yururluk tarihi ve hesaba gore sirali listeler.
      *    MAINPROG'dan once kosulur; RLSFILE o gunun INPFILE'inin
      *    onune eklenir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF NOT WS-WHS-OVERFLOW-YES
              PERFORM H200-RELEASE-DUE
                 VARYING WS-WHS-IDX FROM 1 BY 1
                    UNTIL WS-WHS-IDX > WS-WHS-COUNT
              PERFORM H300-CLOSE-RELEASE
              PERFORM H400-SAVE-WAREHOUSE
           END-IF
           PERFORM H500-LIST-PENDING
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur, ambari tabloya yukler, rapor
      *    dosyasini acar. Acilma hatasinda ABDFILE'a tani kaydi
      *    dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           OPEN INPUT WHS-FILE.
           IF (WHS-ST NOT = 0) AND (WHS-ST NOT = 97)
              AND (WHS-ST NOT = 05)
               DISPLAY 'UNABLE TO OPEN WHSFILE: ' WHS-ST
               MOVE 'WHSFILE'  TO ABD-FAILED-FILE
               MOVE WHS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE WHS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ WHS-FILE.
           PERFORM H110-LOAD-ONE-WHS UNTIL WHS-EOF.
           CLOSE WHS-FILE.

           OPEN OUTPUT RLS-FILE.
           IF (RLS-ST NOT = 0) AND (RLS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RLSFILE: ' RLS-ST
               MOVE 'RLSFILE'  TO ABD-FAILED-FILE
               MOVE RLS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RLS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RLS-OPEN.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-FILTER-DATE
                  ' AMBAR=' WS-WHS-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'WHSREL' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Serbest
      *    birakma tarihi (WS-FILTER-DATE) de buradan beslenir.
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
      *    H110:Okunan ambar kaydini tabloya ekler. Onceki bir gunde
      *    serbest birakilmis ya da iptal edilmis kayit geri
      *    yazilmayacak olarak isaretlenir; iptaller raporda bir kez
      *    listelenir.
      *-----------------------------------------------------------------
       H110-LOAD-ONE-WHS.
           ADD 1 TO WS-CNT-READ.
           IF WS-WHS-COUNT < WS-WHS-MAX
              ADD 1 TO WS-WHS-COUNT
              MOVE WHS-REC TO WS-WHS-DATA(WS-WHS-COUNT)
              MOVE 'Y'     TO WS-WHS-KEEP(WS-WHS-COUNT)
              MOVE 'N'     TO WS-WHS-LISTED(WS-WHS-COUNT)
              MOVE WHS-EFF-DATE TO WS-SK-EFF-DATE
              MOVE WHS-ID       TO WS-SK-ID
              MOVE WHS-DVZ      TO WS-SK-DVZ
              MOVE WS-SK-KEY    TO WS-WHS-SORT-KEY(WS-WHS-COUNT)
              IF (WHS-STS-RELEASED OR WHS-STS-CANCELLED)
                 AND WHS-ACT-DATE < WS-FILTER-DATE
                 MOVE 'N' TO WS-WHS-KEEP(WS-WHS-COUNT)
                 ADD 1 TO WS-CNT-PURGED
                 IF WHS-STS-CANCELLED
                    ADD 1 TO WS-CNT-CANCELLED
                    MOVE WHS-REC     TO WHC-REC
                    MOVE 'IPTAL'     TO DTL-STATUS
                    PERFORM H250-WRITE-DETAIL
                 END-IF
              END-IF
           ELSE
              IF NOT WS-WHS-OVERFLOW-YES
                 DISPLAY 'AMBAR TABLOSU DOLDU, SERBEST BIRAKILMADI'
              END-IF
              SET WS-WHS-OVERFLOW-YES TO TRUE
           END-IF.
           READ WHS-FILE.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'WHSREL  ' TO RLG-PROGRAM.
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
      *    H200:Tablodaki bekleyen kaydin yururluk tarihi is gunune
      *    gelmisse kaydi serbest birakma partisine yazar, S durumuna
      *    ceker ve rapora basar. Partinin basligi ilk serbest
      *    birakilan kayitta yazilir.
      *-----------------------------------------------------------------
       H200-RELEASE-DUE.
           MOVE WS-WHS-DATA(WS-WHS-IDX) TO WHC-REC.
           IF WHC-STS-PENDING AND WHC-EFF-DATE <= WS-FILTER-DATE
              IF WS-CNT-RELEASED = 0
                 MOVE SPACES         TO RLS-HDR-REC
                 MOVE 'H'            TO RLS-HDR-TYPE
                 MOVE 'WHSREL'       TO RLS-HDR-SOURCE
                 MOVE WS-FILTER-DATE TO RLS-HDR-DATE
                 WRITE RLS-HDR-REC
              END-IF
              MOVE WHC-INPUT TO RLS-REC
              WRITE RLS-REC
              ADD 1 TO WS-CNT-RELEASED
              ADD WHC-AMOUNT TO WS-TOT-RELEASED
              PERFORM H210-ADD-HASH

              MOVE 'S'            TO WHC-STATUS
              MOVE WS-FILTER-DATE TO WHC-ACT-DATE
              MOVE WHC-REC TO WS-WHS-DATA(WS-WHS-IDX)
              MOVE 'SERBEST'      TO DTL-STATUS
              PERFORM H250-WRITE-DETAIL
           END-IF.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Serbest birakilan kaydin tutarinin mutlak degerini
      *    parti hash'ine ekler; tasan hane atilir.
      *-----------------------------------------------------------------
       H210-ADD-HASH.
           IF WHC-AMOUNT NUMERIC
              IF WHC-AMOUNT < 0
                 COMPUTE WS-ABS-HASH-AMT = 0 - WHC-AMOUNT
              ELSE
                 MOVE WHC-AMOUNT TO WS-ABS-HASH-AMT
              END-IF
              COMPUTE WS-HASH-ACC = WS-HASH-ACC + WS-ABS-HASH-AMT
              MOVE WS-HASH-ACC TO WS-RLS-HASH
              MOVE WS-RLS-HASH TO WS-HASH-ACC
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:WHC-REC'teki ambar kaydini DTL-STATUS ile rapora
      *    basar.
      *-----------------------------------------------------------------
       H250-WRITE-DETAIL.
           MOVE WHC-EFF-DATE   TO DTL-EFF-DATE
           MOVE WHC-DVZ        TO DTL-DVZ
           MOVE WHC-ID         TO DTL-ID
           MOVE WHC-PRCSS-TYPE TO DTL-TYPE
           IF WHC-AMOUNT NUMERIC
              MOVE WHC-AMOUNT  TO DTL-AMOUNT
           ELSE
              MOVE ZEROES      TO DTL-AMOUNT
           END-IF
           MOVE WHC-REF-NO     TO DTL-REF-NO
           MOVE WHC-PARK-DATE  TO DTL-PARK-DATE
           MOVE WHC-SOURCE     TO DTL-SOURCE
           IF WHC-PRCSS-TYPE = 'T'
              MOVE WHC-TGT-ID  TO DTL-TGT-ID
              MOVE WHC-TGT-DVZ TO DTL-TGT-DVZ
           ELSE
              MOVE ZEROES      TO DTL-TGT-ID
              MOVE ZEROES      TO DTL-TGT-DVZ
           END-IF
           MOVE WS-DETAIL      TO RPT-REC
           WRITE RPT-REC.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Serbest birakilan kayit varsa partiyi detay sayisi ve
      *    tutar hash'i tasiyan Z kuyruguyla kapatir.
      *-----------------------------------------------------------------
       H300-CLOSE-RELEASE.
           IF WS-CNT-RELEASED > 0
              MOVE SPACES          TO RLS-TRL-REC
              MOVE 'Z'             TO RLS-TRL-TYPE
              MOVE WS-CNT-RELEASED TO RLS-TRL-COUNT
              MOVE WS-RLS-HASH     TO RLS-TRL-HASH
              WRITE RLS-TRL-REC
           END-IF.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Ambari WHSFILE'a geri yazar; temizlenen (onceki
      *    gunlerde kapanmis) kayitlar atlanir.
      *-----------------------------------------------------------------
       H400-SAVE-WAREHOUSE.
           OPEN OUTPUT WHS-FILE.
           IF WHS-SUCCES
              PERFORM H410-SAVE-ONE-WHS
                 VARYING WS-WHS-IDX FROM 1 BY 1
                    UNTIL WS-WHS-IDX > WS-WHS-COUNT
              CLOSE WHS-FILE
           ELSE
              DISPLAY 'WHSFILE YAZILAMADI: ' WHS-ST
              MOVE 'WHSFILE'  TO ABD-FAILED-FILE
              MOVE WHS-ST     TO ABD-STATUS
              PERFORM H105-WRITE-ABEND
              MOVE 8 TO RETURN-CODE
           END-IF.
       H400-END. EXIT.


       H410-SAVE-ONE-WHS.
           IF WS-WHS-KEEP(WS-WHS-IDX) = 'Y'
              MOVE WS-WHS-DATA(WS-WHS-IDX) TO WHS-REC
              WRITE WHS-REC
           END-IF.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Hala bekleyen kayitlari yururluk tarihi, hesap ID ve
      *    DVZ sirasina gore listeler: her turda listelenmemis en
      *    kucuk anahtarli bekleyen kayit secilip basilir.
      *-----------------------------------------------------------------
       H500-LIST-PENDING.
           PERFORM H505-COUNT-PENDING
              VARYING WS-WHS-IDX FROM 1 BY 1
                 UNTIL WS-WHS-IDX > WS-WHS-COUNT.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BEKLEYEN KAYITLAR (YURURLUK TARIHI / HESAP SIRALI)'
                TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           PERFORM H510-LIST-NEXT
              UNTIL WS-CNT-LISTED >= WS-CNT-PENDING.
       H500-END. EXIT.


       H505-COUNT-PENDING.
           MOVE WS-WHS-DATA(WS-WHS-IDX) TO WHC-REC.
           IF WHC-STS-PENDING
              ADD 1 TO WS-CNT-PENDING
              IF WHC-AMOUNT NUMERIC
                 ADD WHC-AMOUNT TO WS-TOT-PENDING
              END-IF
           END-IF.
       H505-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Listelenmemis bekleyenler arasindan en kucuk anahtarli
      *    olani bulur ve basar.
      *-----------------------------------------------------------------
       H510-LIST-NEXT.
           MOVE 0          TO WS-WHS-SEL
           MOVE ALL '9'    TO WS-SK-KEY
           MOVE WS-SK-KEY  TO WS-MIN-KEY
           PERFORM H515-CHECK-MIN
              VARYING WS-WHS-IDX FROM 1 BY 1
                 UNTIL WS-WHS-IDX > WS-WHS-COUNT.

           IF WS-WHS-SEL = 0
              MOVE WS-CNT-PENDING TO WS-CNT-LISTED
           ELSE
              MOVE 'Y' TO WS-WHS-LISTED(WS-WHS-SEL)
              ADD 1 TO WS-CNT-LISTED
              MOVE WS-WHS-DATA(WS-WHS-SEL) TO WHC-REC
              MOVE 'BEKLIYOR'  TO DTL-STATUS
              PERFORM H250-WRITE-DETAIL
           END-IF.
       H510-END. EXIT.


       H515-CHECK-MIN.
           IF WS-WHS-LISTED(WS-WHS-IDX) = 'N'
              AND WS-WHS-DATA(WS-WHS-IDX)(1:1) = 'P'
              AND (WS-WHS-SEL = 0
                   OR WS-WHS-SORT-KEY(WS-WHS-IDX) < WS-MIN-KEY)
              MOVE WS-WHS-IDX TO WS-WHS-SEL
              MOVE WS-WHS-SORT-KEY(WS-WHS-IDX) TO WS-MIN-KEY
           END-IF.
       H515-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Ambar tablosu tastiysa hicbir kayit serbest birakilmamistir
      *    ve is RC 8 ile biter.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'AMBARDAN OKUNAN KAYIT       : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERBEST BIRAKILAN KAYIT     : ' TO TOT-LABEL
           MOVE WS-CNT-RELEASED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERBEST BIRAKILAN TUTAR     : ' TO TOT-LABEL
           MOVE WS-TOT-RELEASED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'IPTAL EDILEN KAYIT          : ' TO TOT-LABEL
           MOVE WS-CNT-CANCELLED                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'AMBARDAN TEMIZLENEN KAYIT   : ' TO TOT-LABEL
           MOVE WS-CNT-PURGED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BEKLEYEN KAYIT              : ' TO TOT-LABEL
           MOVE WS-CNT-PENDING                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BEKLEYEN TUTAR              : ' TO TOT-LABEL
           MOVE WS-TOT-PENDING                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== WHSREL CONTROL TOTALS =============='
           DISPLAY ' AMBARDAN OKUNAN         : ' WS-CNT-READ
           DISPLAY ' SERBEST BIRAKILAN       : ' WS-CNT-RELEASED
           DISPLAY ' IPTAL EDILEN            : ' WS-CNT-CANCELLED
           DISPLAY ' TEMIZLENEN              : ' WS-CNT-PURGED
           DISPLAY ' BEKLEYEN                : ' WS-CNT-PENDING
           DISPLAY ' PARTI HASH              : ' WS-RLS-HASH
           DISPLAY '================================================='.
           IF WS-WHS-OVERFLOW-YES
              MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE RPT-FILE.
           IF WS-RLS-OPEN-YES
              CLOSE RLS-FILE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' SERBEST=' WS-CNT-RELEASED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
