       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INP-FILE   ASSIGN TO INPFILE
                             STATUS INP-ST.
           SELECT PRT-FILE   ASSIGN TO PRTFILE
                             STATUS PRT-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT OPTIONAL LIM-FILE ASSIGN TO LIMFILE
                             STATUS LIM-ST.
           SELECT OPTIONAL ALI-FILE ASSIGN TO ALIFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ALI-EXT-NO
                             STATUS ALI-ST.
           SELECT PI1-FILE   ASSIGN TO PRTINP1
                             STATUS PI1-ST.
           SELECT PI2-FILE   ASSIGN TO PRTINP2
                             STATUS PI2-ST.
           SELECT PI3-FILE   ASSIGN TO PRTINP3
                             STATUS PI3-ST.
           SELECT PI4-FILE   ASSIGN TO PRTINP4
                             STATUS PI4-ST.
           SELECT PC1-FILE   ASSIGN TO PRTCRD1
                             STATUS PC1-ST.
           SELECT PC2-FILE   ASSIGN TO PRTCRD2
                             STATUS PC2-ST.
           SELECT PC3-FILE   ASSIGN TO PRTCRD3
                             STATUS PC3-ST.
           SELECT PC4-FILE   ASSIGN TO PRTCRD4
                             STATUS PC4-ST.
           SELECT XPT-FILE   ASSIGN TO XPTFILE
                             STATUS XPT-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
         01  INP-REC.
           07 INP-PRCSS-TYPE           PIC X(01).
           07 INP-ID                   PIC 9(5).
           07 INP-DVZ                  PIC 9(3).
           07 INP-AMOUNT               PIC S9(15) COMP-3.
           07 INP-NAME                 PIC X(15).
           07 INP-SRNAME               PIC X(15).
           07 INP-XLIT-RULE            PIC X(01).
           07 INP-TGT-ID               PIC 9(5).
           07 INP-TGT-DVZ              PIC 9(3).
           07 INP-REF-NO               PIC 9(09).
           07 INP-ALIAS                PIC X(26).
           07 INP-VALUE-DATE           PIC 9(07).
           07 INP-EFF-DATE             PIC 9(07).
           07 INP-OPER-ID              PIC X(08).
         01  INP-HDR-REC.
           07 INP-HDR-TYPE             PIC X(01).
           07 INP-HDR-SOURCE           PIC X(08).
           07 INP-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  INP-TRL-REC.
           07 INP-TRL-TYPE             PIC X(01).
           07 INP-TRL-COUNT            PIC 9(07).
           07 INP-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  PRT-FILE RECORDING MODE F.
      *          Bolum tanim kartlari: her kart bir bolum numarasi
      *          (1-4) ve o bolumun IDX-ID araligini tasir. Araliklar
      *          cakisamaz; hicbir araliga dusmeyen hesap son seri
      *          gecise kalir. Ayni duzen her bolumun MAINPROG'una
      *          PRTCRDn ile tek kart olarak verilir.
         01  PRT-REC.
           05 PRT-NO                   PIC 9(02).
           05 PRT-ID-LOW               PIC 9(05).
           05 PRT-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(68).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  LIM-FILE RECORDING MODE F.
         01  LIM-REC.
           05 LIM-DVZ                  PIC 9(03).
           05 LIM-THRESHOLD            PIC 9(15).
           05 FILLER                   PIC X(62).
       FD  ALI-FILE.
           COPY ALIREC.
       FD  PI1-FILE RECORDING MODE F.
         01  PI1-REC                   PIC X(113).
       FD  PI2-FILE RECORDING MODE F.
         01  PI2-REC                   PIC X(113).
       FD  PI3-FILE RECORDING MODE F.
         01  PI3-REC                   PIC X(113).
       FD  PI4-FILE RECORDING MODE F.
         01  PI4-REC                   PIC X(113).
       FD  PC1-FILE RECORDING MODE F.
         01  PC1-REC                   PIC X(80).
       FD  PC2-FILE RECORDING MODE F.
         01  PC2-REC                   PIC X(80).
       FD  PC3-FILE RECORDING MODE F.
         01  PC3-REC                   PIC X(80).
       FD  PC4-FILE RECORDING MODE F.
         01  PC4-REC                   PIC X(80).
       FD  XPT-FILE RECORDING MODE F.
         01  XPT-REC                   PIC X(113).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 INP-ST                   PIC 9(02).
              88 INP-EOF                          VALUE 10.
           05 PRT-ST                   PIC 9(02).
              88 PRT-EOF                          VALUE 10.
           05 PRM-ST                   PIC 9(02).
           05 LIM-ST                   PIC 9(02).
              88 LIM-EOF                          VALUE 10.
              88 LIM-SUCCES                       VALUE 00 97.
           05 ALI-ST                   PIC 9(02).
              88 ALI-SUCCES                       VALUE 00 05 97.
           05 WS-ALI-OPEN              PIC X(01) VALUE 'N'.
              88 WS-ALI-OPEN-YES                  VALUE 'Y'.
           05 PI1-ST                   PIC 9(02).
           05 PI2-ST                   PIC 9(02).
           05 PI3-ST                   PIC 9(02).
           05 PI4-ST                   PIC 9(02).
           05 PC1-ST                   PIC 9(02).
           05 PC2-ST                   PIC 9(02).
           05 PC3-ST                   PIC 9(02).
           05 PC4-ST                   PIC 9(02).
           05 XPT-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-OPEN-ST               PIC 9(02).
           05 WS-OPEN-NAME             PIC X(08).
           05 WS-INP-OPEN              PIC X(01) VALUE 'N'.
              88 WS-INP-OPEN-YES                  VALUE 'Y'.
           05 WS-OUT-OPEN              PIC X(01) VALUE 'N'.
              88 WS-OUT-OPEN-YES                  VALUE 'Y'.
           05 WS-RPT-OPEN              PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN-YES                  VALUE 'Y'.
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
           05 WS-CNT-X-CROSS           PIC 9(07) VALUE 0.
           05 WS-CNT-X-RANGE           PIC 9(07) VALUE 0.
           05 WS-CNT-X-SHARED          PIC 9(07) VALUE 0.
           05 WS-CNT-X-ALIAS           PIC 9(07) VALUE 0.
           05 WS-CNT-X-REJ             PIC 9(07) VALUE 0.
      *          Hash toplayicisi (MAINPROG'un kuyruk kurali): mutlak
      *          tutarlar toplanir, her eklemeden sonra 15 haneye
      *          indirgenir.
           05 WS-ABS-HASH-AMT          PIC S9(15) COMP-3.
           05 WS-ABS-AMOUNT            PIC S9(15) COMP-3.
         01  WS-PRT-AREA.
      *          Bolum tablosu bolum numarasiyla indislenir (1-4).
      *          Tanimlanmayan bolumun kartina bos aralik (99999-0)
      *          yazilir; o bolumun MAINPROG'u yanlislikla kosulursa
      *          tum dosyaya genislemeden RC 16 ile durur.
           05 WS-PRT-MAX               PIC 9(01) VALUE 4.
           05 WS-PRT-IDX               PIC 9(01).
           05 WS-PRT-CHK               PIC 9(01).
           05 WS-PRT-DEFINED           PIC 9(01) VALUE 0.
           05 WS-PRT-BAD               PIC X(01) VALUE 'N'.
              88 WS-PRT-BAD-YES                  VALUE 'Y'.
           05 WS-PRT-ENTRY OCCURS 4 TIMES.
              07 WS-PRT-USED           PIC X(01).
              07 WS-PRT-LOW            PIC 9(05).
              07 WS-PRT-HIGH           PIC 9(05).
         01  WS-TGT-AREA.
      *          Yazim hedefleri: 1-4 bolum girdileri, 5 capraz bolum
      *          (son seri gecis) dosyasi. Acik partinin her hedefteki
      *          cercevesi (baslik yazildi mi, detay sayisi, hash) ve
      *          hedef basina toplam detay sayisi burada tutulur.
           05 WS-TGT                   PIC 9(01).
           05 WS-TGT-X                 PIC 9(01) VALUE 5.
           05 WS-TGT-IDX               PIC 9(01).
           05 WS-TGT-ENTRY OCCURS 5 TIMES.
              07 WS-TGT-FRAMED         PIC X(01).
              07 WS-TGT-DTL-CNT        PIC 9(07).
              07 WS-TGT-HASH           PIC 9(15).
              07 WS-TGT-HASH-ACC       PIC S9(17) COMP-3.
              07 WS-TGT-TOTAL          PIC 9(07).
           05 WS-OUT-REC               PIC X(113).
           05 WS-HDR-SAVE              PIC X(113).
         01  WS-PTY-AREA.
      *          Parti tablosu: ilk geciste her H...Z partisinin sayim
      *          ve hash kontrolu (MAINPROG H119 kurali) yapilir;
      *          tutmayan ya da kuyruksuz kalan parti R isaretlenir ve
      *          dagitim gecisinde oldugu gibi (orijinal basligi ve
      *          kuyruguyla) son seri gecise gonderilir ki MAINPROG
      *          onu ayni 32 koduyla reddetsin. Basliksiz eski tip
      *          dosya kuyruk zorunlulugu olmayan ortuk partidir.
           05 WS-PTY-COUNT             PIC 9(02) VALUE 0.
           05 WS-PTY-MAX               PIC 9(02) VALUE 20.
           05 WS-PTY-CUR               PIC 9(02) VALUE 0.
           05 WS-PTY-REJECTED          PIC 9(02) VALUE 0.
           05 WS-PTY-OPEN              PIC X(01) VALUE 'N'.
              88 WS-PTY-OPEN-YES                  VALUE 'Y'.
           05 WS-PTY-NEW-HDR-SW        PIC X(01).
           05 WS-PTY-DTL-CNT           PIC 9(07) VALUE 0.
           05 WS-PTY-HASH              PIC 9(15) VALUE 0.
           05 WS-PTY-HASH-ACC          PIC S9(17) COMP-3 VALUE 0.
           05 WS-PTY-ENTRY OCCURS 20 TIMES.
              07 WS-PTY-HDR            PIC X(01).
              07 WS-PTY-STATUS         PIC X(01).
         01  WS-LIM-AREA.
      *          Doviz bazinda buyuk tutar esikleri (MAINPROG ile ayni
      *          LIMFILE): esik ustu B/T onaya askiya alinacagindan
      *          (HLDFILE) son seri gecise birakilir.
           05 WS-LIM-COUNT             PIC 9(02) VALUE 0.
           05 WS-LIM-MAX               PIC 9(02) VALUE 10.
           05 WS-LIM-IDX               PIC 9(02).
           05 WS-LIM-FOUND             PIC X(01) VALUE 'N'.
              88 WS-LIM-FOUND-YES                VALUE 'Y'.
           05 WS-LIM-ENTRY OCCURS 10 TIMES.
              07 WS-LIM-DVZ            PIC 9(03).
              07 WS-LIM-THRESHOLD      PIC S9(15) COMP-3.
         01  WS-ROUTE-AREA.
           05 WS-RT-ID                 PIC 9(05).
           05 WS-RT-SRC-PRT            PIC 9(01).
           05 WS-RT-TGT-PRT            PIC 9(01).
           05 WS-RT-FIND-ID            PIC 9(05).
           05 WS-RT-FOUND              PIC 9(01).
         01  WS-CARD.
           05 CRD-NO                   PIC 9(02).
           05 CRD-ID-LOW               PIC 9(05).
           05 CRD-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(68) VALUE SPACES.
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'BOLUMLU ISLEM DAGITIMI'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(08) VALUE 'BOLUM'.
           05 FILLER              PIC X(09) VALUE 'ALT ID'.
           05 FILLER              PIC X(09) VALUE 'UST ID'.
           05 FILLER              PIC X(10) VALUE 'DETAY'.
         01  WS-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NO                   PIC X(01).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DTL-LOW                  PIC 9(05).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DTL-HIGH                 PIC 9(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-COUNT                PIC Z(6)9.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC Z(6)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Gunun INPFILE'ini IDX-ID araliklarina gore bolumlere
      *    ayirir; her bolum ayri bir MAINPROG/SUBPROG ile paralel
      *    kosulur. Kaynak ve hedefi farkli bolumlere dusen T, hicbir
      *    bolume dusmeyen hesap ve ortak kutuklere (HLDFILE, WHSFILE,
      *    MKCFILE) yazacak kayitlar capraz bolum dosyasina (XPTFILE)
      *    ayrilir; bu dosya bolumler bittikten sonra tek bir seri
      *    MAINPROG ile islenir. Parti cercevesi her hedefte korunur:
      *    kaynak partinin basligi o hedefe dusen ilk detaydan once,
      *    hedefe dusen detaylarin sayim ve hash'i ile yeniden
      *    hesaplanmis kuyruk parti sonunda yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PREVALIDATE UNTIL INP-EOF
           PERFORM H250-END-PREVALIDATE
           PERFORM H300-DISTRIBUTE UNTIL INP-EOF
           PERFORM H390-END-DISTRIBUTE
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur, bolum kartlarini dogrular, esik
      *    tablosunu ve dis numara rehberini acar, bolum kartlarini
      *    yazar ve INPFILE'in ilk kaydini okur. Gecersiz bolum
      *    tanimi ile hicbir bolum dosyasi uretilmez (RC 16).
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
           MOVE 'Y' TO WS-RPT-OPEN.
           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           PERFORM H110-LOAD-PARTITIONS.
           IF WS-PRT-BAD-YES OR WS-PRT-DEFINED = 0
               DISPLAY 'BOLUM TANIMI GECERSIZ, DAGITIM YAPILMADI'
               MOVE 'BOLUM TANIMI GECERSIZ, DAGITIM YAPILMADI'
                    TO RPT-REC
               WRITE RPT-REC
               MOVE 'PRTFILE'  TO ABD-FAILED-FILE
               MOVE 95         TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           PERFORM H130-LOAD-LIMITS.

           OPEN INPUT ALI-FILE.
           IF ALI-SUCCES
              MOVE 'Y' TO WS-ALI-OPEN
           ELSE
              DISPLAY 'ALIFILE ACILAMADI, DIS NUMARALI KAYITLAR SERI'
                      ' GECISE KALACAK: ' ALI-ST
           END-IF.

           OPEN INPUT INP-FILE.
           IF (INP-ST NOT = 0) AND (INP-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN INPFILE: ' INP-ST
               MOVE 'INPFILE'  TO ABD-FAILED-FILE
               MOVE INP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE INP-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-INP-OPEN.

           PERFORM H140-OPEN-OUTPUTS.
           PERFORM H150-WRITE-CARDS.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-FILTER-DATE
                  ' BOLUM=' WS-PRT-DEFINED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           READ INP-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma ya da tanim hatasinda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTSPLIT' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Ileri
      *    tarih karari (WS-FILTER-DATE) de buradan beslenir.
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
      *    H110:Bolum kartlarini okur. Bolum numarasi 1-4 disinda,
      *    iki kez tanimlanmis, araligi ters ya da baska bir bolumle
      *    cakisan kart tanimi gecersiz kilar.
      *-----------------------------------------------------------------
       H110-LOAD-PARTITIONS.
           PERFORM H111-CLEAR-PARTITION
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX.
           OPEN INPUT PRT-FILE.
           IF (PRT-ST NOT = 0) AND (PRT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PRTFILE: ' PRT-ST
              SET WS-PRT-BAD-YES TO TRUE
           ELSE
              READ PRT-FILE
              PERFORM H112-LOAD-ONE-PARTITION UNTIL PRT-EOF
              CLOSE PRT-FILE
           END-IF.
       H110-END. EXIT.


       H111-CLEAR-PARTITION.
           MOVE 'N'    TO WS-PRT-USED(WS-PRT-IDX).
           MOVE 99999  TO WS-PRT-LOW(WS-PRT-IDX).
           MOVE ZEROES TO WS-PRT-HIGH(WS-PRT-IDX).
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H112:Okunan bolum kartini dogrular ve tabloya yerlestirir.
      *-----------------------------------------------------------------
       H112-LOAD-ONE-PARTITION.
           IF PRT-NO NOT NUMERIC OR PRT-ID-LOW NOT NUMERIC
              OR PRT-ID-HIGH NOT NUMERIC
              DISPLAY 'BOLUM KARTI BOZUK: ' PRT-REC
              SET WS-PRT-BAD-YES TO TRUE
           ELSE
           IF PRT-NO < 1 OR PRT-NO > WS-PRT-MAX
              OR PRT-ID-LOW > PRT-ID-HIGH
              DISPLAY 'BOLUM KARTI GECERSIZ: ' PRT-REC
              SET WS-PRT-BAD-YES TO TRUE
           ELSE
              MOVE PRT-NO TO WS-PRT-IDX
              IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
                 DISPLAY 'BOLUM IKI KEZ TANIMLI: ' PRT-NO
                 SET WS-PRT-BAD-YES TO TRUE
              ELSE
                 PERFORM H113-CHECK-OVERLAP
                    VARYING WS-PRT-CHK FROM 1 BY 1
                       UNTIL WS-PRT-CHK > WS-PRT-MAX
                 MOVE 'Y'         TO WS-PRT-USED(WS-PRT-IDX)
                 MOVE PRT-ID-LOW  TO WS-PRT-LOW(WS-PRT-IDX)
                 MOVE PRT-ID-HIGH TO WS-PRT-HIGH(WS-PRT-IDX)
                 ADD 1 TO WS-PRT-DEFINED
              END-IF
           END-IF
           END-IF.
           READ PRT-FILE.
       H112-END. EXIT.


       H113-CHECK-OVERLAP.
           IF WS-PRT-USED(WS-PRT-CHK) = 'Y'
              AND PRT-ID-LOW <= WS-PRT-HIGH(WS-PRT-CHK)
              AND PRT-ID-HIGH >= WS-PRT-LOW(WS-PRT-CHK)
              DISPLAY 'BOLUM ARALIKLARI CAKISIYOR: ' PRT-NO
                      ' / ' WS-PRT-CHK
              SET WS-PRT-BAD-YES TO TRUE
           END-IF.
       H113-END. EXIT.


      *-----------------------------------------------------------------
      *    H130:LIMFILE'daki doviz bazinda buyuk tutar esiklerini
      *    tabloya yukler; dosya yoksa esik ayrimi yapilmaz.
      *-----------------------------------------------------------------
       H130-LOAD-LIMITS.
           OPEN INPUT LIM-FILE.
           IF LIM-SUCCES
              READ LIM-FILE
              PERFORM H131-LOAD-ONE-LIMIT UNTIL LIM-EOF
              CLOSE LIM-FILE
           END-IF.
       H130-END. EXIT.


       H131-LOAD-ONE-LIMIT.
           IF WS-LIM-COUNT < WS-LIM-MAX
              ADD 1 TO WS-LIM-COUNT
              MOVE LIM-DVZ       TO WS-LIM-DVZ(WS-LIM-COUNT)
              MOVE LIM-THRESHOLD TO WS-LIM-THRESHOLD(WS-LIM-COUNT)
           END-IF.
           READ LIM-FILE.
       H131-END. EXIT.


      *-----------------------------------------------------------------
      *    H140:Dort bolum girdisini, dort bolum kartini ve capraz
      *    bolum dosyasini acar; herhangi biri acilamazsa is durur.
      *-----------------------------------------------------------------
       H140-OPEN-OUTPUTS.
           OPEN OUTPUT PI1-FILE PI2-FILE PI3-FILE PI4-FILE
                       PC1-FILE PC2-FILE PC3-FILE PC4-FILE
                       XPT-FILE.
           MOVE 'Y' TO WS-OUT-OPEN.
           MOVE 0 TO WS-OPEN-ST.
           IF (PI1-ST NOT = 0) AND (PI1-ST NOT = 97)
              MOVE PI1-ST TO WS-OPEN-ST
              MOVE 'PRTINP1' TO WS-OPEN-NAME
           END-IF.
           IF (PI2-ST NOT = 0) AND (PI2-ST NOT = 97)
              MOVE PI2-ST TO WS-OPEN-ST
              MOVE 'PRTINP2' TO WS-OPEN-NAME
           END-IF.
           IF (PI3-ST NOT = 0) AND (PI3-ST NOT = 97)
              MOVE PI3-ST TO WS-OPEN-ST
              MOVE 'PRTINP3' TO WS-OPEN-NAME
           END-IF.
           IF (PI4-ST NOT = 0) AND (PI4-ST NOT = 97)
              MOVE PI4-ST TO WS-OPEN-ST
              MOVE 'PRTINP4' TO WS-OPEN-NAME
           END-IF.
           IF (PC1-ST NOT = 0) AND (PC1-ST NOT = 97)
              MOVE PC1-ST TO WS-OPEN-ST
              MOVE 'PRTCRD1' TO WS-OPEN-NAME
           END-IF.
           IF (PC2-ST NOT = 0) AND (PC2-ST NOT = 97)
              MOVE PC2-ST TO WS-OPEN-ST
              MOVE 'PRTCRD2' TO WS-OPEN-NAME
           END-IF.
           IF (PC3-ST NOT = 0) AND (PC3-ST NOT = 97)
              MOVE PC3-ST TO WS-OPEN-ST
              MOVE 'PRTCRD3' TO WS-OPEN-NAME
           END-IF.
           IF (PC4-ST NOT = 0) AND (PC4-ST NOT = 97)
              MOVE PC4-ST TO WS-OPEN-ST
              MOVE 'PRTCRD4' TO WS-OPEN-NAME
           END-IF.
           IF (XPT-ST NOT = 0) AND (XPT-ST NOT = 97)
              MOVE XPT-ST TO WS-OPEN-ST
              MOVE 'XPTFILE' TO WS-OPEN-NAME
           END-IF.
           IF WS-OPEN-ST NOT = 0
               DISPLAY 'UNABLE TO OPEN ' WS-OPEN-NAME ': ' WS-OPEN-ST
               MOVE WS-OPEN-NAME TO ABD-FAILED-FILE
               MOVE WS-OPEN-ST   TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE WS-OPEN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.


      *-----------------------------------------------------------------
      *    H150:Her bolumun MAINPROG'una verilecek tek bolum kartini
      *    yazar ve bolum tanimini rapora basar.
      *-----------------------------------------------------------------
       H150-WRITE-CARDS.
           PERFORM H151-WRITE-ONE-CARD
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX.
       H150-END. EXIT.


       H151-WRITE-ONE-CARD.
           MOVE WS-PRT-IDX              TO CRD-NO.
           MOVE WS-PRT-LOW(WS-PRT-IDX)  TO CRD-ID-LOW.
           MOVE WS-PRT-HIGH(WS-PRT-IDX) TO CRD-ID-HIGH.
           EVALUATE WS-PRT-IDX
              WHEN 1
                 WRITE PC1-REC FROM WS-CARD
              WHEN 2
                 WRITE PC2-REC FROM WS-CARD
              WHEN 3
                 WRITE PC3-REC FROM WS-CARD
              WHEN 4
                 WRITE PC4-REC FROM WS-CARD
           END-EVALUATE.
           IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
              DISPLAY 'BOLUM ' WS-PRT-IDX ' ARALIK='
                      WS-PRT-LOW(WS-PRT-IDX) '-'
                      WS-PRT-HIGH(WS-PRT-IDX)
           END-IF.
       H151-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:On dogrulama gecisi - her partinin detay sayisi ve
      *    tutar hash'i kuyruguyla karsilastirilir (MAINPROG H119
      *    kurali). Kuyruksuz kalan baslikli parti de reddedilir.
      *-----------------------------------------------------------------
       H200-PREVALIDATE.
           IF INP-PRCSS-TYPE = 'H'
              IF WS-PTY-OPEN-YES
                 PERFORM H210-REJECT-OPEN-PARTY
              END-IF
              MOVE 'Y' TO WS-PTY-NEW-HDR-SW
              PERFORM H205-OPEN-PARTY
           ELSE
           IF INP-PRCSS-TYPE = 'Z'
              IF WS-PTY-OPEN-YES
                 IF INP-TRL-COUNT NOT = WS-PTY-DTL-CNT
                    OR INP-TRL-HASH NOT = WS-PTY-HASH
                    PERFORM H210-REJECT-OPEN-PARTY
                 END-IF
                 MOVE 'N' TO WS-PTY-OPEN
              END-IF
           ELSE
              IF NOT WS-PTY-OPEN-YES
                 MOVE 'N' TO WS-PTY-NEW-HDR-SW
                 PERFORM H205-OPEN-PARTY
              END-IF
              ADD 1 TO WS-PTY-DTL-CNT
              IF INP-AMOUNT NUMERIC
                 IF INP-AMOUNT < 0
                    COMPUTE WS-ABS-HASH-AMT = 0 - INP-AMOUNT
                 ELSE
                    MOVE INP-AMOUNT TO WS-ABS-HASH-AMT
                 END-IF
                 COMPUTE WS-PTY-HASH-ACC =
                         WS-PTY-HASH-ACC + WS-ABS-HASH-AMT
                 MOVE WS-PTY-HASH-ACC TO WS-PTY-HASH
                 MOVE WS-PTY-HASH     TO WS-PTY-HASH-ACC
              END-IF
           END-IF
           END-IF.
           READ INP-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H205:Parti tablosunda yeni bir girdi acar. Tablo dolarsa
      *    dosyanin kalani son acilan partiye sayilir (MAINPROG da
      *    ayni durumda o partiyi reddeder).
      *-----------------------------------------------------------------
       H205-OPEN-PARTY.
           IF WS-PTY-COUNT < WS-PTY-MAX
              ADD 1 TO WS-PTY-COUNT
              MOVE WS-PTY-COUNT       TO WS-PTY-CUR
              MOVE WS-PTY-NEW-HDR-SW  TO WS-PTY-HDR(WS-PTY-CUR)
              MOVE 'A'                TO WS-PTY-STATUS(WS-PTY-CUR)
           ELSE
              DISPLAY 'PARTI TABLOSU DOLDU'
              IF WS-PTY-CUR > 0
                 MOVE 'R' TO WS-PTY-STATUS(WS-PTY-CUR)
              END-IF
           END-IF.
           MOVE 'Y'    TO WS-PTY-OPEN.
           MOVE ZEROES TO WS-PTY-DTL-CNT.
           MOVE ZEROES TO WS-PTY-HASH.
           MOVE ZEROES TO WS-PTY-HASH-ACC.
       H205-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Acik parti baslikliysa reddedildi olarak isaretler
      *    (kuyrugu eksik ya da tutmuyor).
      *-----------------------------------------------------------------
       H210-REJECT-OPEN-PARTY.
           IF WS-PTY-CUR > 0
              IF WS-PTY-HDR(WS-PTY-CUR) = 'Y'
                 AND WS-PTY-STATUS(WS-PTY-CUR) NOT = 'R'
                 MOVE 'R' TO WS-PTY-STATUS(WS-PTY-CUR)
                 ADD 1 TO WS-PTY-REJECTED
                 DISPLAY 'PARTI KONTROLU TUTMUYOR, PARTI '
                         WS-PTY-CUR ' SERI GECISE AYRILDI'
              END-IF
           END-IF.
           MOVE 'N' TO WS-PTY-OPEN.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:On dogrulamayi kapatir (kuyruksuz kalan parti
      *    reddedilir) ve INPFILE'i dagitim gecisi icin basa sarar.
      *-----------------------------------------------------------------
       H250-END-PREVALIDATE.
           IF WS-PTY-OPEN-YES
              PERFORM H210-REJECT-OPEN-PARTY
           END-IF.
           MOVE 0   TO WS-PTY-CUR.
           MOVE 'N' TO WS-PTY-OPEN.

           CLOSE INP-FILE.
           OPEN INPUT INP-FILE.
           IF (INP-ST NOT = 0) AND (INP-ST NOT = 97)
               DISPLAY 'UNABLE TO REOPEN INPFILE: ' INP-ST
               MOVE 'N' TO WS-INP-OPEN
               MOVE 'INPFILE'  TO ABD-FAILED-FILE
               MOVE INP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE INP-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H251-CLEAR-TARGET
              VARYING WS-TGT-IDX FROM 1 BY 1
                 UNTIL WS-TGT-IDX > WS-TGT-X.
           READ INP-FILE.
       H250-END. EXIT.


       H251-CLEAR-TARGET.
           MOVE 'N'    TO WS-TGT-FRAMED(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-DTL-CNT(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-HASH(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-HASH-ACC(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-TOTAL(WS-TGT-IDX).
       H251-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Dagitim gecisi. Reddedilmis partinin tum kayitlari
      *    (basligi ve kuyrugu dahil) oldugu gibi capraz bolum
      *    dosyasina gider. Kabul edilen partide baslik saklanir,
      *    her detay H310 ile hedefine yazilir, kuyrukta her hedefin
      *    cercevesi kapatilir.
      *-----------------------------------------------------------------
       H300-DISTRIBUTE.
           IF INP-PRCSS-TYPE = 'H'
              PERFORM H330-CLOSE-FRAMES
              IF WS-PTY-CUR < WS-PTY-COUNT
                 ADD 1 TO WS-PTY-CUR
              END-IF
              MOVE 'Y'     TO WS-PTY-OPEN
              MOVE INP-REC TO WS-HDR-SAVE
              IF WS-PTY-STATUS(WS-PTY-CUR) = 'R'
                 MOVE INP-REC  TO WS-OUT-REC
                 MOVE WS-TGT-X TO WS-TGT
                 PERFORM H340-WRITE-TARGET
              END-IF
           ELSE
           IF INP-PRCSS-TYPE = 'Z'
              IF WS-PTY-OPEN-YES
                 IF WS-PTY-STATUS(WS-PTY-CUR) = 'R'
                    MOVE INP-REC  TO WS-OUT-REC
                    MOVE WS-TGT-X TO WS-TGT
                    PERFORM H340-WRITE-TARGET
                 ELSE
                    PERFORM H330-CLOSE-FRAMES
                 END-IF
                 MOVE 'N' TO WS-PTY-OPEN
              END-IF
           ELSE
              IF NOT WS-PTY-OPEN-YES
                 IF WS-PTY-CUR < WS-PTY-COUNT
                    ADD 1 TO WS-PTY-CUR
                 END-IF
                 MOVE 'Y'    TO WS-PTY-OPEN
                 MOVE SPACES TO WS-HDR-SAVE
              END-IF
              ADD 1 TO WS-CNT-READ
              IF WS-PTY-CUR > 0
                 AND WS-PTY-STATUS(WS-PTY-CUR) = 'R'
                 ADD 1 TO WS-CNT-X-REJ
                 MOVE WS-TGT-X TO WS-TGT
              ELSE
                 PERFORM H310-ROUTE-DETAIL
              END-IF
              PERFORM H320-WRITE-DETAIL
           END-IF
           END-IF.
           READ INP-FILE.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Detay kaydinin hedefini (WS-TGT) belirler. Bolumde
      *    yalnizca hesaba yerel R/D/W/B/T/Q/O islenir; ileri tarihli,
      *    esik ustu B/T, numara tahsisi isteyen (ID'si sifir) W ve
      *    diger tipler ortak kutuklere yazdigindan,
      *    dis numarasi cozulemeyen, hicbir araliga dusmeyen ve hedefi
      *    baska bolumde olan T kayitlari seri gecise kalir.
      *-----------------------------------------------------------------
       H310-ROUTE-DETAIL.
           MOVE WS-TGT-X TO WS-TGT.
           MOVE INP-ID   TO WS-RT-ID.
           IF INP-ID = 0 AND INP-ALIAS NOT = SPACES
              PERFORM H311-RESOLVE-ALIAS
           END-IF.

           IF INP-PRCSS-TYPE = 'W' AND INP-ID = 0
              AND INP-ALIAS = SPACES
              ADD 1 TO WS-CNT-X-SHARED
           ELSE
           IF WS-RT-ID = 0
              ADD 1 TO WS-CNT-X-ALIAS
           ELSE
           IF INP-PRCSS-TYPE NOT = 'R' AND 'D' AND 'W' AND 'B' AND 'T'
                              AND 'Q' AND 'O'
              ADD 1 TO WS-CNT-X-SHARED
           ELSE
           IF INP-EFF-DATE NUMERIC AND INP-EFF-DATE > WS-FILTER-DATE
              ADD 1 TO WS-CNT-X-SHARED
           ELSE
              MOVE 'N' TO WS-LIM-FOUND
              IF INP-PRCSS-TYPE = 'B' OR 'T'
                 PERFORM H312-CHECK-THRESHOLD
              END-IF
              IF WS-LIM-FOUND-YES
                 ADD 1 TO WS-CNT-X-SHARED
              ELSE
                 MOVE WS-RT-ID TO WS-RT-FIND-ID
                 PERFORM H313-FIND-PARTITION
                 MOVE WS-RT-FOUND TO WS-RT-SRC-PRT
                 IF WS-RT-SRC-PRT = 0
                    ADD 1 TO WS-CNT-X-RANGE
                 ELSE
                    IF INP-PRCSS-TYPE = 'T'
                       MOVE INP-TGT-ID TO WS-RT-FIND-ID
                       PERFORM H313-FIND-PARTITION
                       MOVE WS-RT-FOUND TO WS-RT-TGT-PRT
                    ELSE
                       MOVE WS-RT-SRC-PRT TO WS-RT-TGT-PRT
                    END-IF
                    IF WS-RT-TGT-PRT NOT = WS-RT-SRC-PRT
                       ADD 1 TO WS-CNT-X-CROSS
                    ELSE
                       MOVE WS-RT-SRC-PRT TO WS-TGT
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H311:Ic anahtari bos kaydin dis numarasini yalnizca
      *    yonlendirme icin rehberden cevirir; kayit degistirilmez,
      *    ceviriyi bolumun MAINPROG'u yeniden yapar. Bulunamazsa
      *    WS-RT-ID sifir kalir.
      *-----------------------------------------------------------------
       H311-RESOLVE-ALIAS.
           IF WS-ALI-OPEN-YES
              MOVE INP-ALIAS TO ALI-EXT-NO
              READ ALI-FILE
                 INVALID KEY
                    MOVE 0 TO WS-RT-ID
                 NOT INVALID KEY
                    MOVE ALI-ID TO WS-RT-ID
              END-READ
           END-IF.
       H311-END. EXIT.


       H312-CHECK-THRESHOLD.
           IF INP-AMOUNT NUMERIC
              IF INP-AMOUNT < 0
                 COMPUTE WS-ABS-AMOUNT = 0 - INP-AMOUNT
              ELSE
                 MOVE INP-AMOUNT TO WS-ABS-AMOUNT
              END-IF
              PERFORM H314-MATCH-LIMIT
                 VARYING WS-LIM-IDX FROM 1 BY 1
                    UNTIL WS-LIM-IDX > WS-LIM-COUNT
                       OR WS-LIM-FOUND-YES
           END-IF.
       H312-END. EXIT.


      *-----------------------------------------------------------------
      *    H313:WS-RT-FIND-ID'yi kapsayan bolumu WS-RT-FOUND'a koyar;
      *    hicbir araliga dusmuyorsa sifir birakir.
      *-----------------------------------------------------------------
       H313-FIND-PARTITION.
           MOVE 0 TO WS-RT-FOUND.
           PERFORM H315-MATCH-PARTITION
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX
                    OR WS-RT-FOUND > 0.
       H313-END. EXIT.


       H314-MATCH-LIMIT.
           IF WS-LIM-DVZ(WS-LIM-IDX) = INP-DVZ
              IF WS-ABS-AMOUNT >= WS-LIM-THRESHOLD(WS-LIM-IDX)
                 SET WS-LIM-FOUND-YES TO TRUE
              END-IF
           END-IF.
       H314-END. EXIT.


       H315-MATCH-PARTITION.
           IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
              AND WS-RT-FIND-ID >= WS-PRT-LOW(WS-PRT-IDX)
              AND WS-RT-FIND-ID <= WS-PRT-HIGH(WS-PRT-IDX)
              MOVE WS-PRT-IDX TO WS-RT-FOUND
           END-IF.
       H315-END. EXIT.


      *-----------------------------------------------------------------
      *    H320:Detayi WS-TGT hedefine yazar. Kabul edilen baslikli
      *    partide hedefe dusen ilk detaydan once saklanan baslik
      *    yazilir ve detay o hedefin parti sayim/hash'ine eklenir.
      *-----------------------------------------------------------------
       H320-WRITE-DETAIL.
           IF WS-PTY-CUR > 0
              AND WS-PTY-STATUS(WS-PTY-CUR) NOT = 'R'
              AND WS-PTY-HDR(WS-PTY-CUR) = 'Y'
              IF WS-TGT-FRAMED(WS-TGT) = 'N'
                 MOVE WS-HDR-SAVE TO WS-OUT-REC
                 PERFORM H340-WRITE-TARGET
                 MOVE 'Y' TO WS-TGT-FRAMED(WS-TGT)
              END-IF
              ADD 1 TO WS-TGT-DTL-CNT(WS-TGT)
              IF INP-AMOUNT NUMERIC
                 IF INP-AMOUNT < 0
                    COMPUTE WS-ABS-HASH-AMT = 0 - INP-AMOUNT
                 ELSE
                    MOVE INP-AMOUNT TO WS-ABS-HASH-AMT
                 END-IF
                 COMPUTE WS-TGT-HASH-ACC(WS-TGT) =
                         WS-TGT-HASH-ACC(WS-TGT) + WS-ABS-HASH-AMT
                 MOVE WS-TGT-HASH-ACC(WS-TGT) TO WS-TGT-HASH(WS-TGT)
                 MOVE WS-TGT-HASH(WS-TGT) TO WS-TGT-HASH-ACC(WS-TGT)
              END-IF
           END-IF.
           MOVE INP-REC TO WS-OUT-REC.
           PERFORM H340-WRITE-TARGET.
           ADD 1 TO WS-TGT-TOTAL(WS-TGT).
       H320-END. EXIT.


      *-----------------------------------------------------------------
      *    H330:Acik partinin basligi yazilmis her hedefine, o hedefe
      *    dusen detaylarin sayim ve hash'ini tasiyan bir Z kuyrugu
      *    yazar ve cerceveleri sifirlar.
      *-----------------------------------------------------------------
       H330-CLOSE-FRAMES.
           PERFORM H331-CLOSE-ONE-FRAME
              VARYING WS-TGT-IDX FROM 1 BY 1
                 UNTIL WS-TGT-IDX > WS-TGT-X.
       H330-END. EXIT.


       H331-CLOSE-ONE-FRAME.
           IF WS-TGT-FRAMED(WS-TGT-IDX) = 'Y'
              MOVE SPACES TO WS-OUT-REC
              MOVE 'Z'    TO WS-OUT-REC(1:1)
              MOVE WS-TGT-DTL-CNT(WS-TGT-IDX) TO WS-OUT-REC(2:7)
              MOVE WS-TGT-HASH(WS-TGT-IDX)    TO WS-OUT-REC(9:15)
              MOVE WS-TGT-IDX TO WS-TGT
              PERFORM H340-WRITE-TARGET
           END-IF.
           MOVE 'N'    TO WS-TGT-FRAMED(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-DTL-CNT(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-HASH(WS-TGT-IDX).
           MOVE ZEROES TO WS-TGT-HASH-ACC(WS-TGT-IDX).
       H331-END. EXIT.


      *-----------------------------------------------------------------
      *    H340:WS-OUT-REC'i WS-TGT hedef dosyasina yazar.
      *-----------------------------------------------------------------
       H340-WRITE-TARGET.
           EVALUATE WS-TGT
              WHEN 1
                 WRITE PI1-REC FROM WS-OUT-REC
              WHEN 2
                 WRITE PI2-REC FROM WS-OUT-REC
              WHEN 3
                 WRITE PI3-REC FROM WS-OUT-REC
              WHEN 4
                 WRITE PI4-REC FROM WS-OUT-REC
              WHEN OTHER
                 WRITE XPT-REC FROM WS-OUT-REC
           END-EVALUATE.
       H340-END. EXIT.


      *-----------------------------------------------------------------
      *    H390:Dosya sonunda acik kalan cerceveleri kapatir.
      *    Reddedilmis (kuyruksuz) partinin cercevesi yoktur; orijinal
      *    hali kuyruksuz olarak seri gecise gitmistir.
      *-----------------------------------------------------------------
       H390-END-DISTRIBUTE.
           PERFORM H330-CLOSE-FRAMES.
       H390-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTSPLIT' TO RLG-PROGRAM.
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
      *    H900:Bolum basina dagitilan detay sayisini, seri gecise
      *    kalan kayitlari nedenlerine gore ve parti sonuclarini rapora
      *    ve konsola basar. Reddedilmis parti varsa RC 4.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.
           PERFORM H910-PRINT-PARTITION
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX.
           MOVE SPACES TO WS-DETAIL
           MOVE 'X'    TO DTL-NO
           MOVE ZEROES TO DTL-LOW
           MOVE ZEROES TO DTL-HIGH
           MOVE WS-TGT-TOTAL(WS-TGT-X) TO DTL-COUNT
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN DETAY                : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERI: CAPRAZ BOLUM TRANSFER : ' TO TOT-LABEL
           MOVE WS-CNT-X-CROSS                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERI: ARALIK DISI HESAP     : ' TO TOT-LABEL
           MOVE WS-CNT-X-RANGE                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERI: ORTAK KUTUK ISLEMI    : ' TO TOT-LABEL
           MOVE WS-CNT-X-SHARED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERI: COZULEMEYEN DIS NO    : ' TO TOT-LABEL
           MOVE WS-CNT-X-ALIAS                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SERI: REDDEDILEN PARTI DTY  : ' TO TOT-LABEL
           MOVE WS-CNT-X-REJ                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'PARTI SAYISI                : ' TO TOT-LABEL
           MOVE WS-PTY-COUNT                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'REDDEDILEN PARTI            : ' TO TOT-LABEL
           MOVE WS-PTY-REJECTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== PRTSPLIT CONTROL TOTALS ============'
           DISPLAY ' OKUNAN DETAY            : ' WS-CNT-READ
           DISPLAY ' BOLUM 1                 : ' WS-TGT-TOTAL(1)
           DISPLAY ' BOLUM 2                 : ' WS-TGT-TOTAL(2)
           DISPLAY ' BOLUM 3                 : ' WS-TGT-TOTAL(3)
           DISPLAY ' BOLUM 4                 : ' WS-TGT-TOTAL(4)
           DISPLAY ' SERI GECIS (XPTFILE)    : ' WS-TGT-TOTAL(5)
           DISPLAY ' REDDEDILEN PARTI        : ' WS-PTY-REJECTED
           DISPLAY '================================================='.
           IF WS-PTY-REJECTED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


       H910-PRINT-PARTITION.
           IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
              MOVE SPACES                  TO WS-DETAIL
              MOVE WS-PRT-IDX              TO DTL-NO
              MOVE WS-PRT-LOW(WS-PRT-IDX)  TO DTL-LOW
              MOVE WS-PRT-HIGH(WS-PRT-IDX) TO DTL-HIGH
              MOVE WS-TGT-TOTAL(WS-PRT-IDX) TO DTL-COUNT
              MOVE WS-DETAIL TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H910-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           IF WS-RPT-OPEN-YES
              CLOSE RPT-FILE
           END-IF.
           IF WS-INP-OPEN-YES
              CLOSE INP-FILE
           END-IF.
           IF WS-ALI-OPEN-YES
              CLOSE ALI-FILE
           END-IF.
           IF WS-OUT-OPEN-YES
              CLOSE PI1-FILE PI2-FILE PI3-FILE PI4-FILE
                    PC1-FILE PC2-FILE PC3-FILE PC4-FILE
                    XPT-FILE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' SERI=' WS-TGT-TOTAL(5)
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
