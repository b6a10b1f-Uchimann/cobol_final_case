       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONCOLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LON-FILE   ASSIGN TO LONFILE
                             STATUS LON-ST.
           SELECT LNN-FILE   ASSIGN TO LONNEW
                             STATUS LNN-ST.
           SELECT INS-FILE   ASSIGN TO INSFILE
                             STATUS INS-ST.
           SELECT INN-FILE   ASSIGN TO INSNEW
                             STATUS INN-ST.
           SELECT OPTIONAL OUT-FILE ASSIGN TO OUTFILE
                             STATUS OUT-ST.
           SELECT GEN-FILE   ASSIGN TO GENFILE
                             STATUS GEN-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT AGE-FILE   ASSIGN TO AGERPT
                             STATUS AGE-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  LON-FILE RECORDING MODE F.
           COPY LONREC.
       FD  LNN-FILE RECORDING MODE F.
         01  LNN-REC                   PIC X(80).
       FD  INS-FILE RECORDING MODE F.
           COPY INSREC.
       FD  INN-FILE RECORDING MODE F.
         01  INN-REC                   PIC X(80).
       FD  OUT-FILE RECORDING MODE F.
      *          Bir onceki MAINPROG calismasinin sonuc dosyasi;
      *          tahsilata gonderilen taksitlerin sonucu referans
      *          numarasindan bulunur.
           COPY OUTREC.
       FD  GEN-FILE RECORDING MODE F.
      *          MAINPROG'un INPFILE duzeninde uretilen parti: basta H
      *          basligi, vadesi gelen veya gecikmedeki her taksit icin
      *          tahsil hesabini borclandiran bir B detayi (eksi tutar),
      *          sonda detay sayisi ve tutar hash'i ile Z kuyrugu.
         01  GEN-REC.
           07 GEN-PRCSS-TYPE           PIC X(01).
           07 GEN-ID                   PIC 9(5).
           07 GEN-DVZ                  PIC 9(3).
           07 GEN-AMOUNT               PIC S9(15) COMP-3.
           07 GEN-NAME                 PIC X(15).
           07 GEN-SRNAME               PIC X(15).
           07 GEN-XLIT-RULE            PIC X(01).
           07 GEN-TGT-ID               PIC 9(5).
           07 GEN-TGT-DVZ              PIC 9(3).
           07 GEN-REF-NO               PIC 9(09).
           07 FILLER                   PIC X(26).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(08).
         01  GEN-HDR-REC.
           07 GEN-HDR-TYPE             PIC X(01).
           07 GEN-HDR-SOURCE           PIC X(08).
           07 GEN-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  GEN-TRL-REC.
           07 GEN-TRL-TYPE             PIC X(01).
           07 GEN-TRL-COUNT            PIC 9(07).
           07 GEN-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  AGE-FILE RECORDING MODE F.
         01  AGE-REC                   PIC X(80).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 LON-ST                   PIC 9(02).
              88 LON-EOF                          VALUE 10.
              88 LON-SUCCES                       VALUE 00 97.
           05 LNN-ST                   PIC 9(02).
           05 INS-ST                   PIC 9(02).
              88 INS-EOF                          VALUE 10.
              88 INS-SUCCES                       VALUE 00 97.
           05 INN-ST                   PIC 9(02).
           05 OUT-ST                   PIC 9(02).
              88 OUT-EOF                          VALUE 10.
              88 OUT-SUCCES                       VALUE 00 97.
           05 GEN-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 AGE-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
      *          PRMFILE'dan okunan is gunu tarihi (CYYAAGG); sifir ise
      *          tarih damgalari makine tarihine geri doner.
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-NEW               PIC 9(07) VALUE 0.
           05 WS-CNT-INVALID           PIC 9(07) VALUE 0.
           05 WS-CNT-CLOSED            PIC 9(07) VALUE 0.
           05 WS-CNT-INS-BUILT         PIC 9(07) VALUE 0.
           05 WS-CNT-PAID              PIC 9(07) VALUE 0.
           05 WS-CNT-ARREARS           PIC 9(07) VALUE 0.
           05 WS-CNT-REJECTED          PIC 9(07) VALUE 0.
           05 WS-CNT-ORPHAN            PIC 9(07) VALUE 0.
      *          Uretilen parti kuyrugu icin detay sayisi ve tutar
      *          hash'i; hash kurali MAINPROG/PREEDIT ile birebir
      *          aynidir (mutlak deger toplami, tasan hane atilir).
           05 WS-GEN-COUNT             PIC 9(07) VALUE 0.
           05 WS-GEN-HASH              PIC 9(15) VALUE 0.
           05 WS-HASH-ACC              PIC S9(17) COMP-3 VALUE 0.
           05 WS-ABS-HASH-AMT          PIC S9(15) COMP-3.
           05 WS-GEN-AMOUNT            PIC S9(15) COMP-3.
      *          Taksit referansi: 800000000 + kredi no * 1000 + taksit
      *          no. STORDGEN'in AAGG tabanli referans araligiyla
      *          cakismaz; ayni taksit her gece ayni referansla gider,
      *          basariyla islendigi anda REFFILE'a girer ve bir daha
      *          islenemez.
           05 WS-REF-NO                PIC 9(09).
      *          Kredinin plan ve sayac calisma alanlari.
           05 WS-LN-PAID               PIC 9(03).
           05 WS-LN-ARREARS            PIC 9(03).
           05 WS-LN-SEQ                PIC 9(03).
           05 WS-LN-REMAIN             PIC S9(15) COMP-3.
           05 WS-LN-INST               PIC S9(15) COMP-3.
           05 WS-LN-BASE-DD            PIC 9(02).
           05 WS-MRATE                 PIC S9(03)V9(12) COMP-3.
           05 WS-FACTOR                PIC S9(09)V9(12) COMP-3.
           05 WS-INS-SAVE              PIC X(80).
           05 WS-NOTE                  PIC X(12).
      *          Gecikme yaslandirmasi icin gun sayisi hesabi.
           05 WS-DUE-DAYNUM            PIC 9(07).
           05 WS-RUN-DAYNUM            PIC 9(07).
           05 WS-DAY-NUM               PIC 9(07).
           05 WS-DAYS-PAST             PIC 9(05).
           05 WS-BKT                   PIC 9(01).
           05 WS-DAY-IDX               PIC 9(02).
           05 WS-YEAR                  PIC 9(04).
           05 WS-YEAR-REM              PIC 9(04).
           05 WS-YEAR-DUMMY            PIC 9(04).
           05 WS-MONTH-LEN             PIC 9(02).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
           05 WS-WRK-DATE.
              07 WS-WRK-CENT            PIC 9.
              07 WS-WRK-YY              PIC 99.
              07 WS-WRK-MM              PIC 99.
              07 WS-WRK-DD              PIC 99.
         01  WS-MONTH-TABLE.
      *          Ay uzunluklari; subat artik yilda H530'da 29'a cekilir.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
         01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-RES-AREA.
      *          Onceki MAINPROG calismasinin kredi taksiti sonuclari:
      *          OUTFILE'daki 8 ile baslayan referansli B kayitlari
      *          calisma basinda bu tabloya yuklenir.
           05 WS-RES-COUNT             PIC 9(04) VALUE 0.
           05 WS-RES-MAX               PIC 9(04) VALUE 5000.
           05 WS-RES-IDX               PIC 9(04).
           05 WS-RES-SEL               PIC 9(04).
           05 WS-RES-FOUND             PIC X(01) VALUE 'N'.
              88 WS-RES-FOUND-YES                VALUE 'Y'.
           05 WS-RES-ENTRY OCCURS 5000 TIMES.
              07 WS-RES-REF-NO         PIC 9(09).
              07 WS-RES-RC             PIC 9(02).
         01  WS-BKT-NAMES.
      *          Yaslandirma dilimleri: 1-30, 31-60, 61-90, 90 gun ustu.
           05 FILLER                   PIC X(24) VALUE
              '1-30  31-60 61-90 90+   '.
         01  WS-BKT-NAMES-R REDEFINES WS-BKT-NAMES.
           05 WS-BKT-NAME OCCURS 4 TIMES PIC X(06).
         01  WS-BKT-TOTALS.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
              07 WS-BKT-CNT            PIC 9(07).
              07 WS-BKT-AMT            PIC S9(15) COMP-3.
         01  WS-DETAIL.
           05 DTL-LON                  PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SEQ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-DUE                  PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REF                  PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-NOTE                 PIC X(12).
         01  WS-AGE-LINE.
           05 AGE-LON                  PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 AGE-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-SEQ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-DUE                  PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-DAYS                 PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-BUCKET               PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-STS                  PIC X(01).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-BKT-LINE.
           05 BKT-LABEL                PIC X(10).
           05 BKT-NAME                 PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BKT-CNT                  PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BKT-AMT                  PIC -(14)9.
           COPY RSNCODE.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Taksitli kredi tahsilat gece calismasi. Once bir
      *    onceki MAINPROG calismasinin sonuclari (OUTFILE) okunup
      *    gonderilmis taksitler odendi/gecikmede olarak isaretlenir.
      *    Yeni kredilerin odeme plani uretilir. Vadesi is gunune
      *    gelmis taksitlerle gecikmedeki taksitler STORDGEN'deki gibi
      *    MAINPROG'un okuyacagi bir INPFILE partisine B
      *    borclandirmasi olarak yazilir. Vadesi gecmis odenmemis her
      *    taksit yaslandirma raporuna dusulur.
      *    LONFILE ve INSFILE kredi numarasi sirasinda eslenerek okunur,
      *    guncel halleri LONNEW ve INSNEW'e yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-LOAN UNTIL LON-EOF
           PERFORM H210-PASS-ORPHAN UNTIL INS-EOF
           PERFORM H450-WRITE-TRAILER
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Kredi ve taksit dosyalarini girdi; yeni kopyalarini,
      *    uretilen partiyi ve iki raporu cikti olarak acar. Acilma
      *    hatasinda ABDFILE'a tani kaydi dusup programdan cikar.
      *    Onceki calismanin sonuclari tabloya yuklenir, parti basligi
      *    hemen yazilir.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           INITIALIZE WS-BKT-TOTALS.

           OPEN INPUT  LON-FILE.
           OPEN INPUT  INS-FILE.
           OPEN OUTPUT LNN-FILE.
           OPEN OUTPUT INN-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT AGE-FILE.
           IF (LON-ST NOT = 0) AND (LON-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN LONFILE: ' LON-ST
               MOVE 'LONFILE'  TO ABD-FAILED-FILE
               MOVE LON-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE LON-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (INS-ST NOT = 0) AND (INS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN INSFILE: ' INS-ST
               MOVE 'INSFILE'  TO ABD-FAILED-FILE
               MOVE INS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE INS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (LNN-ST NOT = 0) AND (LNN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN LONNEW: ' LNN-ST
               MOVE 'LONNEW'   TO ABD-FAILED-FILE
               MOVE LNN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE LNN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (INN-ST NOT = 0) AND (INN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN INSNEW: ' INN-ST
               MOVE 'INSNEW'   TO ABD-FAILED-FILE
               MOVE INN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE INN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (GEN-ST NOT = 0) AND (GEN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN GENFILE: ' GEN-ST
               MOVE 'GENFILE'  TO ABD-FAILED-FILE
               MOVE GEN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE GEN-ST TO RETURN-CODE
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
           IF (AGE-ST NOT = 0) AND (AGE-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN AGERPT: ' AGE-ST
               MOVE 'AGERPT'   TO ABD-FAILED-FILE
               MOVE AGE-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE AGE-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           PERFORM H110-LOAD-RESULTS.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
                  ' SONUC=' WS-RES-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE SPACES        TO GEN-HDR-REC
           MOVE 'H'           TO GEN-HDR-TYPE
           MOVE 'LONCOLL'     TO GEN-HDR-SOURCE
           MOVE WS-CENT-DATE  TO GEN-HDR-DATE
           WRITE GEN-HDR-REC.

           MOVE 'KREDI TAKSIT TAHSILAT KAYIT DEFTERI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           MOVE SPACES TO AGE-REC
           STRING 'GECIKMIS TAKSIT YASLANDIRMA RAPORU  ISGUNU: '
                  WS-CENT-DATE
               DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC.
           MOVE 'KREDI HESAP     TKS VADE     GUN          TUTAR DILIM'
             TO AGE-REC
           WRITE AGE-REC.
           MOVE ALL '-' TO AGE-REC
           WRITE AGE-REC.

           MOVE WS-CENT-DATE TO WS-WRK-DATE
           PERFORM H540-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-RUN-DAYNUM.

           READ LON-FILE.
           READ INS-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'LONCOLL' TO ABD-PROGRAM.
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
      *    H110:Onceki MAINPROG calismasinin OUTFILE'ini (istege bagli)
      *    okur; kredi taksit referans araligindaki B sonuclarini
      *    referans ve sonuc kodu olarak tabloya alir.
      *-----------------------------------------------------------------
       H110-LOAD-RESULTS.
           OPEN INPUT OUT-FILE.
           IF OUT-SUCCES
              READ OUT-FILE
              PERFORM H111-LOAD-ONE-RESULT UNTIL NOT OUT-SUCCES
              CLOSE OUT-FILE
           ELSE
              DISPLAY 'OUTFILE ACILAMADI: ' OUT-ST
                      ' TAKSIT SONUCLARI ISLENMEDI'
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H111:OUTFILE'in bir kaydini inceler; kredi taksit referansli
      *    B sonucuysa tabloya ekler.
      *-----------------------------------------------------------------
       H111-LOAD-ONE-RESULT.
           IF OUT-PRCSS-TYPE = 'B'
              AND OUT-REF-NO NUMERIC
              AND OUT-REF-NO >= 800000000 AND OUT-REF-NO <= 899999999
              IF WS-RES-COUNT < WS-RES-MAX
                 ADD 1 TO WS-RES-COUNT
                 MOVE OUT-REF-NO      TO WS-RES-REF-NO(WS-RES-COUNT)
                 MOVE OUT-RETURN-CODE TO WS-RES-RC(WS-RES-COUNT)
              ELSE
                 DISPLAY 'SONUC TABLOSU DOLU, ATLANDI: ' OUT-REF-NO
              END-IF
           END-IF.
           READ OUT-FILE.
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           MOVE 'LONCOLL' TO RLG-PROGRAM.
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
      *    H200:Bir krediyi isler: once kredisi olmayan taksitler
      *    oldugu gibi tasinir, sonra kredinin mevcut taksitleri
      *    islenir. Yeni kredinin odeme plani uretilir. Odenen ve
      *    gecikmedeki taksit sayilari krediye yazilir; butun
      *    taksitleri odenmis kredi kapanir.
      *-----------------------------------------------------------------
       H200-PROCESS-LOAN.
           ADD 1 TO WS-CNT-READ.
           MOVE 0 TO WS-LN-PAID
           MOVE 0 TO WS-LN-ARREARS

           PERFORM H210-PASS-ORPHAN
              UNTIL INS-EOF OR INS-LON-NO NOT < LON-NO.

           IF NOT LON-STS-NEW
              PERFORM H300-PROCESS-INSTALLMENT
                 UNTIL INS-EOF OR INS-LON-NO NOT = LON-NO
           END-IF.

           IF LON-STS-NEW
              PERFORM H600-BUILD-SCHEDULE
           END-IF.

           IF NOT LON-STS-NEW
              MOVE WS-LN-PAID    TO LON-PAID-CNT
              MOVE WS-LN-ARREARS TO LON-ARREARS-CNT
              IF LON-PAID-CNT NOT < LON-TERM AND NOT LON-STS-CLOSED
                 MOVE 'K' TO LON-STATUS
                 ADD 1 TO WS-CNT-CLOSED
                 MOVE LON-NO    TO DTL-LON
                 MOVE LON-ID    TO DTL-ID
                 MOVE LON-DVZ   TO DTL-DVZ
                 MOVE LON-TERM  TO DTL-SEQ
                 MOVE WS-CENT-DATE TO DTL-DUE
                 MOVE LON-PRINCIPAL TO DTL-AMOUNT
                 MOVE 0         TO DTL-REF
                 MOVE 'KREDI KAPANDI' TO DTL-NOTE
                 MOVE WS-DETAIL TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.

           MOVE LON-REC TO LNN-REC
           WRITE LNN-REC.

           READ LON-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Kredi dosyasinda karsiligi olmayan taksit kaydini
      *    degistirmeden yeni plan dosyasina tasir.
      *-----------------------------------------------------------------
       H210-PASS-ORPHAN.
           ADD 1 TO WS-CNT-ORPHAN.
           MOVE INS-REC TO INN-REC
           WRITE INN-REC.
           READ INS-FILE.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Kredinin plan dosyasindan okunan bir taksitini isler ve
      *    yeni plan dosyasina yazar.
      *-----------------------------------------------------------------
       H300-PROCESS-INSTALLMENT.
           PERFORM H310-HANDLE-INSTALLMENT.
           MOVE INS-REC TO INN-REC
           WRITE INN-REC.
           READ INS-FILE.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:INS-REC'teki taksidin durumunu ilerletir: gonderilmis
      *    veya gecikmedeki taksidin onceki sonucu islenir; vadesi
      *    gelmis bekleyen taksit ve gecikmedeki taksit tahsilata
      *    gonderilir (kapali krediden gonderim yapilmaz). Vadesi
      *    gecmis odenmemis taksit yaslandirma raporuna dusulur.
      *-----------------------------------------------------------------
       H310-HANDLE-INSTALLMENT.
           IF INS-STS-SENT OR INS-STS-ARREARS
              PERFORM H320-APPLY-RESULT
           END-IF.

           IF NOT LON-STS-CLOSED
              IF (INS-STS-PENDING AND INS-DUE-DATE > 0
                  AND INS-DUE-DATE <= WS-CENT-DATE)
                 OR INS-STS-ARREARS
                 PERFORM H400-EMIT-DETAIL
              END-IF
           END-IF.

           IF INS-STS-PAID
              ADD 1 TO WS-LN-PAID
           END-IF.
           IF INS-STS-ARREARS
              ADD 1 TO WS-LN-ARREARS
           END-IF.

           IF NOT INS-STS-PAID AND INS-DUE-DATE < WS-CENT-DATE
              PERFORM H500-AGE-INSTALLMENT
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H320:Taksidin referansini onceki calismanin sonuc tablosunda
      *    arar. 00 odendi; 26 (referans zaten islenmis) da daha once
      *    odendigini gosterir. 21 yetersiz bakiye, 30 bloke ve 40
      *    gunluk borc limiti taksidi gecikmeye alir. 25 onay
      *    bekleyen kayittir, durum korunur. Diger red kodlari taksidi
      *    elle takip icin R'ye ceker.
      *    Sonuc bulunamazsa (MAINPROG henuz kosmamis) durum korunur.
      *-----------------------------------------------------------------
       H320-APPLY-RESULT.
           MOVE 'N' TO WS-RES-FOUND
           MOVE 0   TO WS-RES-SEL
           PERFORM H321-MATCH-RESULT
              VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > WS-RES-COUNT
                    OR WS-RES-FOUND-YES.

           IF WS-RES-FOUND-YES
              MOVE WS-RES-RC(WS-RES-SEL) TO INS-LAST-RC
              MOVE SPACES TO WS-NOTE
              IF INS-LAST-RC = RSN-OK OR INS-LAST-RC = RSN-DUP-REF
                 MOVE 'O' TO INS-STATUS
                 MOVE WS-CENT-DATE TO INS-PAID-DATE
                 ADD 1 TO WS-CNT-PAID
                 MOVE 'ODENDI'       TO WS-NOTE
              ELSE
              IF INS-LAST-RC = RSN-INSUFF-FUNDS
                 OR INS-LAST-RC = RSN-LIEN-BLOCK
                 OR INS-LAST-RC = RSN-DAILY-LIMIT
                 IF NOT INS-STS-ARREARS
                    ADD 1 TO WS-CNT-ARREARS
                 END-IF
                 MOVE 'C' TO INS-STATUS
                 MOVE 'GECIKMEDE'    TO WS-NOTE
              ELSE
              IF INS-LAST-RC NOT = RSN-HELD
                 MOVE 'R' TO INS-STATUS
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'REDDEDILDI'   TO WS-NOTE
              END-IF
              END-IF
              END-IF
              IF WS-NOTE NOT = SPACES
                 PERFORM H330-WRITE-RESULT-LINE
              END-IF
           END-IF.
       H320-END. EXIT.


      *-----------------------------------------------------------------
      *    H321:Sonuc tablosunun bir girdisini taksit referansiyla
      *    karsilastirir.
      *-----------------------------------------------------------------
       H321-MATCH-RESULT.
           IF WS-RES-REF-NO(WS-RES-IDX) = INS-REF-NO
              SET WS-RES-FOUND-YES TO TRUE
              MOVE WS-RES-IDX TO WS-RES-SEL
           END-IF.
       H321-END. EXIT.


      *-----------------------------------------------------------------
      *    H330:Taksit sonucunu kayit defterine yazar.
      *-----------------------------------------------------------------
       H330-WRITE-RESULT-LINE.
           MOVE INS-LON-NO    TO DTL-LON
           MOVE INS-ID        TO DTL-ID
           MOVE INS-DVZ       TO DTL-DVZ
           MOVE INS-SEQ       TO DTL-SEQ
           MOVE INS-DUE-DATE  TO DTL-DUE
           MOVE INS-AMOUNT    TO DTL-AMOUNT
           MOVE INS-REF-NO    TO DTL-REF
           MOVE WS-NOTE       TO DTL-NOTE
           MOVE WS-DETAIL     TO RPT-REC
           WRITE RPT-REC.
       H330-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Taksitten tahsil hesabini borclandiran bir B detayi
      *    uretir; parti sayaci ve tutar hash'i islenir, taksit
      *    gonderildi olarak isaretlenir (gecikmedeki taksit gecikmede
      *    kalir) ve kayit defterine satir dusulur.
      *-----------------------------------------------------------------
       H400-EMIT-DETAIL.
           COMPUTE WS-REF-NO = 800000000
                             + (INS-LON-NO * 1000) + INS-SEQ.
           COMPUTE WS-GEN-AMOUNT = 0 - INS-AMOUNT.

           MOVE SPACES        TO GEN-REC
           MOVE 'B'           TO GEN-PRCSS-TYPE
           MOVE INS-ID        TO GEN-ID
           MOVE INS-DVZ       TO GEN-DVZ
           MOVE WS-GEN-AMOUNT TO GEN-AMOUNT
           MOVE SPACES        TO GEN-NAME
           MOVE SPACES        TO GEN-SRNAME
           MOVE SPACE         TO GEN-XLIT-RULE
           MOVE 0             TO GEN-TGT-ID
           MOVE 0             TO GEN-TGT-DVZ
           MOVE WS-REF-NO     TO GEN-REF-NO
           WRITE GEN-REC.

           ADD 1 TO WS-GEN-COUNT.
           MOVE INS-AMOUNT TO WS-ABS-HASH-AMT
           IF WS-ABS-HASH-AMT < 0
              COMPUTE WS-ABS-HASH-AMT = 0 - WS-ABS-HASH-AMT
           END-IF
           COMPUTE WS-HASH-ACC = WS-HASH-ACC + WS-ABS-HASH-AMT
           MOVE WS-HASH-ACC TO WS-GEN-HASH
           MOVE WS-GEN-HASH TO WS-HASH-ACC.

           MOVE WS-REF-NO     TO INS-REF-NO
           MOVE WS-CENT-DATE  TO INS-SENT-DATE
           IF INS-STS-PENDING
              MOVE 'G' TO INS-STATUS
              MOVE 'GONDERILDI'   TO WS-NOTE
           ELSE
              MOVE 'YENIDEN GND'  TO WS-NOTE
           END-IF.
           PERFORM H330-WRITE-RESULT-LINE.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H450:Parti kuyrugunu detay sayisi ve tutar hash'i ile yazar.
      *-----------------------------------------------------------------
       H450-WRITE-TRAILER.
           MOVE SPACES        TO GEN-TRL-REC
           MOVE 'Z'           TO GEN-TRL-TYPE
           MOVE WS-GEN-COUNT  TO GEN-TRL-COUNT
           MOVE WS-GEN-HASH   TO GEN-TRL-HASH
           WRITE GEN-TRL-REC.
       H450-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Vadesi gecmis odenmemis taksidin gecikme gununu bulur,
      *    dilimini belirler, dilim toplamlarina ekler ve yaslandirma
      *    raporuna satir yazar.
      *-----------------------------------------------------------------
       H500-AGE-INSTALLMENT.
           MOVE INS-DUE-DATE TO WS-WRK-DATE
           PERFORM H540-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-DUE-DAYNUM
           COMPUTE WS-DAYS-PAST = WS-RUN-DAYNUM - WS-DUE-DAYNUM.

           EVALUATE TRUE
              WHEN WS-DAYS-PAST <= 30
                 MOVE 1 TO WS-BKT
              WHEN WS-DAYS-PAST <= 60
                 MOVE 2 TO WS-BKT
              WHEN WS-DAYS-PAST <= 90
                 MOVE 3 TO WS-BKT
              WHEN OTHER
                 MOVE 4 TO WS-BKT
           END-EVALUATE.

           ADD 1          TO WS-BKT-CNT(WS-BKT)
           ADD INS-AMOUNT TO WS-BKT-AMT(WS-BKT).

           MOVE INS-LON-NO     TO AGE-LON
           MOVE INS-ID         TO AGE-ID
           MOVE INS-DVZ        TO AGE-DVZ
           MOVE INS-SEQ        TO AGE-SEQ
           MOVE INS-DUE-DATE   TO AGE-DUE
           MOVE WS-DAYS-PAST   TO AGE-DAYS
           MOVE INS-AMOUNT     TO AGE-AMOUNT
           MOVE WS-BKT-NAME(WS-BKT) TO AGE-BUCKET
           MOVE INS-STATUS     TO AGE-STS
           MOVE WS-AGE-LINE    TO AGE-REC
           WRITE AGE-REC.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H520:Calisma tarihine bir ay ekler; gun, kredinin ilk taksit
      *    gunune geri cekilir ve hedef ayin uzunlugunu asarsa ay
      *    sonuna kirpilir (31 Ocak -> 28 Subat -> 31 Mart).
      *-----------------------------------------------------------------
       H520-ADD-ONE-MONTH.
           IF WS-WRK-MM < 12
              ADD 1 TO WS-WRK-MM
           ELSE
              MOVE 1 TO WS-WRK-MM
              ADD 1 TO WS-WRK-YY
           END-IF.
           MOVE WS-LN-BASE-DD TO WS-WRK-DD.
           PERFORM H530-GET-MONTH-LEN.
           IF WS-WRK-DD > WS-MONTH-LEN
              MOVE WS-MONTH-LEN TO WS-WRK-DD
           END-IF.
       H520-END. EXIT.


      *-----------------------------------------------------------------
      *    H530:Calisma tarihinin ayinin gun sayisini bulur; dorde tam
      *    bolunen yillarda subat 29 cekilir.
      *-----------------------------------------------------------------
       H530-GET-MONTH-LEN.
           MOVE WS-MONTH-DAYS(WS-WRK-MM) TO WS-MONTH-LEN.
           IF WS-WRK-MM = 2
              COMPUTE WS-YEAR = 1900 + (WS-WRK-CENT * 100) + WS-WRK-YY
              DIVIDE WS-YEAR BY 4
                     GIVING WS-YEAR-DUMMY REMAINDER WS-YEAR-REM
              IF WS-YEAR-REM = 0
                 MOVE 29 TO WS-MONTH-LEN
              END-IF
           END-IF.
       H530-END. EXIT.


      *-----------------------------------------------------------------
      *    H540:WS-WRK-DATE'i sabit bir baslangictan itibaren gun
      *    sayisina (WS-DAY-NUM) cevirir; iki tarihin farki gecikme
      *    gununu verir. Artik yil kurali H530 ile aynidir.
      *-----------------------------------------------------------------
       H540-DATE-TO-DAYNUM.
           COMPUTE WS-YEAR = (WS-WRK-CENT * 100) + WS-WRK-YY.
           DIVIDE WS-YEAR BY 4
                  GIVING WS-YEAR-DUMMY REMAINDER WS-YEAR-REM.
           COMPUTE WS-DAY-NUM = (WS-YEAR * 365) + WS-YEAR-DUMMY
                              + WS-WRK-DD.
           IF WS-YEAR-REM = 0 AND WS-WRK-MM <= 2
              SUBTRACT 1 FROM WS-DAY-NUM
           END-IF.
           PERFORM H541-ADD-MONTH-DAYS
              VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX >= WS-WRK-MM.
       H540-END. EXIT.


       H541-ADD-MONTH-DAYS.
           ADD WS-MONTH-DAYS(WS-DAY-IDX) TO WS-DAY-NUM.
       H541-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:Yeni kredinin odeme planini uretir. Aylik oran yillik
      *    oranin 1200'de biridir; sabit taksit annuite formulu ile
      *    bulunur (faizsiz kredide anapara taksit sayisina bolunur).
      *    Her taksitte faiz kalan anapara uzerinden hesaplanir, son
      *    taksit kalan anaparayi kapatir. Ileri okunmus taksit kaydi
      *    saklanir, plan INS-REC uzerinde kurulup H310'dan gecirilir
      *    ve yazilir, sonra okunmus kayit geri konur.
      *-----------------------------------------------------------------
       H600-BUILD-SCHEDULE.
           IF LON-PRINCIPAL NOT > 0
              OR LON-TERM = 0
              OR LON-FIRST-DATE = 0
              OR LON-ID = 0
              ADD 1 TO WS-CNT-INVALID
              MOVE LON-NO        TO DTL-LON
              MOVE LON-ID        TO DTL-ID
              MOVE LON-DVZ       TO DTL-DVZ
              MOVE LON-TERM      TO DTL-SEQ
              MOVE LON-FIRST-DATE TO DTL-DUE
              MOVE LON-PRINCIPAL TO DTL-AMOUNT
              MOVE 0             TO DTL-REF
              MOVE 'GECERSIZ KRD' TO DTL-NOTE
              MOVE WS-DETAIL     TO RPT-REC
              WRITE RPT-REC
           ELSE
              ADD 1 TO WS-CNT-NEW
              MOVE INS-REC TO WS-INS-SAVE
              COMPUTE WS-MRATE = LON-RATE / 1200
              IF WS-MRATE = 0
                 COMPUTE WS-LN-INST ROUNDED = LON-PRINCIPAL / LON-TERM
              ELSE
                 COMPUTE WS-FACTOR = (1 + WS-MRATE) ** LON-TERM
                 COMPUTE WS-LN-INST ROUNDED =
                     LON-PRINCIPAL * WS-MRATE * WS-FACTOR
                     / (WS-FACTOR - 1)
              END-IF
              MOVE WS-LN-INST     TO LON-INST-AMOUNT
              MOVE LON-PRINCIPAL  TO WS-LN-REMAIN
              MOVE LON-FIRST-DATE TO WS-WRK-DATE
              MOVE WS-WRK-DD      TO WS-LN-BASE-DD
              MOVE 'A'            TO LON-STATUS
              IF LON-OPEN-DATE = 0
                 MOVE WS-CENT-DATE TO LON-OPEN-DATE
              END-IF
              PERFORM H610-BUILD-ONE-INSTALLMENT
                 VARYING WS-LN-SEQ FROM 1 BY 1
                    UNTIL WS-LN-SEQ > LON-TERM
              MOVE WS-INS-SAVE TO INS-REC
           END-IF.
       H600-END. EXIT.


      *-----------------------------------------------------------------
      *    H610:Planin WS-LN-SEQ'inci taksidini kurar, H310 ile o gunun
      *    durumunu uygular ve yeni plan dosyasina yazar.
      *-----------------------------------------------------------------
       H610-BUILD-ONE-INSTALLMENT.
           IF WS-LN-SEQ > 1
              PERFORM H520-ADD-ONE-MONTH
           END-IF.

           MOVE SPACES        TO INS-REC
           MOVE LON-NO        TO INS-LON-NO
           MOVE WS-LN-SEQ     TO INS-SEQ
           MOVE LON-ID        TO INS-ID
           MOVE LON-DVZ       TO INS-DVZ
           MOVE WS-WRK-DATE   TO INS-DUE-DATE
           COMPUTE INS-INTEREST ROUNDED = WS-LN-REMAIN * WS-MRATE
           IF WS-LN-SEQ = LON-TERM
              MOVE WS-LN-REMAIN TO INS-PRINCIPAL
           ELSE
              COMPUTE INS-PRINCIPAL = WS-LN-INST - INS-INTEREST
           END-IF
           COMPUTE INS-AMOUNT = INS-PRINCIPAL + INS-INTEREST
           SUBTRACT INS-PRINCIPAL FROM WS-LN-REMAIN
           MOVE 'B'           TO INS-STATUS
           MOVE 0             TO INS-REF-NO
           MOVE 0             TO INS-SENT-DATE
           MOVE 0             TO INS-PAID-DATE
           MOVE 0             TO INS-LAST-RC
           ADD 1 TO WS-CNT-INS-BUILT.

           PERFORM H310-HANDLE-INSTALLMENT.

           MOVE INS-REC TO INN-REC
           WRITE INN-REC.
       H610-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonlarina ozet satirlarini basar ve kontrol
      *    toplamlarini konsola dokur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN KREDI SAYISI         : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'PLANI URETILEN KREDI        : ' TO TOT-LABEL
           MOVE WS-CNT-NEW                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'URETILEN TAKSIT             : ' TO TOT-LABEL
           MOVE WS-CNT-INS-BUILT                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'GECERSIZ KREDI              : ' TO TOT-LABEL
           MOVE WS-CNT-INVALID                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TAHSILATA GONDERILEN TAKSIT : ' TO TOT-LABEL
           MOVE WS-GEN-COUNT                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ODENDI ISARETLENEN TAKSIT   : ' TO TOT-LABEL
           MOVE WS-CNT-PAID                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'GECIKMEYE DUSEN TAKSIT      : ' TO TOT-LABEL
           MOVE WS-CNT-ARREARS                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'REDDEDILEN TAKSIT           : ' TO TOT-LABEL
           MOVE WS-CNT-REJECTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'KAPANAN KREDI               : ' TO TOT-LABEL
           MOVE WS-CNT-CLOSED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE ALL '-' TO AGE-REC
           WRITE AGE-REC.
           PERFORM H910-WRITE-BUCKET
              VARYING WS-BKT FROM 1 BY 1
                 UNTIL WS-BKT > 4.

           DISPLAY '=========== LONCOLL CONTROL TOTALS ============='
           DISPLAY ' OKUNAN KREDI SAYISI     : ' WS-CNT-READ
           DISPLAY ' URETILEN DETAY SAYISI   : ' WS-GEN-COUNT
           DISPLAY ' ODENEN TAKSIT           : ' WS-CNT-PAID
           DISPLAY ' GECIKMEYE DUSEN TAKSIT  : ' WS-CNT-ARREARS
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H910:Bir yaslandirma diliminin adet ve tutar toplamini
      *    yaslandirma raporuna yazar.
      *-----------------------------------------------------------------
       H910-WRITE-BUCKET.
           MOVE 'GUN DILIMI'          TO BKT-LABEL
           MOVE WS-BKT-NAME(WS-BKT)   TO BKT-NAME
           MOVE WS-BKT-CNT(WS-BKT)    TO BKT-CNT
           MOVE WS-BKT-AMT(WS-BKT)    TO BKT-AMT
           MOVE WS-BKT-LINE           TO AGE-REC
           WRITE AGE-REC.
       H910-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE LON-FILE.
           CLOSE LNN-FILE.
           CLOSE INS-FILE.
           CLOSE INN-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           CLOSE AGE-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
