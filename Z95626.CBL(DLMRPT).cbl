       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DLX-FILE ASSIGN TO DLXFILE
                             STATUS DLX-ST.
           SELECT OPTIONAL DLU-FILE ASSIGN TO DLUFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY DLU-KEY
                             STATUS DLU-ST.
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
       FD  DLX-FILE RECORDING MODE F.
           COPY DLXREC.
       FD  DLU-FILE.
           COPY DLUREC.
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
           05 DLX-ST                   PIC 9(02).
              88 DLX-EOF                          VALUE 10.
              88 DLX-SUCCES                       VALUE 00 05 97.
           05 DLU-ST                   PIC 9(02).
              88 DLU-SUCCES                       VALUE 00 05 97.
           05 WS-DLU-OPEN              PIC X(01) VALUE 'N'.
              88 WS-DLU-OPEN-YES                  VALUE 'Y'.
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
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-REPORTED          PIC 9(07) VALUE 0.
           05 WS-CNT-DEFAULT           PIC 9(07) VALUE 0.
           05 WS-CNT-ACCOUNT           PIC 9(07) VALUE 0.
           05 WS-TOT-REFUSED           PIC S9(17) COMP-3 VALUE 0.
           05 WS-TOT-EDIT              PIC -(16)9.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'GUNLUK BORC LIMITI ASIM RAPORU'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(09) VALUE 'SAAT'.
           05 FILLER              PIC X(02) VALUE 'T '.
           05 FILLER              PIC X(10) VALUE 'HESAP'.
           05 FILLER              PIC X(10) VALUE 'HEDEF'.
           05 FILLER              PIC X(10) VALUE 'REFERANS'.
           05 FILLER              PIC X(16) VALUE 'RED TUTAR'.
           05 FILLER              PIC X(16) VALUE 'LIMIT'.
           05 FILLER              PIC X(16) VALUE 'KULLANILAN'.
           05 FILLER              PIC X(05) VALUE 'KYN'.
           05 FILLER              PIC X(06) VALUE 'GUNSON'.
         01  WS-DETAIL.
           05 DTL-TIME                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TGT-ID               PIC Z(4)9.
           05 DTL-TGT-SEP              PIC X(01) VALUE '/'.
           05 DTL-TGT-DVZ              PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REF-NO               PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-LIMIT                PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-USED                 PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRC                  PIC X(05).
           05 DTL-DAY-USED             PIC Z(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: SUBPROG'un gunluk borc limitini asacagi icin
      *    reddettigi B/T borclandirmalarini (DLXFILE) is gunu icin
      *    listeler. Her satirda reddedilen tutar, gecerli limit,
      *    red anindaki kullanim ve limitin kaynagi; DLUFILE'dan da
      *    hesabin gun sonu itibariyle toplam kullanimi basilir.
      *    MAINPROG ve gun ici diger SUBPROG calismalarindan sonra
      *    calistirilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL DLX-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Asim kutugunu girdi, raporu cikti olarak acar; gunluk
      *    kullanim kutugu varsa okuma icin acilir. Acilma hatasinda
      *    ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  DLX-FILE.
           OPEN INPUT  DLU-FILE.
           IF DLU-SUCCES
               MOVE 'Y' TO WS-DLU-OPEN
           ELSE
               MOVE 'N' TO WS-DLU-OPEN
               DISPLAY 'UNABLE TO OPEN DLUFILE: ' DLU-ST
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT DLX-SUCCES
               DISPLAY 'UNABLE TO OPEN DLXFILE: ' DLX-ST
               MOVE 'DLXFILE'  TO ABD-FAILED-FILE
               MOVE DLX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE DLX-ST TO RETURN-CODE
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
           STRING 'ISGUNU=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           READ DLX-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'DLMRPT' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Asim
      *    gun filtresi (WS-FILTER-DATE) de buradan beslenir.
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
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'DLMRPT  ' TO RLG-PROGRAM.
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
      *    H200:Okunan asim kaydi is gunune aitse rapora yazilir;
      *    onceki gunlerin kayitlari atlanir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.

           IF DLX-DATE = WS-FILTER-DATE
              PERFORM H300-REPORT-REFUSAL
           END-IF.

           READ DLX-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Reddedilen borclandirmayi rapora yazar. Hesabin gun
      *    sonu kullanimi DLUFILE'dan okunur; kayit yoksa ya da baska
      *    gune aitse sifir basilir.
      *-----------------------------------------------------------------
       H300-REPORT-REFUSAL.
           ADD 1 TO WS-CNT-REPORTED.
           ADD DLX-AMOUNT TO WS-TOT-REFUSED.
           IF DLX-LIMIT-ACCOUNT
              ADD 1 TO WS-CNT-ACCOUNT
              MOVE 'HESAP' TO DTL-SRC
           ELSE
              ADD 1 TO WS-CNT-DEFAULT
              MOVE 'DOVIZ' TO DTL-SRC
           END-IF.

           MOVE 0 TO DTL-DAY-USED
           IF WS-DLU-OPEN-YES
              MOVE DLX-ID  TO DLU-ID
              MOVE DLX-DVZ TO DLU-DVZ
              READ DLU-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DLU-DATE = WS-FILTER-DATE
                       MOVE DLU-USED TO DTL-DAY-USED
                    END-IF
              END-READ
           END-IF.

           MOVE DLX-TIME       TO DTL-TIME
           MOVE DLX-PRCSS-TYPE TO DTL-TYPE
           MOVE DLX-ID         TO DTL-ID
           MOVE DLX-DVZ        TO DTL-DVZ
           IF DLX-PRCSS-TYPE = 'T'
              MOVE DLX-TGT-ID  TO DTL-TGT-ID
              MOVE '/'         TO DTL-TGT-SEP
              MOVE DLX-TGT-DVZ TO DTL-TGT-DVZ
           ELSE
              MOVE 0           TO DTL-TGT-ID
              MOVE SPACE       TO DTL-TGT-SEP
              MOVE 0           TO DTL-TGT-DVZ
           END-IF.
           MOVE DLX-REF-NO     TO DTL-REF-NO
           MOVE DLX-AMOUNT     TO DTL-AMOUNT
           MOVE DLX-LIMIT      TO DTL-LIMIT
           MOVE DLX-USED       TO DTL-USED
           MOVE WS-DETAIL      TO RPT-REC
           WRITE RPT-REC.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-TOT-REFUSED TO WS-TOT-EDIT
           MOVE SPACES TO RPT-REC
           STRING 'TOPLAM RED: ' WS-CNT-REPORTED
                  '  TUTAR: ' WS-TOT-EDIT
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== DLMRPT CONTROL TOTALS =============='
           DISPLAY ' OKUNAN ASIM KAYDI       : ' WS-CNT-READ
           DISPLAY ' RAPORLANAN RED          : ' WS-CNT-REPORTED
           DISPLAY '   DOVIZ LIMITINDEN      : ' WS-CNT-DEFAULT
           DISPLAY '   HESAP LIMITINDEN      : ' WS-CNT-ACCOUNT
           DISPLAY ' TOPLAM RED TUTARI       : ' WS-TOT-EDIT
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE DLX-FILE.
           IF WS-DLU-OPEN-YES
              CLOSE DLU-FILE
           END-IF.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
