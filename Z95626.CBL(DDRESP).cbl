       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRESP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNT-FILE   ASSIGN TO SNTFILE
                             STATUS SNT-ST.
           SELECT OPTIONAL OUT-FILE ASSIGN TO OUTFILE
                             STATUS OUT-ST.
           SELECT RSP-FILE   ASSIGN TO RSPFILE
                             STATUS RSP-ST.
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
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  SNT-FILE RECORDING MODE F.
      *          DDCOLL'un MAINPROG'a gonderdigi kalemler (G durumu).
           COPY DDRREC.
       FD  OUT-FILE RECORDING MODE F.
      *          DDCOLL partisini isleyen MAINPROG calismasinin sonuc
      *          dosyasi; kalemin sonucu referans numarasindan bulunur.
           COPY OUTREC.
       FD  RSP-FILE RECORDING MODE F.
      *          Kuruma giden yanit dosyasi; DDCOLL'un talimat
      *          redlerinin arkasina kayit sonuclari eklenir.
           COPY DDRREC REPLACING LEADING ==DDR== BY ==RSP==.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 SNT-ST                   PIC 9(02).
              88 SNT-EOF                          VALUE 10.
              88 SNT-SUCCES                       VALUE 00 97.
           05 OUT-ST                   PIC 9(02).
              88 OUT-EOF                          VALUE 10.
              88 OUT-SUCCES                       VALUE 00 97.
           05 RSP-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
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
           05 WS-CNT-ACCEPTED          PIC 9(07) VALUE 0.
           05 WS-CNT-REJECTED          PIC 9(07) VALUE 0.
           05 WS-CNT-NO-RESULT         PIC 9(07) VALUE 0.
           05 WS-TOT-ACCEPTED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-REJECTED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-RES-AREA.
      *          MAINPROG calismasinin otomatik odeme sonuclari:
      *          OUTFILE'daki 7 ile baslayan referansli B kayitlari
      *          calisma basinda bu tabloya yuklenir.
           05 WS-RES-COUNT             PIC 9(04) VALUE 0.
           05 WS-RES-MAX               PIC 9(04) VALUE 9999.
           05 WS-RES-IDX               PIC 9(04).
           05 WS-RES-SEL               PIC 9(04).
           05 WS-RES-FOUND             PIC X(01) VALUE 'N'.
              88 WS-RES-FOUND-YES                VALUE 'Y'.
           05 WS-RES-ENTRY OCCURS 9999 TIMES.
              07 WS-RES-REF-NO         PIC 9(09).
              07 WS-RES-RC             PIC 9(02).
              07 WS-RES-DESC           PIC X(30).
         01  WS-DETAIL.
           05 DTL-BILLER               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REF                  PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-STATUS               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RC                   PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TEXT                 PIC X(30).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY RSNCODE.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Otomatik odeme tahsilatinin MAINPROG sonrasi yanit
      *    adimi. MAINPROG'un OUTFILE'indaki 7 ile baslayan referansli
      *    B sonuclari tabloya alinir; DDCOLL'un SNTFILE'a yazdigi her
      *    gonderilmis kalem referansiyla eslestirilip OUT-RETURN-CODE
      *    ve aciklamasiyla kuruma giden yanit dosyasina (RSPFILE)
      *    eklenir: kod sifirsa K (tahsil edildi), degilse R
      *    (reddedildi), sonuc bulunamazsa B (sonuc yok).
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-SENT UNTIL SNT-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Sonuclari yukler; izleme dosyasini girdi, kayit
      *    defterini cikti olarak, yanit dosyasini ekleme (EXTEND)
      *    modunda acar. Yanit dosyasi yoksa yeniden olusturulur.
      *    Acilma hatasinda ABDFILE'a tani kaydi dusup programdan
      *    cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  SNT-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND RSP-FILE.
           IF (RSP-ST NOT = 0) AND (RSP-ST NOT = 97)
               OPEN OUTPUT RSP-FILE
           END-IF.
           IF (SNT-ST NOT = 0) AND (SNT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN SNTFILE: ' SNT-ST
               MOVE 'SNTFILE'  TO ABD-FAILED-FILE
               MOVE SNT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE SNT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RSP-ST NOT = 0) AND (RSP-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RSPFILE: ' RSP-ST
               MOVE 'RSPFILE'  TO ABD-FAILED-FILE
               MOVE RSP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RSP-ST TO RETURN-CODE
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

           PERFORM H110-LOAD-RESULTS.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
                  ' SONUC=' WS-RES-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'OTOMATIK ODEME TAHSILAT YANIT LISTESI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           READ SNT-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'DDRESP' TO ABD-PROGRAM.
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
      *    H110:MAINPROG'un OUTFILE'ini (istege bagli) okur; otomatik
      *    odeme referans araligindaki B sonuclarini referans, sonuc
      *    kodu ve aciklama olarak tabloya alir.
      *-----------------------------------------------------------------
       H110-LOAD-RESULTS.
           OPEN INPUT OUT-FILE.
           IF OUT-SUCCES
              READ OUT-FILE
              PERFORM H111-LOAD-ONE-RESULT UNTIL NOT OUT-SUCCES
              CLOSE OUT-FILE
           ELSE
              DISPLAY 'OUTFILE ACILAMADI: ' OUT-ST
                      ' TAHSILAT SONUCLARI ISLENMEDI'
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H111:OUTFILE'in bir kaydini inceler; otomatik odeme
      *    referansli B sonucuysa tabloya ekler.
      *-----------------------------------------------------------------
       H111-LOAD-ONE-RESULT.
           IF OUT-PRCSS-TYPE = 'B'
              AND OUT-REF-NO NUMERIC
              AND OUT-REF-NO >= 700000000 AND OUT-REF-NO <= 799999999
              IF WS-RES-COUNT < WS-RES-MAX
                 ADD 1 TO WS-RES-COUNT
                 MOVE OUT-REF-NO      TO WS-RES-REF-NO(WS-RES-COUNT)
                 MOVE OUT-RETURN-CODE TO WS-RES-RC(WS-RES-COUNT)
                 MOVE OUT-DESCRIPTION TO WS-RES-DESC(WS-RES-COUNT)
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
           MOVE 'DDRESP'  TO RLG-PROGRAM.
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
      *    H200:Gonderilmis bir kalemin sonucunu tabloda arar ve
      *    kalemi sonucuyla birlikte yanit dosyasina ekler.
      *-----------------------------------------------------------------
       H200-PROCESS-SENT.
           ADD 1 TO WS-CNT-READ.
           MOVE 'N' TO WS-RES-FOUND
           MOVE 0   TO WS-RES-SEL
           PERFORM H210-MATCH-RESULT
              VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > WS-RES-COUNT
                    OR WS-RES-FOUND-YES.

           MOVE DDR-REC      TO RSP-REC
           MOVE WS-CENT-DATE TO RSP-DATE
           IF NOT WS-RES-FOUND-YES
              MOVE 'B'                         TO RSP-STATUS
              MOVE 0                           TO RSP-RETURN-CODE
              MOVE 'KAYIT SONUCU BULUNAMADI'   TO RSP-TEXT
              ADD 1 TO WS-CNT-NO-RESULT
           ELSE
           IF WS-RES-RC(WS-RES-SEL) = RSN-OK
              MOVE 'K'                         TO RSP-STATUS
              MOVE WS-RES-RC(WS-RES-SEL)       TO RSP-RETURN-CODE
              MOVE 'TAHSIL EDILDI'             TO RSP-TEXT
              ADD 1 TO WS-CNT-ACCEPTED
              ADD DDR-AMOUNT TO WS-TOT-ACCEPTED
           ELSE
              MOVE 'R'                         TO RSP-STATUS
              MOVE WS-RES-RC(WS-RES-SEL)       TO RSP-RETURN-CODE
              MOVE WS-RES-DESC(WS-RES-SEL)     TO RSP-TEXT
              ADD 1 TO WS-CNT-REJECTED
              ADD DDR-AMOUNT TO WS-TOT-REJECTED
           END-IF
           END-IF.
           WRITE RSP-REC.

           MOVE DDR-BILLER      TO DTL-BILLER
           MOVE DDR-ID          TO DTL-ID
           MOVE DDR-DVZ         TO DTL-DVZ
           MOVE DDR-AMOUNT      TO DTL-AMOUNT
           MOVE DDR-REF-NO      TO DTL-REF
           MOVE RSP-STATUS      TO DTL-STATUS
           MOVE RSP-RETURN-CODE TO DTL-RC
           MOVE RSP-TEXT        TO DTL-TEXT
           MOVE WS-DETAIL       TO RPT-REC
           WRITE RPT-REC.

           READ SNT-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Tablonun bir girisini kalemin referansiyla
      *    karsilastirir.
      *-----------------------------------------------------------------
       H210-MATCH-RESULT.
           IF WS-RES-REF-NO(WS-RES-IDX) = DDR-REF-NO
              MOVE 'Y'        TO WS-RES-FOUND
              MOVE WS-RES-IDX TO WS-RES-SEL
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kayit defteri sonuna ozet satirlarini basar ve kontrol
      *    toplamlarini konsola dokur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'GONDERILMIS KALEM           : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TAHSIL EDILEN KALEM         : ' TO TOT-LABEL
           MOVE WS-CNT-ACCEPTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TAHSIL EDILEN TUTAR         : ' TO TOT-LABEL
           MOVE WS-TOT-ACCEPTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'KAYITTA REDDEDILEN KALEM    : ' TO TOT-LABEL
           MOVE WS-CNT-REJECTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'KAYITTA REDDEDILEN TUTAR    : ' TO TOT-LABEL
           MOVE WS-TOT-REJECTED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'SONUCU BULUNAMAYAN KALEM    : ' TO TOT-LABEL
           MOVE WS-CNT-NO-RESULT                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '============ DDRESP CONTROL TOTALS =============='
           DISPLAY ' GONDERILMIS KALEM       : ' WS-CNT-READ
           DISPLAY ' TAHSIL EDILEN KALEM     : ' WS-CNT-ACCEPTED
           DISPLAY ' REDDEDILEN KALEM        : ' WS-CNT-REJECTED
           DISPLAY ' SONUCU BULUNAMAYAN      : ' WS-CNT-NO-RESULT
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir. Sonucu
      *    bulunamayan kalem varsa MAINPROG calismasi eksik
      *    islenmistir; operatorun gormesi icin donus kodu 4 olur.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE SNT-FILE.
           CLOSE RSP-FILE.
           CLOSE RPT-FILE.

           IF RETURN-CODE = 0 AND WS-CNT-NO-RESULT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
