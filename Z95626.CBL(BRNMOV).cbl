       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-FILE   ASSIGN TO CDCFILE
                             STATUS CDC-ST.
           SELECT OPTIONAL BMP-FILE ASSIGN TO BMPFILE
                             STATUS BMP-ST.
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
       FD  CDC-FILE RECORDING MODE F.
           COPY CDCREC.
       FD  BMP-FILE RECORDING MODE F.
      *          Sube hareket raporu donem karti: baslangic ve bitis
      *          tarihi (CYYAAGG). Kart ya da tarih yoksa donem is
      *          gununun kendisidir; bitis bossa baslangica esitlenir.
         01  BMP-REC.
           05 BMP-FROM-DATE            PIC X(07).
           05 BMP-TO-DATE              PIC X(07).
           05 FILLER                   PIC X(66).
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
           05 CDC-ST                   PIC 9(02).
              88 CDC-EOF                          VALUE 10.
              88 CDC-SUCCES                       VALUE 00 97.
           05 BMP-ST                   PIC 9(02).
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
           05 WS-FROM-DATE             PIC 9(07) VALUE 0.
           05 WS-TO-DATE               PIC 9(07) VALUE 0.
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
           05 WS-CNT-MOVED             PIC 9(07) VALUE 0.
           05 WS-OLD-BRANCH            PIC 9(05).
           05 WS-NEW-BRANCH            PIC 9(05).
           05 WS-BRN-BALANCE           PIC S9(15) COMP-3.
         01  WS-BRN-AREA.
      *          Sube basina giden/gelen hesap sayisi ve nakil anindaki
      *          bakiye toplamlari; ozet sube kodu sirasiyla basilir.
      *          Tablo dolarsa ozet eksik kalir ve is RC 4 ile biter.
           05 WS-BRN-COUNT             PIC 9(03) VALUE 0.
           05 WS-BRN-MAX               PIC 9(03) VALUE 400.
           05 WS-BRN-IDX               PIC 9(03).
           05 WS-BRN-SEL               PIC 9(03).
           05 WS-BRN-FOUND             PIC X(01) VALUE 'N'.
              88 WS-BRN-FOUND-YES                VALUE 'Y'.
           05 WS-BRN-FULL              PIC X(01) VALUE 'N'.
              88 WS-BRN-FULL-YES                 VALUE 'Y'.
           05 WS-BRN-KEY-CODE          PIC 9(05).
           05 WS-BRN-ENTRY OCCURS 400 TIMES.
              07 WS-BRN-CODE           PIC 9(05).
              07 WS-BRN-CNT-IN         PIC 9(07).
              07 WS-BRN-CNT-OUT        PIC 9(07).
              07 WS-BRN-BAL-IN         PIC S9(15) COMP-3.
              07 WS-BRN-BAL-OUT        PIC S9(15) COMP-3.
              07 WS-BRN-DONE           PIC X(01).
      *          CDC kaydinin oncesi ve sonrasi imajlarinin hesap
      *          kaydi gorunumu.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CBF==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CAF==.
         01  WS-HDR1.
           05 FILLER                   PIC X(30) VALUE
              'SUBE HESAP HAREKET RAPORU'.
           05 FILLER                   PIC X(07) VALUE 'DONEM: '.
           05 HDR1-FROM                PIC 9(07).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 HDR1-TO                  PIC 9(07).
         01  WS-HDR2.
           05 FILLER              PIC X(09) VALUE 'TARIH'.
           05 FILLER              PIC X(09) VALUE 'SAAT'.
           05 FILLER              PIC X(11) VALUE 'HESAP'.
           05 FILLER              PIC X(16) VALUE 'AD'.
           05 FILLER              PIC X(16) VALUE 'SOYAD'.
           05 FILLER              PIC X(08) VALUE 'ESKI'.
           05 FILLER              PIC X(08) VALUE 'YENI'.
           05 FILLER              PIC X(16) VALUE 'BAKIYE'.
         01  WS-DETAIL.
           05 DTL-DATE                 PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-TIME                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-OLD                  PIC 9(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-NEW                  PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-BAL                  PIC -(14)9.
         01  WS-SUM-HDR.
           05 FILLER              PIC X(11) VALUE 'SUBE'.
           05 FILLER              PIC X(09) VALUE 'GELEN'.
           05 FILLER              PIC X(17) VALUE 'GELEN BAKIYE'.
           05 FILLER              PIC X(09) VALUE 'GIDEN'.
           05 FILLER              PIC X(17) VALUE 'GIDEN BAKIYE'.
           05 FILLER              PIC X(08) VALUE 'NET'.
         01  WS-SUM-LINE.
           05 SUM-CODE                 PIC X(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM-CNT-IN               PIC Z(6)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM-BAL-IN               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM-CNT-OUT              PIC Z(6)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM-BAL-OUT              PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM-NET                  PIC -(6)9.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-COUNT                PIC Z(6)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Degisiklik yakalama kutugunu (CDCFILE) bastan sona
      *    okur; donem icinde oncesi ve sonrasi imajlarinda sube kodu
      *    farkli olan her guncellemeyi (N sube nakli) bir hareket
      *    satiri olarak basar. Sonda her sube icin gelen ve giden
      *    hesap sayisi, nakil anindaki bakiye toplamlari ve net
      *    hesap degisimi listelenir. Donem BMPFILE kartindan, kart
      *    yoksa is gunu tarihinden alinir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL CDC-EOF
           PERFORM H800-WRITE-BRANCH-SUMMARY
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini ve donem kartini okur, CDCFILE'i girdi
      *    RPTFILE'i cikti olarak acar ve rapor basligini basar.
      *    Acilma hatasinda ABDFILE'a tani kaydi dusup programdan
      *    cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-BMP-CARD.

           OPEN INPUT  CDC-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CDC-ST NOT = 0) AND (CDC-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CDCFILE: ' CDC-ST
               MOVE 'CDCFILE'  TO ABD-FAILED-FILE
               MOVE CDC-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CDC-ST TO RETURN-CODE
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
           STRING 'DONEM=' WS-FROM-DATE '-' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-FROM-DATE TO HDR1-FROM
           MOVE WS-TO-DATE   TO HDR1-TO
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           READ CDC-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'BRNMOV' TO ABD-PROGRAM.
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
           MOVE WS-CENT-DATE TO WS-FILTER-DATE.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H110:BMPFILE kartindan rapor donemini okur; kart ya da
      *    gecerli tarih yoksa donem is gunudur.
      *-----------------------------------------------------------------
       H110-READ-BMP-CARD.
           MOVE WS-FILTER-DATE TO WS-FROM-DATE.
           MOVE WS-FILTER-DATE TO WS-TO-DATE.
           OPEN INPUT BMP-FILE.
           IF BMP-ST = 0
               READ BMP-FILE
               IF BMP-ST = 0
                   IF BMP-FROM-DATE NUMERIC
                      AND BMP-FROM-DATE NOT = '0000000'
                      MOVE BMP-FROM-DATE TO WS-FROM-DATE
                      MOVE BMP-FROM-DATE TO WS-TO-DATE
                   END-IF
                   IF BMP-TO-DATE NUMERIC
                      AND BMP-TO-DATE NOT = '0000000'
                      MOVE BMP-TO-DATE   TO WS-TO-DATE
                   END-IF
               END-IF
               CLOSE BMP-FILE
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'BRNMOV  ' TO RLG-PROGRAM.
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
      *    H200:Donem icindeki guncelleme (R) kaydinin oncesi ve
      *    sonrasi imajlarini karsilastirir; sube kodu degismisse
      *    hareket satirini basar, eski subeye giden, yeni subeye
      *    gelen olarak islenir. Subesi atanmamis imaj 00000 sayilir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF CDC-ACT-REWRITE
              AND CDC-DATE >= WS-FROM-DATE
              AND CDC-DATE <= WS-TO-DATE
              MOVE CDC-BEFORE TO CBF-REC
              MOVE CDC-AFTER  TO CAF-REC
              IF CBF-BRANCH NUMERIC
                 MOVE CBF-BRANCH TO WS-OLD-BRANCH
              ELSE
                 MOVE ZEROES     TO WS-OLD-BRANCH
              END-IF
              IF CAF-BRANCH NUMERIC
                 MOVE CAF-BRANCH TO WS-NEW-BRANCH
              ELSE
                 MOVE ZEROES     TO WS-NEW-BRANCH
              END-IF
              IF WS-OLD-BRANCH NOT = WS-NEW-BRANCH
                 PERFORM H210-WRITE-MOVE
              END-IF
           END-IF.
           READ CDC-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Bir sube naklini rapora basar ve iki subenin ozet
      *    hucresine isler.
      *-----------------------------------------------------------------
       H210-WRITE-MOVE.
           ADD 1 TO WS-CNT-MOVED.
           MOVE CAF-BALANCE     TO WS-BRN-BALANCE.
           MOVE CDC-DATE        TO DTL-DATE
           MOVE CDC-TIME        TO DTL-TIME
           MOVE CDC-KEY-ID      TO DTL-ID
           MOVE CDC-KEY-DVZ     TO DTL-DVZ
           MOVE CAF-NAME        TO DTL-NAME
           MOVE CAF-SRNAME      TO DTL-SRNAME
           MOVE WS-OLD-BRANCH   TO DTL-OLD
           MOVE WS-NEW-BRANCH   TO DTL-NEW
           MOVE WS-BRN-BALANCE  TO DTL-BAL
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.

           MOVE WS-OLD-BRANCH TO WS-BRN-KEY-CODE
           PERFORM H220-FIND-BRANCH
           IF WS-BRN-SEL > 0
              ADD 1              TO WS-BRN-CNT-OUT(WS-BRN-SEL)
              ADD WS-BRN-BALANCE TO WS-BRN-BAL-OUT(WS-BRN-SEL)
           END-IF.

           MOVE WS-NEW-BRANCH TO WS-BRN-KEY-CODE
           PERFORM H220-FIND-BRANCH
           IF WS-BRN-SEL > 0
              ADD 1              TO WS-BRN-CNT-IN(WS-BRN-SEL)
              ADD WS-BRN-BALANCE TO WS-BRN-BAL-IN(WS-BRN-SEL)
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:WS-BRN-KEY-CODE subesinin ozet hucresini bulur, yoksa
      *    acar; secilen hucre WS-BRN-SEL'dedir (tablo doluysa 0).
      *-----------------------------------------------------------------
       H220-FIND-BRANCH.
           MOVE 'N' TO WS-BRN-FOUND
           MOVE 0   TO WS-BRN-SEL
           PERFORM H221-MATCH-BRANCH
              VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT
                    OR WS-BRN-FOUND-YES.

           IF NOT WS-BRN-FOUND-YES
              IF WS-BRN-COUNT < WS-BRN-MAX
                 ADD 1 TO WS-BRN-COUNT
                 MOVE WS-BRN-KEY-CODE TO WS-BRN-CODE(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-CNT-IN(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-CNT-OUT(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-BAL-IN(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-BAL-OUT(WS-BRN-COUNT)
                 MOVE 'N'             TO WS-BRN-DONE(WS-BRN-COUNT)
                 MOVE WS-BRN-COUNT    TO WS-BRN-SEL
              ELSE
                 SET WS-BRN-FULL-YES TO TRUE
              END-IF
           END-IF.
       H220-END. EXIT.


       H221-MATCH-BRANCH.
           IF WS-BRN-CODE(WS-BRN-IDX) = WS-BRN-KEY-CODE
              SET WS-BRN-FOUND-YES TO TRUE
              MOVE WS-BRN-IDX TO WS-BRN-SEL
           END-IF.
       H221-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Sube ozetini sube kodu sirasiyla basar: her turda
      *    basilmamis en kucuk kodlu hucre secilir.
      *-----------------------------------------------------------------
       H800-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SUBE BAZINDA GELEN / GIDEN HESAPLAR' TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-SUM-HDR TO RPT-REC
           WRITE RPT-REC.
           MOVE 1 TO WS-BRN-SEL.
           PERFORM H810-WRITE-NEXT-BRANCH UNTIL WS-BRN-SEL = 0.
       H800-END. EXIT.


       H810-WRITE-NEXT-BRANCH.
           MOVE 0 TO WS-BRN-SEL.
           PERFORM H811-PICK-BRANCH
              VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT.
           IF WS-BRN-SEL > 0
              MOVE 'Y' TO WS-BRN-DONE(WS-BRN-SEL)
              IF WS-BRN-CODE(WS-BRN-SEL) = 0
                 MOVE 'ATANMAMIS'             TO SUM-CODE
              ELSE
                 MOVE WS-BRN-CODE(WS-BRN-SEL) TO WS-BRN-KEY-CODE
                 MOVE WS-BRN-KEY-CODE         TO SUM-CODE
              END-IF
              MOVE WS-BRN-CNT-IN(WS-BRN-SEL)  TO SUM-CNT-IN
              MOVE WS-BRN-BAL-IN(WS-BRN-SEL)  TO SUM-BAL-IN
              MOVE WS-BRN-CNT-OUT(WS-BRN-SEL) TO SUM-CNT-OUT
              MOVE WS-BRN-BAL-OUT(WS-BRN-SEL) TO SUM-BAL-OUT
              COMPUTE SUM-NET = WS-BRN-CNT-IN(WS-BRN-SEL)
                              - WS-BRN-CNT-OUT(WS-BRN-SEL)
              MOVE WS-SUM-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H810-END. EXIT.


       H811-PICK-BRANCH.
           IF WS-BRN-DONE(WS-BRN-IDX) = 'N'
              IF WS-BRN-SEL = 0
                 MOVE WS-BRN-IDX TO WS-BRN-SEL
              ELSE
                 IF WS-BRN-CODE(WS-BRN-IDX) < WS-BRN-CODE(WS-BRN-SEL)
                    MOVE WS-BRN-IDX TO WS-BRN-SEL
                 END-IF
              END-IF
           END-IF.
       H811-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Sube tablosu dolduysa ozet eksiktir; is RC 4 ile biter.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN DEGISIKLIK KAYDI     : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SUBE NAKLI                  : ' TO TOT-LABEL
           MOVE WS-CNT-MOVED                     TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HAREKETLI SUBE              : ' TO TOT-LABEL
           MOVE WS-BRN-COUNT                     TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           IF WS-BRN-FULL-YES
              MOVE 'UYARI: SUBE TABLOSU DOLDU, OZET EKSIK' TO RPT-REC
              WRITE RPT-REC
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=========== BRNMOV CONTROL TOTALS =============='
           DISPLAY ' OKUNAN DEGISIKLIK KAYDI : ' WS-CNT-READ
           DISPLAY ' SUBE NAKLI              : ' WS-CNT-MOVED
           DISPLAY ' HAREKETLI SUBE          : ' WS-BRN-COUNT
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE CDC-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' NAKIL=' WS-CNT-MOVED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
