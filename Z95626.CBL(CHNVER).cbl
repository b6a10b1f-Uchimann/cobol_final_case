       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRD-FILE ASSIGN TO CHVPRM
                             STATUS CRD-ST.
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS AUD-ST.
           SELECT CAU-FILE   ASSIGN TO CAUFILE
                             STATUS CAU-ST.
           SELECT JRH-FILE   ASSIGN TO JRNHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY JRH-KEY
                             STATUS JRH-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
      *          Parametre karti: 1-7 dogrulanacak dosya (JRNFILE,
      *          AUDFILE, CAUFILE ya da JRNHIST), 8-9 bolum numarasi
      *          (bolumlu MAINPROG'un bolum dosyasi icin; ana dosya
      *          icin bos ya da 00). Kart yoksa ana JRNFILE denetlenir.
       FD  CRD-FILE RECORDING MODE F.
         01  CRD-REC.
           05 CRD-FILE-NAME            PIC X(07).
           05 CRD-PART-X               PIC X(02).
           05 CRD-PART REDEFINES CRD-PART-X
                                       PIC 9(02).
           05 FILLER                   PIC X(71).
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  CAU-FILE RECORDING MODE F.
           COPY CAUREC.
       FD  JRH-FILE.
           COPY JRHREC.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CRD-ST                   PIC 9(02).
           05 JRN-ST                   PIC 9(02).
           05 AUD-ST                   PIC 9(02).
           05 CAU-ST                   PIC 9(02).
           05 JRH-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
              88 RLG-EOF                          VALUE 10.
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
           05 WS-CHNHASH               PIC X(08)  VALUE 'CHNHASH'.
           05 WS-SEL-FILE              PIC X(07)  VALUE 'JRNFILE'.
              88 WS-MODE-JRN                      VALUE 'JRNFILE'.
              88 WS-MODE-AUD                      VALUE 'AUDFILE'.
              88 WS-MODE-CAU                      VALUE 'CAUFILE'.
              88 WS-MODE-JRH                      VALUE 'JRNHIST'.
           05 WS-SEL-PART              PIC 9(02)  VALUE 0.
           05 WS-IN-EOF                PIC X(01)  VALUE 'N'.
              88 WS-IN-EOF-YES                    VALUE 'Y'.
      *          Okunan kaydin zincir alanlari ve tarihi.
           05 WS-CUR-SEQ               PIC 9(09).
           05 WS-CUR-HASH              PIC 9(09).
           05 WS-CUR-DATE              PIC 9(07).
      *          Sirali dosyada zincirin basi (ilk zincirli kayit) ve
      *          son dogrulanan halkasi.
           05 WS-STARTED               PIC X(01)  VALUE 'N'.
              88 WS-STARTED-YES                   VALUE 'Y'.
           05 WS-FIRST-SEQ             PIC 9(09)  VALUE 0.
           05 WS-FIRST-DATE            PIC 9(07)  VALUE 0.
           05 WS-LAST-SEQ              PIC 9(09)  VALUE 0.
           05 WS-LAST-HASH             PIC 9(09)  VALUE 0.
           05 WS-CHECK-HASH            PIC X(01).
              88 WS-CHECK-HASH-YES                VALUE 'Y'.
      *          Ilk bozuk halka ve onu yazan calisma.
           05 WS-BROKEN                PIC X(01)  VALUE 'N'.
              88 WS-BROKEN-YES                    VALUE 'Y'.
           05 WS-BRK-REASON            PIC X(30)  VALUE SPACES.
           05 WS-BRK-RECNO             PIC 9(09)  VALUE 0.
           05 WS-BRK-SEQ               PIC 9(09)  VALUE 0.
           05 WS-BRK-PERIOD            PIC 9(07)  VALUE 0.
           05 WS-BRK-KEY               PIC X(20)  VALUE SPACES.
           05 WS-BRK-RUN               PIC X(01)  VALUE 'N'.
              88 WS-BRK-RUN-YES                   VALUE 'Y'.
           05 WS-BRK-PROGRAM           PIC X(08)  VALUE SPACES.
           05 WS-BRK-DATE              PIC 9(07)  VALUE 0.
           05 WS-BRK-TIME              PIC 9(08)  VALUE 0.
           05 WS-CNT-READ              PIC 9(09)  VALUE 0.
           05 WS-CNT-LEGACY            PIC 9(09)  VALUE 0.
           05 WS-CNT-CHAINED           PIC 9(09)  VALUE 0.
           05 WS-CNT-CKP-LOADED        PIC 9(07)  VALUE 0.
           05 WS-CNT-CKP-OK            PIC 9(07)  VALUE 0.
           05 WS-CNT-PERIODS           PIC 9(07)  VALUE 0.
           05 WS-CNT-UNCONF            PIC 9(07)  VALUE 0.
         01  WS-CKP-AREA.
      *          RUNLOG'daki ZINCIR kontrol noktalari (yazilis
      *          sirasiyla). Tur S: denetlenen dosya ve bolum; tur J:
      *          JRNHIST denetiminde bozuk halkayi yazan calismayi
      *          bulmak icin ana JRNFILE noktalari. Sirali dosyada
      *          yalniz zincirin ilk kaydinin tarihinden ve sira
      *          numarasindan sonraki noktalar kullanilir (JRNFILE her
      *          devirde, bolum dosyalari her calismada sifirlanir).
           05 WS-CKP-COUNT             PIC 9(05)  VALUE 0.
           05 WS-CKP-MAX               PIC 9(05)  VALUE 20000.
           05 WS-CKP-IDX               PIC 9(05).
           05 WS-CKP-PTR               PIC 9(05)  VALUE 1.
           05 WS-CKP-SEL               PIC 9(05).
           05 WS-CKP-NEW-KIND          PIC X(01).
           05 WS-CKP-FULL              PIC X(01)  VALUE 'N'.
              88 WS-CKP-FULL-YES                  VALUE 'Y'.
           05 WS-CKP-USE               PIC X(01).
              88 WS-CKP-USE-YES                   VALUE 'Y'.
           05 WS-CKP-STOP              PIC X(01).
              88 WS-CKP-STOP-YES                  VALUE 'Y'.
           05 WS-CKP-ENTRY OCCURS 20000 TIMES.
              07 WS-CKP-KIND           PIC X(01).
              07 WS-CKP-PROGRAM        PIC X(08).
              07 WS-CKP-DATE           PIC 9(07).
              07 WS-CKP-TIME           PIC 9(08).
              07 WS-CKP-SEQ            PIC 9(09).
              07 WS-CKP-HASH           PIC 9(09).
              07 WS-CKP-PERIOD         PIC 9(07).
         01  WS-PER-AREA.
      *          JRNHIST donem toplamlari. Tarihce anahtar (hesap)
      *          sirasinda okundugu icin zincir donem basina toplanir:
      *          kayit sayisi, en kucuk/buyuk sira numarasi, sira
      *          numaralari toplami ve (hash - onceki hash) toplami.
      *          Zincir saglamsa sira numaralari 1..son araligini
      *          eksiksiz doldurur ve fark toplami son hash'e esittir.
           05 WS-PER-COUNT             PIC 9(04)  VALUE 0.
           05 WS-PER-MAX-ENT           PIC 9(04)  VALUE 500.
           05 WS-PER-IDX               PIC 9(04).
           05 WS-PER-SEL               PIC 9(04).
           05 WS-PER-FOUND             PIC X(01).
              88 WS-PER-FOUND-YES                 VALUE 'Y'.
           05 WS-PER-END               PIC X(01)  VALUE 'N'.
              88 WS-PER-END-YES                   VALUE 'Y'.
           05 WS-PER-DONE              PIC 9(07)  VALUE 0.
           05 WS-PER-FLOOR             PIC 9(07).
           05 WS-PER-MIN-VAL           PIC 9(07).
           05 WS-PER-MIN-IDX           PIC 9(04).
           05 WS-NEXT-PERIOD           PIC 9(07).
           05 WS-EXP-COUNT             PIC 9(09).
           05 WS-EXP-SUM               PIC 9(18).
           05 WS-EXP-DELTA             PIC S9(18).
           05 WS-PER-ENTRY OCCURS 500 TIMES.
              07 WS-PER-PERIOD         PIC 9(07).
              07 WS-PER-RECS           PIC 9(09).
              07 WS-PER-MIN            PIC 9(09).
              07 WS-PER-MAX            PIC 9(09).
              07 WS-PER-MIN-PREV       PIC 9(09).
              07 WS-PER-MAX-HASH       PIC 9(09).
              07 WS-PER-SUM-SEQ        PIC 9(18).
              07 WS-PER-SUM-DELTA      PIC S9(18).
         01  WS-LNK-AREA.
      *          Toplamlari tutmayan donemde bozuk halkanin yerini
      *          bulmak icin donemin (onceki hash, hash) ciftleri sira
      *          numarasina gore yuklenir.
           05 WS-LNK-COUNT             PIC 9(05).
           05 WS-LNK-MAX               PIC 9(05)  VALUE 99999.
           05 WS-LNK-IDX               PIC 9(05).
           05 WS-LNK-ENTRY OCCURS 99999 TIMES.
              07 WS-LNK-FLAG           PIC X(01).
              07 WS-LNK-PREV           PIC 9(09).
              07 WS-LNK-HASH           PIC 9(09).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-PER-LINE.
           05 FILLER                   PIC X(07)  VALUE 'DONEM: '.
           05 PRL-PERIOD               PIC 9(07).
           05 FILLER                   PIC X(08)  VALUE '  KAYIT:'.
           05 PRL-RECS                 PIC Z(8)9.
           05 FILLER                   PIC X(07)  VALUE '  SIRA:'.
           05 PRL-MIN                  PIC Z(8)9.
           05 FILLER                   PIC X(01)  VALUE '-'.
           05 PRL-MAX                  PIC 9(09).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 PRL-STATE                PIC X(12).
      *          JRNHIST kaydindan yeniden kurulan JRNFILE kaydi.
           COPY JRNREC REPLACING LEADING ==JRN== BY ==JRW==.
           COPY CHNAREA.
           COPY CHNCKP.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Zincirli hash dogrulamasi. Parametre kartinda verilen
      *    dosyayi (JRNFILE, AUDFILE, CAUFILE ya da bolum dosyalari;
      *    JRNROLL sonrasi JRNHIST) okur ve zinciri CHNHASH ile
      *    bastan hesaplar. Sirali dosyada her kayit bir oncekinin
      *    sira numarasini izlemeli ve onun hash'iyle hesaplanan
      *    degeri tasimalidir; RUNLOG'daki ZINCIR kontrol noktalari
      *    ayrica zincirin o noktadaki degerini ve dosya sonunun
      *    kesilmedigini dogrular. Ilk bozuk halka, sira numarasi ve
      *    halkayi yazan calisma (program, tarih, saat) rapora
      *    basilir; bozuk halka varsa RC 8 ile biter.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-CHECKPOINTS
           IF WS-MODE-JRH
              PERFORM H400-VERIFY-HISTORY
           ELSE
              PERFORM H200-VERIFY-SEQUENTIAL
           END-IF
           IF WS-BROKEN-YES
              PERFORM H800-FIND-RUN
           END-IF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Parametre kartini okur, denetlenecek dosyayi ve
      *    raporu acar. Gecersiz kart ya da acilma hatasinda ABDFILE'a
      *    tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H109-SET-WORK-DATE.
           OPEN INPUT CRD-FILE.
           IF CRD-ST = 0
              READ CRD-FILE
              IF CRD-ST = 0
                 IF CRD-FILE-NAME NOT = SPACES
                    MOVE CRD-FILE-NAME TO WS-SEL-FILE
                 END-IF
                 IF CRD-PART-X NUMERIC
                    MOVE CRD-PART TO WS-SEL-PART
                 END-IF
              END-IF
              CLOSE CRD-FILE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF WS-MODE-JRN
              OPEN INPUT JRN-FILE
              MOVE JRN-ST TO ABD-STATUS
           ELSE
           IF WS-MODE-AUD
              OPEN INPUT AUD-FILE
              MOVE AUD-ST TO ABD-STATUS
           ELSE
           IF WS-MODE-CAU
              OPEN INPUT CAU-FILE
              MOVE CAU-ST TO ABD-STATUS
           ELSE
           IF WS-MODE-JRH
              OPEN INPUT JRH-FILE
              MOVE JRH-ST TO ABD-STATUS
           ELSE
              DISPLAY 'GECERSIZ DOSYA ADI (CHVPRM): ' WS-SEL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           END-IF
           END-IF
           END-IF.
           IF (ABD-STATUS NOT = 0) AND (ABD-STATUS NOT = 97)
               DISPLAY 'UNABLE TO OPEN ' WS-SEL-FILE ': ' ABD-STATUS
               MOVE WS-SEL-FILE TO ABD-FAILED-FILE
               PERFORM H105-WRITE-ABEND
               MOVE ABD-STATUS TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'DOSYA=' WS-SEL-FILE ' BOLUM=' WS-SEL-PART
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasinda ABDFILE'a tani kaydi yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'CHNVER' TO ABD-PROGRAM.
           MOVE WS-CENT-DATE TO ABD-DATE.
           MOVE SPACES TO ABD-LAST-INPUT.
           OPEN EXTEND ABD-FILE.
           IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
               OPEN OUTPUT ABD-FILE
           END-IF.
           WRITE ABD-REC.
           CLOSE ABD-FILE.
       H105-END. EXIT.


       H109-SET-WORK-DATE.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY-YY TO WS-CENT-YY.
           MOVE WS-TODAY-MM TO WS-CENT-MM.
           MOVE WS-TODAY-DD TO WS-CENT-DD.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H150:RUNLOG'daki ZINCIR olaylarindan denetlenen dosya ve
      *    bolume ait olanlari (JRNHIST denetiminde ayrica ana JRNFILE
      *    noktalarini) yazilis sirasiyla tabloya yukler.
      *-----------------------------------------------------------------
       H150-LOAD-CHECKPOINTS.
           OPEN INPUT RLG-FILE.
           IF RLG-ST = 0
              READ RLG-FILE
              PERFORM H151-LOAD-ONE-CHECKPOINT UNTIL RLG-ST NOT = 0
              CLOSE RLG-FILE
           END-IF.
           MOVE WS-CKP-COUNT TO WS-CNT-CKP-LOADED.
           IF WS-CKP-FULL-YES
              DISPLAY 'KONTROL NOKTASI TABLOSU DOLDU, SONRAKILER '
                      'KULLANILMADI'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H150-END. EXIT.


       H151-LOAD-ONE-CHECKPOINT.
           IF RLG-EVENT = 'ZINCIR'
              MOVE RLG-DETAIL TO CHN-CKP-DETAIL
              IF CHN-CKP-SEQ NUMERIC AND CHN-CKP-HASH NUMERIC
                 AND CHN-CKP-PART NUMERIC AND CHN-CKP-PERIOD NUMERIC
                 IF CHN-CKP-FILE = WS-SEL-FILE
                    AND CHN-CKP-PART = WS-SEL-PART
                    MOVE 'S' TO WS-CKP-NEW-KIND
                    PERFORM H152-ADD-CHECKPOINT
                 ELSE
                 IF WS-MODE-JRH AND CHN-CKP-FILE = 'JRNFILE'
                    AND CHN-CKP-PART = 0
                    MOVE 'J' TO WS-CKP-NEW-KIND
                    PERFORM H152-ADD-CHECKPOINT
                 END-IF
                 END-IF
              END-IF
           END-IF.
           READ RLG-FILE.
       H151-END. EXIT.


      *-----------------------------------------------------------------
      *    H152:Kontrol noktasini cagiranin belirledigi turle tabloya
      *    ekler.
      *-----------------------------------------------------------------
       H152-ADD-CHECKPOINT.
           IF WS-CKP-COUNT < WS-CKP-MAX
              ADD 1 TO WS-CKP-COUNT
              MOVE WS-CKP-NEW-KIND TO WS-CKP-KIND(WS-CKP-COUNT)
              MOVE RLG-PROGRAM     TO WS-CKP-PROGRAM(WS-CKP-COUNT)
              MOVE RLG-DATE        TO WS-CKP-DATE(WS-CKP-COUNT)
              MOVE RLG-TIME        TO WS-CKP-TIME(WS-CKP-COUNT)
              MOVE CHN-CKP-SEQ     TO WS-CKP-SEQ(WS-CKP-COUNT)
              MOVE CHN-CKP-HASH    TO WS-CKP-HASH(WS-CKP-COUNT)
              MOVE CHN-CKP-PERIOD  TO WS-CKP-PERIOD(WS-CKP-COUNT)
           ELSE
              MOVE 'Y' TO WS-CKP-FULL
           END-IF.
       H152-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Sirali zincirli dosyayi (JRNFILE, AUDFILE, CAUFILE)
      *    bastan sona dogrular; dosya sonunda kalan kontrol noktalari
      *    dosyanin sonunun kesilip kesilmedigini gosterir.
      *-----------------------------------------------------------------
       H200-VERIFY-SEQUENTIAL.
           PERFORM H210-READ-NEXT.
           PERFORM H220-CHECK-RECORD
              UNTIL WS-IN-EOF-YES OR WS-BROKEN-YES.
           IF WS-STARTED-YES AND NOT WS-BROKEN-YES
              PERFORM H270-CHECK-TAIL
                 VARYING WS-CKP-IDX FROM WS-CKP-PTR BY 1
                   UNTIL WS-CKP-IDX > WS-CKP-COUNT
                      OR WS-BROKEN-YES
           END-IF.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Secilen dosyadan sonraki kaydi okur; zincir alanlarini,
      *    kayit tarihini ve hash'lenecek icerigi (hash alani haric
      *    kayit) hazirlar.
      *-----------------------------------------------------------------
       H210-READ-NEXT.
           IF WS-MODE-JRN
              READ JRN-FILE
              IF JRN-ST NOT = 0
                 MOVE 'Y' TO WS-IN-EOF
              ELSE
                 IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
                    MOVE JRN-CHN-SEQ  TO WS-CUR-SEQ
                    MOVE JRN-CHN-HASH TO WS-CUR-HASH
                 ELSE
                    MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
                 END-IF
                 MOVE JRN-DATE TO WS-CUR-DATE
                 COMPUTE CHN-DATA-LEN = LENGTH OF JRN-REC
                                      - LENGTH OF JRN-CHN-HASH
                 MOVE JRN-REC(1:CHN-DATA-LEN) TO CHN-DATA
              END-IF
           ELSE
           IF WS-MODE-AUD
              READ AUD-FILE
              IF AUD-ST NOT = 0
                 MOVE 'Y' TO WS-IN-EOF
              ELSE
                 IF AUD-CHN-SEQ NUMERIC AND AUD-CHN-HASH NUMERIC
                    MOVE AUD-CHN-SEQ  TO WS-CUR-SEQ
                    MOVE AUD-CHN-HASH TO WS-CUR-HASH
                 ELSE
                    MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
                 END-IF
                 MOVE AUD-DATE TO WS-CUR-DATE
                 COMPUTE CHN-DATA-LEN = LENGTH OF AUD-REC
                                      - LENGTH OF AUD-CHN-HASH
                 MOVE AUD-REC(1:CHN-DATA-LEN) TO CHN-DATA
              END-IF
           ELSE
              READ CAU-FILE
              IF CAU-ST NOT = 0
                 MOVE 'Y' TO WS-IN-EOF
              ELSE
                 IF CAU-CHN-SEQ NUMERIC AND CAU-CHN-HASH NUMERIC
                    MOVE CAU-CHN-SEQ  TO WS-CUR-SEQ
                    MOVE CAU-CHN-HASH TO WS-CUR-HASH
                 ELSE
                    MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
                 END-IF
                 MOVE CAU-DATE TO WS-CUR-DATE
                 COMPUTE CHN-DATA-LEN = LENGTH OF CAU-REC
                                      - LENGTH OF CAU-CHN-HASH
                 MOVE CAU-REC(1:CHN-DATA-LEN) TO CHN-DATA
              END-IF
           END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Okunan kaydi zincire karsi denetler. Sira numarasi
      *    sifir olan kayit zincirleme oncesindendir ve yalniz zincir
      *    baslamadan once kabul edilir. Ilk zincirli kayit sira 1 ise
      *    sifir onceki hash'le dogrulanir; daha buyukse (dosyanin basi
      *    arsivlenmis) dayanak kabul edilir ve kontrol noktalariyla
      *    denetlenir. Sonraki her kayit bir oncekini izlemelidir.
      *-----------------------------------------------------------------
       H220-CHECK-RECORD.
           ADD 1 TO WS-CNT-READ.
           MOVE 'N' TO WS-CHECK-HASH.
           IF WS-CUR-SEQ = 0
              IF WS-STARTED-YES
                 MOVE 'ZINCIR DISI KAYIT (SIRA NO 0)'
                                      TO WS-BRK-REASON
                 COMPUTE WS-BRK-SEQ = WS-LAST-SEQ + 1
                 PERFORM H260-MARK-BROKEN
              ELSE
                 ADD 1 TO WS-CNT-LEGACY
              END-IF
           ELSE
           IF NOT WS-STARTED-YES
              MOVE 'Y'         TO WS-STARTED
              MOVE WS-CUR-SEQ  TO WS-FIRST-SEQ
              MOVE WS-CUR-DATE TO WS-FIRST-DATE
              IF WS-CUR-SEQ = 1
                 MOVE 0 TO CHN-PREV-HASH
                 MOVE 'Y' TO WS-CHECK-HASH
              END-IF
           ELSE
           IF WS-CUR-SEQ > WS-LAST-SEQ + 1
              MOVE 'KAYIT EKSIK (SIRA ATLIYOR)' TO WS-BRK-REASON
              COMPUTE WS-BRK-SEQ = WS-LAST-SEQ + 1
              PERFORM H260-MARK-BROKEN
           ELSE
           IF WS-CUR-SEQ < WS-LAST-SEQ + 1
              MOVE 'MUKERRER/SIRA DISI KAYIT'  TO WS-BRK-REASON
              MOVE WS-CUR-SEQ TO WS-BRK-SEQ
              PERFORM H260-MARK-BROKEN
           ELSE
              MOVE WS-LAST-HASH TO CHN-PREV-HASH
              MOVE 'Y' TO WS-CHECK-HASH
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-CHECK-HASH-YES
              CALL WS-CHNHASH USING CHN-AREA
              IF CHN-NEW-HASH NOT = WS-CUR-HASH
                 MOVE 'HASH TUTMUYOR (KAYIT DEGISMIS)'
                                      TO WS-BRK-REASON
                 MOVE WS-CUR-SEQ TO WS-BRK-SEQ
                 PERFORM H260-MARK-BROKEN
              END-IF
           END-IF.

           IF WS-CUR-SEQ > 0 AND NOT WS-BROKEN-YES
              ADD 1 TO WS-CNT-CHAINED
              MOVE WS-CUR-SEQ  TO WS-LAST-SEQ
              MOVE WS-CUR-HASH TO WS-LAST-HASH
              MOVE 'N' TO WS-CKP-STOP
              PERFORM H230-WALK-CHECKPOINT
                 UNTIL WS-CKP-PTR > WS-CKP-COUNT
                    OR WS-CKP-STOP-YES OR WS-BROKEN-YES
           END-IF.

           IF NOT WS-BROKEN-YES
              PERFORM H210-READ-NEXT
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:Siradaki kontrol noktasini yeni dogrulanan halkayla
      *    karsilastirir. Ayni sira numarasindaki nokta ayni hash'i
      *    tasimalidir; daha ileri bir noktada durulur.
      *-----------------------------------------------------------------
       H230-WALK-CHECKPOINT.
           MOVE WS-CKP-PTR TO WS-CKP-IDX
           PERFORM H240-CHECKPOINT-USABLE.
           IF WS-CKP-USE-YES
              IF WS-CKP-SEQ(WS-CKP-IDX) > WS-CUR-SEQ
                 MOVE 'Y' TO WS-CKP-STOP
              ELSE
                 IF WS-CKP-SEQ(WS-CKP-IDX) = WS-CUR-SEQ
                    IF WS-CKP-HASH(WS-CKP-IDX) = WS-CUR-HASH
                       ADD 1 TO WS-CNT-CKP-OK
                    ELSE
                       MOVE 'KONTROL NOKTASI TUTMUYOR'
                                      TO WS-BRK-REASON
                       MOVE WS-CUR-SEQ TO WS-BRK-SEQ
                       PERFORM H260-MARK-BROKEN
                    END-IF
                 END-IF
                 ADD 1 TO WS-CKP-PTR
              END-IF
           ELSE
              ADD 1 TO WS-CKP-PTR
           END-IF.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:WS-CKP-IDX'inci kontrol noktasinin bu dosyanin zinciri
      *    icin kullanilip kullanilamayacagini belirler.
      *-----------------------------------------------------------------
       H240-CHECKPOINT-USABLE.
           MOVE 'N' TO WS-CKP-USE.
           IF WS-CKP-KIND(WS-CKP-IDX) = 'S'
              AND WS-CKP-SEQ(WS-CKP-IDX) > 0
              AND WS-CKP-SEQ(WS-CKP-IDX) >= WS-FIRST-SEQ
              AND WS-CKP-DATE(WS-CKP-IDX) >= WS-FIRST-DATE
              MOVE 'Y' TO WS-CKP-USE
           END-IF.
       H240-END. EXIT.


       H260-MARK-BROKEN.
           MOVE 'Y' TO WS-BROKEN.
           MOVE WS-CNT-READ TO WS-BRK-RECNO.
       H260-END. EXIT.


      *-----------------------------------------------------------------
      *    H270:Dosya sonundan sonra kalan kontrol noktalari: zincirin
      *    son halkasindan ileri bir nokta varsa dosyanin sonu
      *    kesilmistir.
      *-----------------------------------------------------------------
       H270-CHECK-TAIL.
           PERFORM H240-CHECKPOINT-USABLE.
           IF WS-CKP-USE-YES
              AND WS-CKP-SEQ(WS-CKP-IDX) > WS-LAST-SEQ
              MOVE 'DOSYA SONU EKSIK (KESILMIS)' TO WS-BRK-REASON
              COMPUTE WS-BRK-SEQ = WS-LAST-SEQ + 1
              MOVE 'Y' TO WS-BROKEN
              COMPUTE WS-BRK-RECNO = WS-CNT-READ + 1
           END-IF.
       H270-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHNVER  ' TO RLG-PROGRAM.
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
      *    H400:JRNHIST dogrulamasi. Her zincirli tarihce kaydi kendi
      *    onceki hash'i ve JRNFILE kaydina geri kurulan icerigiyle
      *    tek basina dogrulanir ve donem toplamlarina eklenir; sonra
      *    donemler tarih sirasiyla toplamlardan ve JRNROLL'un JRNHIST
      *    kontrol noktasindan denetlenir.
      *-----------------------------------------------------------------
       H400-VERIFY-HISTORY.
           PERFORM H410-READ-HISTORY.
           PERFORM H420-CHECK-HISTORY
              UNTIL WS-IN-EOF-YES OR WS-BROKEN-YES.
           IF NOT WS-BROKEN-YES
              PERFORM H450-CHECK-NEXT-PERIOD
                 UNTIL WS-PER-END-YES OR WS-BROKEN-YES
           END-IF.
       H400-END. EXIT.


       H410-READ-HISTORY.
           READ JRH-FILE.
           IF JRH-ST NOT = 0
              MOVE 'Y' TO WS-IN-EOF
           END-IF.
       H410-END. EXIT.


       H420-CHECK-HISTORY.
           ADD 1 TO WS-CNT-READ.
           IF JRH-CHN-SEQ NOT NUMERIC OR JRH-CHN-PERIOD NOT NUMERIC
              OR JRH-CHN-SEQ = 0
              ADD 1 TO WS-CNT-LEGACY
           ELSE
              PERFORM H425-BUILD-IMAGE
              IF JRH-CHN-PREV NUMERIC AND JRH-CHN-HASH NUMERIC
                 MOVE JRH-CHN-PREV TO CHN-PREV-HASH
                 CALL WS-CHNHASH USING CHN-AREA
                 IF CHN-NEW-HASH NOT = JRH-CHN-HASH
                    MOVE 'HASH TUTMUYOR (KAYIT DEGISMIS)'
                                      TO WS-BRK-REASON
                    PERFORM H426-MARK-HISTORY-BROKEN
                 END-IF
              ELSE
                 MOVE 'ZINCIR ALANI BOZUK' TO WS-BRK-REASON
                 PERFORM H426-MARK-HISTORY-BROKEN
              END-IF
              IF NOT WS-BROKEN-YES
                 ADD 1 TO WS-CNT-CHAINED
                 PERFORM H430-ADD-TO-PERIOD
              END-IF
           END-IF.
           IF NOT WS-BROKEN-YES
              PERFORM H410-READ-HISTORY
           END-IF.
       H420-END. EXIT.


      *-----------------------------------------------------------------
      *    H425:Tarihce kaydindan, JRNFILE'a yazildigi haliyle jurnal
      *    kaydini kurar ve hash'lenecek icerigi hazirlar.
      *-----------------------------------------------------------------
       H425-BUILD-IMAGE.
           MOVE JRH-PROGRAM    TO JRW-PROGRAM
           MOVE JRH-PRCSS-TYPE TO JRW-PRCSS-TYPE
           MOVE JRH-ID         TO JRW-ID
           MOVE JRH-DVZ        TO JRW-DVZ
           MOVE JRH-AMOUNT     TO JRW-AMOUNT
           MOVE JRH-BAL-BEFORE TO JRW-BAL-BEFORE
           MOVE JRH-BAL-AFTER  TO JRW-BAL-AFTER
           MOVE JRH-DATE       TO JRW-DATE
           MOVE JRH-REF-NO     TO JRW-REF-NO
           MOVE JRH-VALUE-DATE TO JRW-VALUE-DATE
           MOVE JRH-CHN-SEQ    TO JRW-CHN-SEQ
           MOVE ZEROES         TO JRW-CHN-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF JRW-REC
                                - LENGTH OF JRW-CHN-HASH
           MOVE JRW-REC(1:CHN-DATA-LEN) TO CHN-DATA.
       H425-END. EXIT.


       H426-MARK-HISTORY-BROKEN.
           MOVE JRH-CHN-SEQ    TO WS-BRK-SEQ
           MOVE JRH-CHN-PERIOD TO WS-BRK-PERIOD
           MOVE JRH-KEY        TO WS-BRK-KEY
           MOVE 'Y' TO WS-BROKEN
           MOVE WS-CNT-READ TO WS-BRK-RECNO.
       H426-END. EXIT.


      *-----------------------------------------------------------------
      *    H430:Dogrulanan kaydi doneminin toplamlarina ekler.
      *-----------------------------------------------------------------
       H430-ADD-TO-PERIOD.
           MOVE 'N' TO WS-PER-FOUND
           PERFORM H431-MATCH-PERIOD
              VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-COUNT
                    OR WS-PER-FOUND-YES.
           IF NOT WS-PER-FOUND-YES
              IF WS-PER-COUNT < WS-PER-MAX-ENT
                 ADD 1 TO WS-PER-COUNT
                 MOVE WS-PER-COUNT TO WS-PER-SEL
                 MOVE JRH-CHN-PERIOD TO WS-PER-PERIOD(WS-PER-SEL)
                 MOVE 0            TO WS-PER-RECS(WS-PER-SEL)
                 MOVE 0            TO WS-PER-SUM-SEQ(WS-PER-SEL)
                 MOVE 0            TO WS-PER-SUM-DELTA(WS-PER-SEL)
                 MOVE JRH-CHN-SEQ  TO WS-PER-MIN(WS-PER-SEL)
                 MOVE JRH-CHN-PREV TO WS-PER-MIN-PREV(WS-PER-SEL)
                 MOVE JRH-CHN-SEQ  TO WS-PER-MAX(WS-PER-SEL)
                 MOVE JRH-CHN-HASH TO WS-PER-MAX-HASH(WS-PER-SEL)
                 MOVE 'Y' TO WS-PER-FOUND
              ELSE
                 MOVE 'DONEM TABLOSU DOLDU' TO WS-BRK-REASON
                 PERFORM H426-MARK-HISTORY-BROKEN
              END-IF
           END-IF.

           IF WS-PER-FOUND-YES
              IF JRH-CHN-SEQ < WS-PER-MIN(WS-PER-SEL)
                 MOVE JRH-CHN-SEQ  TO WS-PER-MIN(WS-PER-SEL)
                 MOVE JRH-CHN-PREV TO WS-PER-MIN-PREV(WS-PER-SEL)
              END-IF
              IF JRH-CHN-SEQ > WS-PER-MAX(WS-PER-SEL)
                 MOVE JRH-CHN-SEQ  TO WS-PER-MAX(WS-PER-SEL)
                 MOVE JRH-CHN-HASH TO WS-PER-MAX-HASH(WS-PER-SEL)
              END-IF
              ADD 1 TO WS-PER-RECS(WS-PER-SEL)
              ADD JRH-CHN-SEQ TO WS-PER-SUM-SEQ(WS-PER-SEL)
              COMPUTE WS-PER-SUM-DELTA(WS-PER-SEL) =
                      WS-PER-SUM-DELTA(WS-PER-SEL)
                    + JRH-CHN-HASH - JRH-CHN-PREV
           END-IF.
       H430-END. EXIT.


       H431-MATCH-PERIOD.
           IF WS-PER-PERIOD(WS-PER-IDX) = JRH-CHN-PERIOD
              MOVE 'Y' TO WS-PER-FOUND
              MOVE WS-PER-IDX TO WS-PER-SEL
           END-IF.
       H431-END. EXIT.


      *-----------------------------------------------------------------
      *    H450:Henuz denetlenmemis en eski donemi secer ve denetler;
      *    bozuk halkayi yazan calismayi bulmak icin bir sonraki
      *    donemin baslangicini da hazirlar.
      *-----------------------------------------------------------------
       H450-CHECK-NEXT-PERIOD.
           MOVE WS-PER-DONE TO WS-PER-FLOOR
           PERFORM H455-FIND-MIN-PERIOD.
           IF WS-PER-MIN-IDX = 0
              MOVE 'Y' TO WS-PER-END
           ELSE
              MOVE WS-PER-MIN-IDX TO WS-PER-SEL
              MOVE WS-PER-MIN-VAL TO WS-PER-FLOOR
              PERFORM H455-FIND-MIN-PERIOD
              IF WS-PER-MIN-IDX = 0
                 MOVE 9999999 TO WS-NEXT-PERIOD
              ELSE
                 MOVE WS-PER-MIN-VAL TO WS-NEXT-PERIOD
              END-IF
              ADD 1 TO WS-CNT-PERIODS
              PERFORM H460-CHECK-PERIOD
              MOVE WS-PER-PERIOD(WS-PER-SEL) TO WS-PER-DONE
           END-IF.
       H450-END. EXIT.


      *-----------------------------------------------------------------
      *    H455:WS-PER-FLOOR'dan buyuk en kucuk donemi bulur
      *    (bulunamazsa WS-PER-MIN-IDX sifir).
      *-----------------------------------------------------------------
       H455-FIND-MIN-PERIOD.
           MOVE 0       TO WS-PER-MIN-IDX
           MOVE 9999999 TO WS-PER-MIN-VAL
           PERFORM H456-COMPARE-PERIOD
              VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > WS-PER-COUNT.
       H455-END. EXIT.


       H456-COMPARE-PERIOD.
           IF WS-PER-PERIOD(WS-PER-IDX) > WS-PER-FLOOR
              AND WS-PER-PERIOD(WS-PER-IDX) < WS-PER-MIN-VAL
              MOVE WS-PER-PERIOD(WS-PER-IDX) TO WS-PER-MIN-VAL
              MOVE WS-PER-IDX                TO WS-PER-MIN-IDX
           END-IF.
       H456-END. EXIT.


      *-----------------------------------------------------------------
      *    H460:Secilen donemin toplamlarini denetler. Sira numaralari
      *    1'den baslamali ve araligi eksiksiz doldurmali, ilk kaydin
      *    onceki hash'i sifir ve (hash - onceki hash) toplami son
      *    hash'e esit olmalidir. Tutmazsa H470 bozuk halkanin yerini
      *    bulur; tutarsa donem sonu JRNHIST kontrol noktasiyla
      *    karsilastirilir.
      *-----------------------------------------------------------------
       H460-CHECK-PERIOD.
           MOVE WS-PER-PERIOD(WS-PER-SEL) TO WS-BRK-PERIOD.
           COMPUTE WS-EXP-COUNT = WS-PER-MAX(WS-PER-SEL)
                                - WS-PER-MIN(WS-PER-SEL) + 1.
           COMPUTE WS-EXP-SUM = (WS-PER-MIN(WS-PER-SEL)
                              +  WS-PER-MAX(WS-PER-SEL))
                              * WS-EXP-COUNT / 2.
           COMPUTE WS-EXP-DELTA = WS-PER-MAX-HASH(WS-PER-SEL)
                                - WS-PER-MIN-PREV(WS-PER-SEL).

           IF WS-PER-MIN(WS-PER-SEL) NOT = 1
              MOVE 'DONEM BASI EKSIK' TO WS-BRK-REASON
              MOVE 1 TO WS-BRK-SEQ
              MOVE 'Y' TO WS-BROKEN
           ELSE
           IF WS-PER-RECS(WS-PER-SEL) NOT = WS-EXP-COUNT
              OR WS-PER-SUM-SEQ(WS-PER-SEL) NOT = WS-EXP-SUM
              OR WS-PER-MIN-PREV(WS-PER-SEL) NOT = 0
              OR WS-PER-SUM-DELTA(WS-PER-SEL) NOT = WS-EXP-DELTA
              PERFORM H470-LOCATE-BREAK
           END-IF
           END-IF.

           IF NOT WS-BROKEN-YES
              PERFORM H480-CHECK-PERIOD-END
           END-IF.

           MOVE WS-PER-PERIOD(WS-PER-SEL) TO PRL-PERIOD
           MOVE WS-PER-RECS(WS-PER-SEL)   TO PRL-RECS
           MOVE WS-PER-MIN(WS-PER-SEL)    TO PRL-MIN
           MOVE WS-PER-MAX(WS-PER-SEL)    TO PRL-MAX
           IF WS-BROKEN-YES
              MOVE 'BOZUK'        TO PRL-STATE
           ELSE
              MOVE 'SAGLAM'       TO PRL-STATE
           END-IF
           MOVE WS-PER-LINE TO RPT-REC
           WRITE RPT-REC.
       H460-END. EXIT.


      *-----------------------------------------------------------------
      *    H470:Toplamlari tutmayan donemin (onceki hash, hash)
      *    ciftlerini tarihceyi yeniden okuyarak sira numarasina gore
      *    yukler ve ilk eksik kaydi, mukerrer sira numarasini ya da
      *    onceki hash'i bir onceki kaydin hash'ini tutmayan halkayi
      *    bulur. Aralik tabloya sigmazsa yalniz donem bildirilir.
      *-----------------------------------------------------------------
       H470-LOCATE-BREAK.
           IF WS-EXP-COUNT > WS-LNK-MAX
              MOVE 'DONEM TOPLAMI TUTMUYOR'  TO WS-BRK-REASON
              MOVE 0 TO WS-BRK-SEQ
              MOVE 'Y' TO WS-BROKEN
           ELSE
              MOVE WS-EXP-COUNT TO WS-LNK-COUNT
              PERFORM H471-CLEAR-LINK
                 VARYING WS-LNK-IDX FROM 1 BY 1
                    UNTIL WS-LNK-IDX > WS-LNK-COUNT
              CLOSE JRH-FILE
              OPEN INPUT JRH-FILE
              MOVE 'N' TO WS-IN-EOF
              MOVE 0 TO WS-CNT-READ
              PERFORM H410-READ-HISTORY
              PERFORM H472-LOAD-LINK
                 UNTIL WS-IN-EOF-YES OR WS-BROKEN-YES
              IF NOT WS-BROKEN-YES
                 PERFORM H473-SCAN-LINK
                    VARYING WS-LNK-IDX FROM 1 BY 1
                       UNTIL WS-LNK-IDX > WS-LNK-COUNT
                          OR WS-BROKEN-YES
              END-IF
              IF NOT WS-BROKEN-YES
                 MOVE 'DONEM TOPLAMI TUTMUYOR'  TO WS-BRK-REASON
                 MOVE 0 TO WS-BRK-SEQ
                 MOVE 'Y' TO WS-BROKEN
              END-IF
           END-IF.
       H470-END. EXIT.


       H471-CLEAR-LINK.
           MOVE 'N' TO WS-LNK-FLAG(WS-LNK-IDX).
       H471-END. EXIT.


       H472-LOAD-LINK.
           ADD 1 TO WS-CNT-READ.
           IF JRH-CHN-PERIOD NUMERIC AND JRH-CHN-SEQ NUMERIC
              IF JRH-CHN-PERIOD = WS-PER-PERIOD(WS-PER-SEL)
                 AND JRH-CHN-SEQ > 0
                 COMPUTE WS-LNK-IDX = JRH-CHN-SEQ
                                    - WS-PER-MIN(WS-PER-SEL) + 1
                 IF WS-LNK-FLAG(WS-LNK-IDX) = 'Y'
                    MOVE 'MUKERRER SIRA NUMARASI' TO WS-BRK-REASON
                    PERFORM H426-MARK-HISTORY-BROKEN
                 ELSE
                    MOVE 'Y'          TO WS-LNK-FLAG(WS-LNK-IDX)
                    MOVE JRH-CHN-PREV TO WS-LNK-PREV(WS-LNK-IDX)
                    MOVE JRH-CHN-HASH TO WS-LNK-HASH(WS-LNK-IDX)
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-BROKEN-YES
              PERFORM H410-READ-HISTORY
           END-IF.
       H472-END. EXIT.


       H473-SCAN-LINK.
           IF WS-LNK-FLAG(WS-LNK-IDX) NOT = 'Y'
              MOVE 'KAYIT EKSIK (SIRA ATLIYOR)' TO WS-BRK-REASON
              MOVE 'Y' TO WS-BROKEN
           ELSE
           IF WS-LNK-IDX = 1
              IF WS-LNK-PREV(WS-LNK-IDX) NOT = 0
                 MOVE 'HALKA KOPUK (ONCEKI HASH)' TO WS-BRK-REASON
                 MOVE 'Y' TO WS-BROKEN
              END-IF
           ELSE
              IF WS-LNK-PREV(WS-LNK-IDX)
                 NOT = WS-LNK-HASH(WS-LNK-IDX - 1)
                 MOVE 'HALKA KOPUK (ONCEKI HASH)' TO WS-BRK-REASON
                 MOVE 'Y' TO WS-BROKEN
              END-IF
           END-IF
           END-IF.
           IF WS-BROKEN-YES
              COMPUTE WS-BRK-SEQ = WS-PER-MIN(WS-PER-SEL)
                                 + WS-LNK-IDX - 1
              MOVE SPACES TO WS-BRK-KEY
              MOVE 0 TO WS-BRK-RECNO
           END-IF.
       H473-END. EXIT.


      *-----------------------------------------------------------------
      *    H480:Donemin son halkasini JRNROLL'un o donem icin yazdigi
      *    son JRNHIST kontrol noktasiyla karsilastirir. Nokta donem
      *    sonundan ilerideyse tarihcenin sonu silinmistir.
      *-----------------------------------------------------------------
       H480-CHECK-PERIOD-END.
           MOVE 0 TO WS-CKP-SEL
           PERFORM H481-MATCH-PERIOD-CKP
              VARYING WS-CKP-IDX FROM 1 BY 1
                 UNTIL WS-CKP-IDX > WS-CKP-COUNT.
           IF WS-CKP-SEL = 0
              ADD 1 TO WS-CNT-UNCONF
           ELSE
           IF WS-CKP-SEQ(WS-CKP-SEL) > WS-PER-MAX(WS-PER-SEL)
              MOVE 'DONEM SONU EKSIK (KESILMIS)' TO WS-BRK-REASON
              COMPUTE WS-BRK-SEQ = WS-PER-MAX(WS-PER-SEL) + 1
              MOVE 'Y' TO WS-BROKEN
           ELSE
           IF WS-CKP-SEQ(WS-CKP-SEL) < WS-PER-MAX(WS-PER-SEL)
              MOVE 'KONTROL NOKTASINDAN SONRA KAYIT'
                                      TO WS-BRK-REASON
              COMPUTE WS-BRK-SEQ = WS-CKP-SEQ(WS-CKP-SEL) + 1
              MOVE 'Y' TO WS-BROKEN
           ELSE
           IF WS-CKP-HASH(WS-CKP-SEL)
              NOT = WS-PER-MAX-HASH(WS-PER-SEL)
              MOVE 'KONTROL NOKTASI TUTMUYOR' TO WS-BRK-REASON
              MOVE WS-PER-MAX(WS-PER-SEL) TO WS-BRK-SEQ
              MOVE 'Y' TO WS-BROKEN
           ELSE
              ADD 1 TO WS-CNT-CKP-OK
           END-IF
           END-IF
           END-IF
           END-IF.
       H480-END. EXIT.


       H481-MATCH-PERIOD-CKP.
           IF WS-CKP-KIND(WS-CKP-IDX) = 'S'
              AND WS-CKP-PERIOD(WS-CKP-IDX) =
                  WS-PER-PERIOD(WS-PER-SEL)
              MOVE WS-CKP-IDX TO WS-CKP-SEL
           END-IF.
       H481-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Bozuk halkayi yazan calismayi bulur: halkanin sira
      *    numarasina ulasan ya da onu gecen ilk kontrol noktasini
      *    birakan calisma o kaydi yazmistir. JRNHIST'te ana JRNFILE
      *    noktalarindan donem icinde kalanlara bakilir. Nokta yoksa
      *    kayit son kayitli calismadan sonra yazilmistir.
      *-----------------------------------------------------------------
       H800-FIND-RUN.
           MOVE 'N' TO WS-BRK-RUN.
           IF WS-BRK-SEQ > 0
              PERFORM H810-MATCH-RUN
                 VARYING WS-CKP-IDX FROM 1 BY 1
                    UNTIL WS-CKP-IDX > WS-CKP-COUNT
                       OR WS-BRK-RUN-YES
           END-IF.
       H800-END. EXIT.


       H810-MATCH-RUN.
           IF WS-MODE-JRH
              IF WS-CKP-KIND(WS-CKP-IDX) = 'J'
                 AND WS-CKP-DATE(WS-CKP-IDX) >= WS-BRK-PERIOD
                 AND WS-CKP-DATE(WS-CKP-IDX) < WS-NEXT-PERIOD
                 AND WS-CKP-SEQ(WS-CKP-IDX) >= WS-BRK-SEQ
                 MOVE 'Y' TO WS-CKP-USE
              ELSE
                 MOVE 'N' TO WS-CKP-USE
              END-IF
           ELSE
              PERFORM H240-CHECKPOINT-USABLE
              IF WS-CKP-SEQ(WS-CKP-IDX) < WS-BRK-SEQ
                 MOVE 'N' TO WS-CKP-USE
              END-IF
           END-IF.
           IF WS-CKP-USE-YES
              MOVE 'Y' TO WS-BRK-RUN
              MOVE WS-CKP-PROGRAM(WS-CKP-IDX) TO WS-BRK-PROGRAM
              MOVE WS-CKP-DATE(WS-CKP-IDX)    TO WS-BRK-DATE
              MOVE WS-CKP-TIME(WS-CKP-IDX)    TO WS-BRK-TIME
           END-IF.
       H810-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Dogrulama sonucunu rapora ve konsola basar; bozuk
      *    halka varsa RC 8 ile biter.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           STRING 'ZINCIR DOGRULAMA: ' WS-SEL-FILE
                  ' BOLUM ' WS-SEL-PART
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN KAYIT                : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ZINCIRLEME ONCESI KAYIT     : ' TO TOT-LABEL
           MOVE WS-CNT-LEGACY                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'DOGRULANAN ZINCIRLI KAYIT   : ' TO TOT-LABEL
           MOVE WS-CNT-CHAINED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'YUKLENEN KONTROL NOKTASI    : ' TO TOT-LABEL
           MOVE WS-CNT-CKP-LOADED                TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TUTAN KONTROL NOKTASI       : ' TO TOT-LABEL
           MOVE WS-CNT-CKP-OK                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           IF WS-MODE-JRH
              MOVE 'DENETLENEN DONEM            : ' TO TOT-LABEL
              MOVE WS-CNT-PERIODS                   TO TOT-BAL
              MOVE WS-TOTAL-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE 'KONTROL NOKTASIZ DONEM      : ' TO TOT-LABEL
              MOVE WS-CNT-UNCONF                    TO TOT-BAL
              MOVE WS-TOTAL-LINE TO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE 'ZINCIR BASI SIRA NO         : ' TO TOT-LABEL
              MOVE WS-FIRST-SEQ                     TO TOT-BAL
              MOVE WS-TOTAL-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE 'ZINCIR SONU SIRA NO         : ' TO TOT-LABEL
              MOVE WS-LAST-SEQ                      TO TOT-BAL
              MOVE WS-TOTAL-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           IF WS-BROKEN-YES
              PERFORM H910-WRITE-BROKEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'SONUC: ZINCIR SAGLAM' TO RPT-REC
              WRITE RPT-REC
           END-IF.

           DISPLAY '=========== CHNVER CONTROL TOTALS =============='
           DISPLAY ' DOSYA / BOLUM           : ' WS-SEL-FILE
                   ' / ' WS-SEL-PART
           DISPLAY ' OKUNAN KAYIT            : ' WS-CNT-READ
           DISPLAY ' ZINCIRLEME ONCESI       : ' WS-CNT-LEGACY
           DISPLAY ' DOGRULANAN ZINCIRLI     : ' WS-CNT-CHAINED
           DISPLAY ' TUTAN KONTROL NOKTASI   : ' WS-CNT-CKP-OK
           IF WS-BROKEN-YES
              DISPLAY ' ILK BOZUK HALKA SIRA NO : ' WS-BRK-SEQ
              DISPLAY ' NEDEN                   : ' WS-BRK-REASON
              IF WS-BRK-RUN-YES
                 DISPLAY ' YAZAN CALISMA           : ' WS-BRK-PROGRAM
                         ' ' WS-BRK-DATE ' ' WS-BRK-TIME
              ELSE
                 DISPLAY ' YAZAN CALISMA           : KAYITSIZ'
              END-IF
           ELSE
              DISPLAY ' SONUC                   : ZINCIR SAGLAM'
           END-IF
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H910:Ilk bozuk halkanin ayrintisini rapora basar ve
      *    RUNLOG'a ZNCBOZUK olayi olarak yazar.
      *-----------------------------------------------------------------
       H910-WRITE-BROKEN.
           MOVE 'SONUC: ZINCIR BOZUK - ILK BOZUK HALKA' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           STRING '  NEDEN         : ' WS-BRK-REASON
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           STRING '  ZINCIR SIRA NO: ' WS-BRK-SEQ
                  '  KAYIT SIRASI: ' WS-BRK-RECNO
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
           IF WS-MODE-JRH
              MOVE SPACES TO RPT-REC
              STRING '  DONEM         : ' WS-BRK-PERIOD
                     '  ANAHTAR: ' WS-BRK-KEY
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC
           IF WS-BRK-RUN-YES
              STRING '  YAZAN CALISMA : ' WS-BRK-PROGRAM
                     ' TARIH ' WS-BRK-DATE ' SAAT ' WS-BRK-TIME
                  DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING '  YAZAN CALISMA : KONTROL NOKTASI YOK '
                     '(SON KAYITLI CALISMADAN SONRA)'
                  DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

           MOVE 'ZNCBOZUK' TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING WS-SEL-FILE '/' WS-SEL-PART ' S=' WS-BRK-SEQ
                  ' ' WS-BRK-PROGRAM
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H910-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           IF WS-MODE-JRN
              CLOSE JRN-FILE
           END-IF.
           IF WS-MODE-AUD
              CLOSE AUD-FILE
           END-IF.
           IF WS-MODE-CAU
              CLOSE CAU-FILE
           END-IF.
           IF WS-MODE-JRH
              CLOSE JRH-FILE
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
