       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT OPTIONAL KYC-FILE ASSIGN TO KYCFILE
                             STATUS KYC-ST.
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
       FD  CUS-FILE.
           COPY CUSREC.
       FD  KYC-FILE RECORDING MODE F.
      *          Musteri durum tespiti (KYC) parametre karti: SUBPROG
      *          ile ortaktir. Ek sure gecmis musteriye yeni hesap
      *          acilmaz; yaklasan pencere bu raporun ileri bakisidir.
         01  KYC-REC.
           05 KYC-GRACE-DAYS           PIC 9(03).
           05 KYC-DUE-DAYS             PIC 9(03).
           05 FILLER                   PIC X(74).
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
           05 CUS-ST                   PIC 9(02).
              88 CUS-EOF                          VALUE 10.
           05 KYC-ST                   PIC 9(02).
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
           05 WS-GRACE-DAYS            PIC 9(03) VALUE 0.
           05 WS-DUE-DAYS              PIC 9(03) VALUE 30.
           05 WS-RUN-DAY               PIC 9(07).
           05 WS-DAYS-LEFT             PIC S9(07).
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-OVERDUE           PIC 9(07) VALUE 0.
           05 WS-CNT-BLOCKED           PIC 9(07) VALUE 0.
           05 WS-CNT-DUE               PIC 9(07) VALUE 0.
           05 WS-CNT-NO-DATE           PIC 9(07) VALUE 0.
           05 WS-CNT-CURRENT           PIC 9(07) VALUE 0.
           05 WS-CNT-HIGH              PIC 9(07) VALUE 0.
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
         01  WS-MONTH-TABLE.
      *          Ay uzunluklari; artik yil duzeltmesi H150'dedir.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
         01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'MUSTERI INCELEME (KYC) TAKIP RAPORU'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
           05 FILLER                   PIC X(12) VALUE '  EK SURE: '.
           05 HDR1-GRACE               PIC ZZ9.
           05 FILLER                   PIC X(14) VALUE '  YAKLASAN: '.
           05 HDR1-DUE                 PIC ZZ9.
         01  WS-HDR2.
           05 FILLER              PIC X(08) VALUE 'MUSTERI'.
           05 FILLER              PIC X(16) VALUE 'AD'.
           05 FILLER              PIC X(16) VALUE 'SOYAD'.
           05 FILLER              PIC X(05) VALUE 'RISK'.
           05 FILLER              PIC X(10) VALUE 'INCELEME'.
           05 FILLER              PIC X(09) VALUE 'KALAN GUN'.
           05 FILLER              PIC X(11) VALUE 'DURUM'.
           05 FILLER              PIC X(08) VALUE 'ACILIS'.
         01  WS-DETAIL.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-RISK                 PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-REVIEW               PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DAYS                 PIC -(6)9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-STATUS               PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-OPEN                 PIC X(08).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Musteri ana kutugunu bastan sona okuyarak inceleme
      *    tarihi gecmis (GECIKMIS), KYCFILE'daki yaklasan pencere
      *    (varsayilan 30 gun) icinde dolacak (YAKLASAN) ve hic
      *    inceleme tarihi atanmamis (TARIHSIZ) musterileri listeler.
      *    Ek sureyi de asmis gecikmelerde SUBPROG yeni hesap (W)
      *    acilisini reddeder; bu satirlar ACILIS sutununda ENGELLI
      *    olarak isaretlenir. Ay basinda calistirilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL CUS-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Musteri kutugunu girdi, raporu cikti olarak acar;
      *    parametre kartini okur. Acilma hatasinda ABDFILE'a tani
      *    kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-KYC-CARD.

           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
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

           MOVE WS-FILTER-DATE TO WS-WRK-NUM
           PERFORM H150-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-RUN-DAY.

           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-GRACE-DAYS  TO HDR1-GRACE
           MOVE WS-DUE-DAYS    TO HDR1-DUE
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           READ CUS-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'KYCRPT' TO ABD-PROGRAM.
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
      *    H110:KYCFILE kartindan ek sureyi ve yaklasan inceleme
      *    penceresini okur; kart ya da alan yoksa ek sure sifir,
      *    pencere 30 gundur.
      *-----------------------------------------------------------------
       H110-READ-KYC-CARD.
           OPEN INPUT KYC-FILE.
           IF KYC-ST = 0
               READ KYC-FILE
               IF KYC-ST = 0
                   IF KYC-GRACE-DAYS NUMERIC
                      MOVE KYC-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
                   IF KYC-DUE-DAYS NUMERIC AND KYC-DUE-DAYS > 0
                      MOVE KYC-DUE-DAYS TO WS-DUE-DAYS
                   END-IF
               END-IF
               CLOSE KYC-FILE
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
           MOVE 'KYCRPT  ' TO RLG-PROGRAM.
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
      *    H200:Okunan musterinin inceleme tarihini is gunuyle
      *    karsilastirir. Tarihi olmayan musteri TARIHSIZ olarak,
      *    gecmis ya da pencere icinde dolacak olan ise kalan gun
      *    sayisiyla listelenir; vadesi uzak olanlar yalniz sayilir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF CUS-RISK-HIGH
              ADD 1 TO WS-CNT-HIGH
           END-IF.
           MOVE SPACES TO DTL-OPEN.

           IF CUS-REVIEW-DATE = 0
              ADD 1 TO WS-CNT-NO-DATE
              MOVE 0          TO WS-DAYS-LEFT
              MOVE 'TARIHSIZ' TO DTL-STATUS
              PERFORM H300-REPORT-CUSTOMER
           ELSE
              MOVE CUS-REVIEW-DATE TO WS-WRK-NUM
              PERFORM H150-DATE-TO-DAYNUM
              COMPUTE WS-DAYS-LEFT = WS-DAY-NUM - WS-RUN-DAY
              IF WS-DAYS-LEFT < 0
                 ADD 1 TO WS-CNT-OVERDUE
                 MOVE 'GECIKMIS' TO DTL-STATUS
                 IF WS-RUN-DAY > WS-DAY-NUM + WS-GRACE-DAYS
                    ADD 1 TO WS-CNT-BLOCKED
                    MOVE 'ENGELLI' TO DTL-OPEN
                 END-IF
                 PERFORM H300-REPORT-CUSTOMER
              ELSE
              IF WS-DAYS-LEFT <= WS-DUE-DAYS
                 ADD 1 TO WS-CNT-DUE
                 MOVE 'YAKLASAN' TO DTL-STATUS
                 PERFORM H300-REPORT-CUSTOMER
              ELSE
                 ADD 1 TO WS-CNT-CURRENT
              END-IF
              END-IF
           END-IF.

           READ CUS-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Musteri satirini rapora yazar.
      *-----------------------------------------------------------------
       H300-REPORT-CUSTOMER.
           MOVE CUS-ID          TO DTL-ID
           MOVE CUS-NAME        TO DTL-NAME
           MOVE CUS-SRNAME      TO DTL-SRNAME
           MOVE CUS-RISK        TO DTL-RISK
           MOVE CUS-REVIEW-DATE TO DTL-REVIEW
           MOVE WS-DAYS-LEFT    TO DTL-DAYS
           MOVE WS-DETAIL       TO RPT-REC
           WRITE RPT-REC.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Acilisi engellenen musteri varsa RC 4 ile doner.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           STRING 'GECIKMIS: ' WS-CNT-OVERDUE
                  '  ENGELLI: ' WS-CNT-BLOCKED
                  '  YAKLASAN: ' WS-CNT-DUE
                  '  TARIHSIZ: ' WS-CNT-NO-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== KYCRPT CONTROL TOTALS =============='
           DISPLAY ' OKUNAN MUSTERI          : ' WS-CNT-READ
           DISPLAY ' YUKSEK RISKLI           : ' WS-CNT-HIGH
           DISPLAY ' INCELEMESI GECIKMIS     : ' WS-CNT-OVERDUE
           DISPLAY '   ACILISI ENGELLI       : ' WS-CNT-BLOCKED
           DISPLAY ' INCELEMESI YAKLASAN     : ' WS-CNT-DUE
           DISPLAY ' INCELEME TARIHI YOK     : ' WS-CNT-NO-DATE
           DISPLAY ' GUNCEL                  : ' WS-CNT-CURRENT
           DISPLAY '================================================='.
           IF RETURN-CODE = 0 AND WS-CNT-BLOCKED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
