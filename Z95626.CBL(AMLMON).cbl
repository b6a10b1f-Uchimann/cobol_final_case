       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT OPTIONAL JRH-FILE ASSIGN TO JRNHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY JRH-KEY
                             STATUS JRH-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL CDC-FILE ASSIGN TO CDCFILE
                             STATUS CDC-ST.
           SELECT OPTIONAL DCL-FILE ASSIGN TO DCLFILE
                             STATUS DCL-ST.
           SELECT OPTIONAL AMP-FILE ASSIGN TO AMLPARM
                             STATUS AMP-ST.
           SELECT OPTIONAL AML-FILE ASSIGN TO AMLFILE
                             STATUS AML-ST.
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
       FD  JRH-FILE.
           COPY JRHREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CDC-FILE RECORDING MODE F.
           COPY CDCREC.
       FD  DCL-FILE RECORDING MODE F.
      *          Bildirim esigi kartlari (LRGRPT ile ortak): doviz
      *          basina buyuk islem bildirim esigi. Esigi olmayan
      *          dovizde esik alti ve giris-cikis kurallari islemez.
         01  DCL-REC.
           05 DCL-DVZ                  PIC 9(03).
           05 DCL-THRESHOLD            PIC 9(15).
           05 FILLER                   PIC X(62).
       FD  AMP-FILE RECORDING MODE F.
      *          Izleme parametre karti; sifir/bosluk alan varsayilani
      *          korur. Pencere ve giris-cikis suresi takvim gunudur,
      *          yuzdeler bildirim esigine (bant ve alt sinir) ya da
      *          giren tutara (cikis orani) gore verilir.
         01  AMP-REC.
           05 AMP-WINDOW-DAYS          PIC 9(03).
           05 AMP-BAND-PCT             PIC 9(03).
           05 AMP-BAND-COUNT           PIC 9(03).
           05 AMP-IO-DAYS              PIC 9(03).
           05 AMP-IO-PCT               PIC 9(03).
           05 AMP-IO-MIN-PCT           PIC 9(03).
           05 AMP-DORM-COUNT           PIC 9(03).
           05 AMP-PAIR-COUNT           PIC 9(03).
           05 FILLER                   PIC X(56).
       FD  AML-FILE RECORDING MODE F.
           COPY AMLREC.
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
           05 JRH-ST                   PIC 9(02).
              88 JRH-EOF                          VALUE 10.
              88 JRH-SUCCES                       VALUE 00 05 97.
           05 WS-JRH-OPEN              PIC X(01) VALUE 'N'.
              88 WS-JRH-OPEN-YES                  VALUE 'Y'.
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 CDC-ST                   PIC 9(02).
              88 CDC-EOF                          VALUE 10.
              88 CDC-SUCCES                       VALUE 00 05 97.
           05 WS-CDC-OPEN              PIC X(01) VALUE 'N'.
              88 WS-CDC-OPEN-YES                  VALUE 'Y'.
           05 DCL-ST                   PIC 9(02).
              88 DCL-EOF                          VALUE 10.
              88 DCL-SUCCES                       VALUE 00 05 97.
           05 AMP-ST                   PIC 9(02).
           05 AML-ST                   PIC 9(02).
              88 AML-EOF                          VALUE 10.
              88 AML-SUCCES                       VALUE 00 05 97.
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
      *          Pencere: is gunu dahil geriye WS-WINDOW-DAYS takvim
      *          gunu. JRNFILE'in en eski tarihi ve sonrasi JRNHIST'ten
      *          alinmaz (ay sonu devri ile sifirlama arasinda ayni
      *          hareketler iki kutukte birden bulunabilir).
           05 WS-RUN-DAY               PIC 9(07).
           05 WS-FROM-DAY              PIC 9(07).
           05 WS-JRN-MIN-DATE          PIC 9(07) VALUE 9999999.
           05 WS-WINDOW-DAYS           PIC 9(03) VALUE 7.
           05 WS-BAND-PCT              PIC 9(03) VALUE 90.
           05 WS-BAND-COUNT            PIC 9(03) VALUE 3.
           05 WS-IO-DAYS               PIC 9(03) VALUE 2.
           05 WS-IO-PCT                PIC 9(03) VALUE 80.
           05 WS-IO-MIN-PCT            PIC 9(03) VALUE 50.
           05 WS-DORM-COUNT            PIC 9(03) VALUE 3.
           05 WS-PAIR-COUNT            PIC 9(03) VALUE 3.
           05 WS-NEW-ID                PIC 9(05).
           05 WS-NEW-DVZ               PIC 9(03).
           05 WS-NEW-DATE              PIC 9(07).
           05 WS-NEW-TYPE              PIC X(01).
           05 WS-NEW-AMOUNT            PIC S9(15) COMP-3.
           05 WS-NEW-REF               PIC 9(09).
           05 WS-ABS-AMOUNT            PIC S9(15) COMP-3.
           05 WS-BAND-LOW              PIC S9(15) COMP-3.
           05 WS-IO-MIN                PIC S9(15) COMP-3.
           05 WS-IO-NEED               PIC S9(15) COMP-3.
           05 WS-IO-SUM                PIC S9(15) COMP-3.
           05 WS-IO-LAST               PIC 9(04).
           05 WS-IO-HIT                PIC X(01).
              88 WS-IO-HIT-YES                    VALUE 'Y'.
           05 WS-THR-FOUND             PIC X(01) VALUE 'N'.
              88 WS-THR-FOUND-YES                 VALUE 'Y'.
           05 WS-THR-USED              PIC S9(15) COMP-3.
           05 WS-CASE-SEQ              PIC 9(05) VALUE 0.
           05 WS-CNT-JRH-READ          PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-READ          PIC 9(07) VALUE 0.
           05 WS-CNT-WINDOW            PIC 9(07) VALUE 0.
           05 WS-CNT-OVERFLOW          PIC 9(07) VALUE 0.
           05 WS-CNT-REACT             PIC 9(07) VALUE 0.
           05 WS-CNT-CASE-S            PIC 9(07) VALUE 0.
           05 WS-CNT-CASE-I            PIC 9(07) VALUE 0.
           05 WS-CNT-CASE-D            PIC 9(07) VALUE 0.
           05 WS-CNT-CASE-P            PIC 9(07) VALUE 0.
           05 WS-CNT-CASES             PIC 9(07) VALUE 0.
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
      *          CDCFILE oncesi imaji IDXFILE kaydi olarak okunur;
      *          pencere icinde uyuyan isareti 'G' ile kaldirilmis
      *          hesaplar da uyuyan hesap kuralina girer.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CDB==.
         01  WS-DCL-AREA.
      *          Bildirim esikleri calisma basinda bu tabloya yuklenir.
           05 WS-DCL-COUNT             PIC 9(02) VALUE 0.
           05 WS-DCL-MAX               PIC 9(02) VALUE 10.
           05 WS-DCL-IDX               PIC 9(02).
           05 WS-DCL-ENTRY OCCURS 10 TIMES.
              07 WS-DCL-DVZ            PIC 9(03).
              07 WS-DCL-THRESHOLD      PIC S9(15) COMP-3.
         01  WS-MOV-AREA.
      *          Penceredeki jurnal hareketleri okuma sirasiyla (once
      *          JRNHIST hesap/tarih sirasinda, sonra JRNFILE) tutulur;
      *          ayni hesabin hareketleri tabloda kronolojik siradadir.
      *          WS-MOV-ACC hesap tablosundaki girdiyi, WS-MOV-PEER T
      *          hareketinin karsi bacagini gosterir. WS-MOV-BAND esik
      *          alti bandina giren B/T hareketini isaretler.
           05 WS-MOV-COUNT             PIC 9(04) VALUE 0.
           05 WS-MOV-MAX               PIC 9(04) VALUE 9999.
           05 WS-MOV-IDX               PIC 9(04).
           05 WS-MOV-SCAN              PIC 9(04).
           05 WS-MOV-ENTRY OCCURS 9999 TIMES.
              07 WS-MOV-ID             PIC 9(05).
              07 WS-MOV-DVZ            PIC 9(03).
              07 WS-MOV-DATE           PIC 9(07).
              07 WS-MOV-DAY            PIC 9(07).
              07 WS-MOV-TYPE           PIC X(01).
              07 WS-MOV-AMOUNT         PIC S9(15) COMP-3.
              07 WS-MOV-REF            PIC 9(09).
              07 WS-MOV-BAND           PIC X(01).
              07 WS-MOV-ACC            PIC 9(04).
              07 WS-MOV-PEER           PIC 9(04).
         01  WS-ACC-AREA.
      *          Pencerede hareketi olan hesaplar: hareket ve bant
      *          sayaclari, son hareket tarihleri ve uyuyan isareti.
           05 WS-ACC-COUNT             PIC 9(04) VALUE 0.
           05 WS-ACC-MAX               PIC 9(04) VALUE 2000.
           05 WS-ACC-IDX               PIC 9(04).
           05 WS-ACC-SEL               PIC 9(04).
           05 WS-ACC-FOUND             PIC X(01).
              88 WS-ACC-FOUND-YES                 VALUE 'Y'.
           05 WS-ACC-ENTRY OCCURS 2000 TIMES.
              07 WS-ACC-ID             PIC 9(05).
              07 WS-ACC-DVZ            PIC 9(03).
              07 WS-ACC-SRNAME         PIC X(15).
              07 WS-ACC-MOV-CNT        PIC 9(04).
              07 WS-ACC-BAND-CNT       PIC 9(04).
              07 WS-ACC-LAST-DATE      PIC 9(07).
              07 WS-ACC-BAND-LAST      PIC 9(07).
              07 WS-ACC-DORM           PIC X(01).
                 88 WS-ACC-DORM-YES               VALUE 'Y'.
         01  WS-PAR-AREA.
      *          Penceredeki T hareketlerinin gonderen/alici hesap
      *          ciftleri ve tekrar sayilari.
           05 WS-PAR-COUNT             PIC 9(04) VALUE 0.
           05 WS-PAR-MAX               PIC 9(04) VALUE 2000.
           05 WS-PAR-IDX               PIC 9(04).
           05 WS-PAR-SEL               PIC 9(04).
           05 WS-PAR-SRC               PIC 9(04).
           05 WS-PAR-TGT               PIC 9(04).
           05 WS-PAR-ENTRY OCCURS 2000 TIMES.
              07 WS-PAR-SRC-ACC        PIC 9(04).
              07 WS-PAR-TGT-ACC        PIC 9(04).
              07 WS-PAR-CNT            PIC 9(04).
              07 WS-PAR-LAST-DATE      PIC 9(07).
         01  WS-CASE-AREA.
      *          Olusturulmakta olan vaka: H600 ile baslatilir, H610
      *          ile hareket eklenir, H620 ile yazilir.
           05 WS-CASE-RULE             PIC X(01).
           05 WS-CASE-ACC              PIC 9(04).
           05 WS-CASE-TGT-ACC          PIC 9(04).
           05 WS-CASE-FIRST            PIC 9(07).
           05 WS-CASE-LAST             PIC 9(07).
           05 WS-CASE-MOV-CNT          PIC 9(03).
           05 WS-CASE-TOTAL            PIC S9(15) COMP-3.
           05 WS-CASE-REF-CNT          PIC 9(02).
           05 WS-CASE-REF OCCURS 10 TIMES PIC 9(09).
           05 WS-ADD-IDX               PIC 9(04).
           05 WS-REF-IDX               PIC 9(02).
           05 WS-REF-SLOT              PIC 9(02).
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'SUPHELI ISLEM IZLEME VAKA LISTESI'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
           05 FILLER                   PIC X(11) VALUE '  PENCERE: '.
           05 HDR1-WINDOW              PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE ' GUN'.
         01  WS-HDR2.
           05 FILLER              PIC X(14) VALUE 'VAKA NO'.
           05 FILLER              PIC X(15) VALUE 'KURAL'.
           05 FILLER              PIC X(10) VALUE 'HESAP'.
           05 FILLER              PIC X(10) VALUE 'KARSI HSP'.
           05 FILLER              PIC X(04) VALUE 'ADT'.
           05 FILLER              PIC X(16) VALUE 'TOPLAM TUTAR'.
           05 FILLER              PIC X(08) VALUE 'ILK'.
           05 FILLER              PIC X(08) VALUE 'SON'.
           05 FILLER              PIC X(15) VALUE 'SOYAD'.
         01  WS-DETAIL.
           05 DTL-CASE-DATE            PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 DTL-CASE-SEQ             PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RULE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RULE-TEXT            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TGT-ID               PIC Z(4)9.
           05 DTL-TGT-SEP              PIC X(01).
           05 DTL-TGT-DVZ              PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-COUNT                PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TOTAL                PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-FIRST                PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-LAST                 PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
         01  WS-REF-LINE.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'REF : '.
           05 REF-ENTRIES.
              07 REF-ENTRY OCCURS 8 TIMES.
                 09 REF-NO             PIC X(09).
                 09 FILLER             PIC X(01).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-COUNT                PIC Z(6)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Kara para izleme gecisi. Is gunu dahil geriye dogru
      *    kayan pencere icindeki jurnal hareketlerini JRNHIST ve
      *    JRNFILE'dan toplar; bildirim esiginin hemen altinda
      *    tekrarlanan B/T (S), girip kisa surede cikan fon (I),
      *    uyuyan isaretli hesapta yogun hareket (D) ve ayni hesap
      *    cifti arasinda tekrarlanan transfer (P) kurallarini isletir.
      *    Her isabet AMLFILE'a vaka olarak eklenir ve vaka listesine
      *    basilir. Ayni vakanin her gun yeniden acilmamasi icin bir
      *    kural, yalniz kuralin son hareketi is gunune aitse isler.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-HISTORY
           PERFORM H210-LOAD-JOURNAL
           PERFORM H300-MARK-DORMANT
           PERFORM H400-PAIR-TRANSFERS
           PERFORM H500-RULE-STRUCTURING
           PERFORM H510-RULE-IN-OUT
           PERFORM H520-RULE-DORMANT
           PERFORM H530-RULE-PAIR
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Parametre ve esik kartlarini okur, pencereyi kurar;
      *    jurnal ve hesap kutuklerini girdi, vaka kutugunu ekleme,
      *    listeyi cikti olarak acar. Acilma hatasinda ABDFILE'a tani
      *    kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H115-READ-PARAMETERS.

           MOVE WS-FILTER-DATE TO WS-WRK-NUM
           PERFORM H150-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-RUN-DAY
           COMPUTE WS-FROM-DAY = WS-RUN-DAY - WS-WINDOW-DAYS + 1.

           OPEN INPUT DCL-FILE.
           IF DCL-SUCCES
              READ DCL-FILE
              PERFORM H110-LOAD-THRESHOLD UNTIL DCL-EOF
              CLOSE DCL-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN DCLFILE: ' DCL-ST
           END-IF.

           PERFORM H120-SCAN-JOURNAL-START.
           PERFORM H130-FIND-LAST-CASE.

           OPEN INPUT  JRN-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN INPUT  JRH-FILE.
           IF JRH-SUCCES
               MOVE 'Y' TO WS-JRH-OPEN
           ELSE
               MOVE 'N' TO WS-JRH-OPEN
               DISPLAY 'JRNHIST ACILAMADI: ' JRH-ST
           END-IF.
           OPEN INPUT  CDC-FILE.
           IF CDC-SUCCES
               MOVE 'Y' TO WS-CDC-OPEN
           ELSE
               MOVE 'N' TO WS-CDC-OPEN
               DISPLAY 'CDCFILE ACILAMADI: ' CDC-ST
           END-IF.
           OPEN EXTEND AML-FILE.
           IF (AML-ST NOT = 0) AND (AML-ST NOT = 97)
               OPEN OUTPUT AML-FILE
           END-IF.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRN-ST
               MOVE 'JRNFILE'  TO ABD-FAILED-FILE
               MOVE JRN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE JRN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT IDX-SUCCES
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE'  TO ABD-FAILED-FILE
               MOVE IDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (AML-ST NOT = 0) AND (AML-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN AMLFILE: ' AML-ST
               MOVE 'AMLFILE'  TO ABD-FAILED-FILE
               MOVE AML-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE AML-ST TO RETURN-CODE
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
           STRING 'ISGUNU=' WS-RUN-DATE ' PENCERE=' WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-FILTER-DATE TO HDR1-DATE
           MOVE WS-WINDOW-DAYS TO HDR1-WINDOW
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'AMLMON' TO ABD-PROGRAM.
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
      *    geldiyse onu, gelmediyse makine tarihini kullanir. Pencerenin
      *    son gunu (WS-FILTER-DATE) de buradan beslenir.
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
      *    H110:Okunan esik kartini tabloya ekler.
      *-----------------------------------------------------------------
       H110-LOAD-THRESHOLD.
           IF WS-DCL-COUNT < WS-DCL-MAX
              ADD 1 TO WS-DCL-COUNT
              MOVE DCL-DVZ       TO WS-DCL-DVZ(WS-DCL-COUNT)
              MOVE DCL-THRESHOLD TO WS-DCL-THRESHOLD(WS-DCL-COUNT)
           ELSE
              DISPLAY 'ESIK TABLOSU DOLDU, KART ATLANDI'
           END-IF.
           READ DCL-FILE.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H115:AMLPARM kartindaki sayisal ve sifirdan buyuk alanlar
      *    varsayilan kural parametrelerinin yerine gecer.
      *-----------------------------------------------------------------
       H115-READ-PARAMETERS.
           OPEN INPUT AMP-FILE.
           IF AMP-ST = 0
              READ AMP-FILE
              IF AMP-ST = 0
                 IF AMP-WINDOW-DAYS NUMERIC AND AMP-WINDOW-DAYS > 0
                    MOVE AMP-WINDOW-DAYS TO WS-WINDOW-DAYS
                 END-IF
                 IF AMP-BAND-PCT NUMERIC AND AMP-BAND-PCT > 0
                    MOVE AMP-BAND-PCT    TO WS-BAND-PCT
                 END-IF
                 IF AMP-BAND-COUNT NUMERIC AND AMP-BAND-COUNT > 0
                    MOVE AMP-BAND-COUNT  TO WS-BAND-COUNT
                 END-IF
                 IF AMP-IO-DAYS NUMERIC AND AMP-IO-DAYS > 0
                    MOVE AMP-IO-DAYS     TO WS-IO-DAYS
                 END-IF
                 IF AMP-IO-PCT NUMERIC AND AMP-IO-PCT > 0
                    MOVE AMP-IO-PCT      TO WS-IO-PCT
                 END-IF
                 IF AMP-IO-MIN-PCT NUMERIC AND AMP-IO-MIN-PCT > 0
                    MOVE AMP-IO-MIN-PCT  TO WS-IO-MIN-PCT
                 END-IF
                 IF AMP-DORM-COUNT NUMERIC AND AMP-DORM-COUNT > 0
                    MOVE AMP-DORM-COUNT  TO WS-DORM-COUNT
                 END-IF
                 IF AMP-PAIR-COUNT NUMERIC AND AMP-PAIR-COUNT > 0
                    MOVE AMP-PAIR-COUNT  TO WS-PAIR-COUNT
                 END-IF
              END-IF
              CLOSE AMP-FILE
           END-IF.
       H115-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:JRNFILE'i bir kez bastan sona okuyup en eski hareket
      *    tarihini bulur; JRNHIST'ten yalniz bu tarihten onceki
      *    hareketler alinir.
      *-----------------------------------------------------------------
       H120-SCAN-JOURNAL-START.
           OPEN INPUT JRN-FILE.
           IF JRN-SUCCES
              READ JRN-FILE
              PERFORM H121-CHECK-JOURNAL-DATE UNTIL JRN-EOF
              CLOSE JRN-FILE
           END-IF.
       H120-END. EXIT.


       H121-CHECK-JOURNAL-DATE.
           IF JRN-DATE < WS-JRN-MIN-DATE
              MOVE JRN-DATE TO WS-JRN-MIN-DATE
           END-IF.
           READ JRN-FILE.
       H121-END. EXIT.


      *-----------------------------------------------------------------
      *    H130:Vaka kutugunde bu is gunune ait en buyuk sira numarasini
      *    bulur; ayni gun yinelenen calisma numaralari surdurur.
      *-----------------------------------------------------------------
       H130-FIND-LAST-CASE.
           OPEN INPUT AML-FILE.
           IF AML-SUCCES
              READ AML-FILE
              PERFORM H131-CHECK-CASE UNTIL AML-EOF
              CLOSE AML-FILE
           END-IF.
       H130-END. EXIT.


       H131-CHECK-CASE.
           IF AML-CASE-DATE = WS-FILTER-DATE
              AND AML-CASE-SEQ > WS-CASE-SEQ
              MOVE AML-CASE-SEQ TO WS-CASE-SEQ
           END-IF.
           READ AML-FILE.
       H131-END. EXIT.


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
      *    H200:JRNHIST'i (varsa) anahtar sirasinda bastan sona okur;
      *    pencereye giren ve JRNFILE'da bulunmayan hareketler tabloya
      *    alinir.
      *-----------------------------------------------------------------
       H200-LOAD-HISTORY.
           IF WS-JRH-OPEN-YES
              READ JRH-FILE NEXT RECORD
              PERFORM H201-TAKE-HISTORY UNTIL JRH-EOF
           END-IF.
       H200-END. EXIT.


       H201-TAKE-HISTORY.
           ADD 1 TO WS-CNT-JRH-READ.
           IF JRH-DATE < WS-JRN-MIN-DATE
              MOVE JRH-ID         TO WS-NEW-ID
              MOVE JRH-DVZ        TO WS-NEW-DVZ
              MOVE JRH-DATE       TO WS-NEW-DATE
              MOVE JRH-PRCSS-TYPE TO WS-NEW-TYPE
              MOVE JRH-AMOUNT     TO WS-NEW-AMOUNT
              MOVE JRH-REF-NO     TO WS-NEW-REF
              PERFORM H220-ADD-MOVEMENT
           END-IF.
           READ JRH-FILE NEXT RECORD.
       H201-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Gunluk JRNFILE'i okuyup pencereye giren hareketleri
      *    tabloya ekler.
      *-----------------------------------------------------------------
       H210-LOAD-JOURNAL.
           READ JRN-FILE.
           PERFORM H211-TAKE-JOURNAL UNTIL JRN-EOF.
       H210-END. EXIT.


       H211-TAKE-JOURNAL.
           ADD 1 TO WS-CNT-JRN-READ.
           MOVE JRN-ID         TO WS-NEW-ID
           MOVE JRN-DVZ        TO WS-NEW-DVZ
           MOVE JRN-DATE       TO WS-NEW-DATE
           MOVE JRN-PRCSS-TYPE TO WS-NEW-TYPE
           MOVE JRN-AMOUNT     TO WS-NEW-AMOUNT
           MOVE JRN-REF-NO     TO WS-NEW-REF
           PERFORM H220-ADD-MOVEMENT.
           READ JRN-FILE.
       H211-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:WS-NEW-* alanlarindaki hareket pencere icindeyse
      *    tabloya eklenir, hesabinin sayaclari guncellenir. Doviz
      *    esiginin WS-BAND-PCT yuzdesi ile esigin kendisi arasinda
      *    kalan B/T hareketi esik alti bandina isaretlenir. Tablo
      *    dolarsa hareket sayilip atlanir.
      *-----------------------------------------------------------------
       H220-ADD-MOVEMENT.
           MOVE WS-NEW-DATE TO WS-WRK-NUM
           PERFORM H150-DATE-TO-DAYNUM.
           IF WS-DAY-NUM >= WS-FROM-DAY AND WS-DAY-NUM <= WS-RUN-DAY
              IF WS-MOV-COUNT < WS-MOV-MAX
                 PERFORM H230-FIND-ACCOUNT
              ELSE
                 MOVE 0 TO WS-ACC-SEL
              END-IF
              IF WS-ACC-SEL > 0
                 ADD 1 TO WS-CNT-WINDOW
                 ADD 1 TO WS-MOV-COUNT
                 MOVE WS-NEW-ID     TO WS-MOV-ID(WS-MOV-COUNT)
                 MOVE WS-NEW-DVZ    TO WS-MOV-DVZ(WS-MOV-COUNT)
                 MOVE WS-NEW-DATE   TO WS-MOV-DATE(WS-MOV-COUNT)
                 MOVE WS-DAY-NUM    TO WS-MOV-DAY(WS-MOV-COUNT)
                 MOVE WS-NEW-TYPE   TO WS-MOV-TYPE(WS-MOV-COUNT)
                 MOVE WS-NEW-AMOUNT TO WS-MOV-AMOUNT(WS-MOV-COUNT)
                 MOVE WS-NEW-REF    TO WS-MOV-REF(WS-MOV-COUNT)
                 MOVE 'N'           TO WS-MOV-BAND(WS-MOV-COUNT)
                 MOVE WS-ACC-SEL    TO WS-MOV-ACC(WS-MOV-COUNT)
                 MOVE 0             TO WS-MOV-PEER(WS-MOV-COUNT)
                 ADD 1 TO WS-ACC-MOV-CNT(WS-ACC-SEL)
                 IF WS-NEW-DATE > WS-ACC-LAST-DATE(WS-ACC-SEL)
                    MOVE WS-NEW-DATE TO WS-ACC-LAST-DATE(WS-ACC-SEL)
                 END-IF
                 IF WS-NEW-TYPE = 'B' OR 'T'
                    PERFORM H225-CHECK-BAND
                 END-IF
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H225:Yeni eklenen B/T hareketinin tutari esik alti bandina
      *    dusuyorsa hareket ve hesap bant sayaci isaretlenir.
      *-----------------------------------------------------------------
       H225-CHECK-BAND.
           IF WS-NEW-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - WS-NEW-AMOUNT
           ELSE
              MOVE WS-NEW-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           PERFORM H240-FIND-THRESHOLD.
           IF WS-THR-FOUND-YES
              COMPUTE WS-BAND-LOW = WS-THR-USED * WS-BAND-PCT / 100
              IF WS-ABS-AMOUNT >= WS-BAND-LOW
                 AND WS-ABS-AMOUNT < WS-THR-USED
                 MOVE 'Y' TO WS-MOV-BAND(WS-MOV-COUNT)
                 ADD 1 TO WS-ACC-BAND-CNT(WS-ACC-SEL)
                 IF WS-NEW-DATE > WS-ACC-BAND-LAST(WS-ACC-SEL)
                    MOVE WS-NEW-DATE TO WS-ACC-BAND-LAST(WS-ACC-SEL)
                 END-IF
              END-IF
           END-IF.
       H225-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:WS-NEW-ID/DVZ hesabini hesap tablosunda arar; yoksa
      *    yeni girdi acar. Tablo doluysa WS-ACC-SEL sifir doner.
      *-----------------------------------------------------------------
       H230-FIND-ACCOUNT.
           PERFORM H235-LOOKUP-ACCOUNT.
           IF NOT WS-ACC-FOUND-YES
              IF WS-ACC-COUNT < WS-ACC-MAX
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-ACC-COUNT TO WS-ACC-SEL
                 MOVE WS-NEW-ID    TO WS-ACC-ID(WS-ACC-SEL)
                 MOVE WS-NEW-DVZ   TO WS-ACC-DVZ(WS-ACC-SEL)
                 MOVE SPACES       TO WS-ACC-SRNAME(WS-ACC-SEL)
                 MOVE 0            TO WS-ACC-MOV-CNT(WS-ACC-SEL)
                 MOVE 0            TO WS-ACC-BAND-CNT(WS-ACC-SEL)
                 MOVE 0            TO WS-ACC-LAST-DATE(WS-ACC-SEL)
                 MOVE 0            TO WS-ACC-BAND-LAST(WS-ACC-SEL)
                 MOVE 'N'          TO WS-ACC-DORM(WS-ACC-SEL)
              ELSE
                 MOVE 0 TO WS-ACC-SEL
              END-IF
           END-IF.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H235:WS-NEW-ID/DVZ hesabini hesap tablosunda arar; bulunursa
      *    WS-ACC-SEL girdiyi gosterir.
      *-----------------------------------------------------------------
       H235-LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND
           MOVE 0   TO WS-ACC-SEL
           PERFORM H236-MATCH-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT
                    OR WS-ACC-FOUND-YES.
       H235-END. EXIT.


       H236-MATCH-ACCOUNT.
           IF WS-ACC-ID(WS-ACC-IDX) = WS-NEW-ID
              AND WS-ACC-DVZ(WS-ACC-IDX) = WS-NEW-DVZ
              SET WS-ACC-FOUND-YES TO TRUE
              MOVE WS-ACC-IDX TO WS-ACC-SEL
           END-IF.
       H236-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:WS-NEW-DVZ dovizinin bildirim esigini bulur.
      *-----------------------------------------------------------------
       H240-FIND-THRESHOLD.
           MOVE 'N' TO WS-THR-FOUND
           PERFORM H241-MATCH-THRESHOLD
              VARYING WS-DCL-IDX FROM 1 BY 1
                 UNTIL WS-DCL-IDX > WS-DCL-COUNT
                    OR WS-THR-FOUND-YES.
       H240-END. EXIT.


       H241-MATCH-THRESHOLD.
           IF WS-DCL-DVZ(WS-DCL-IDX) = WS-NEW-DVZ
              SET WS-THR-FOUND-YES TO TRUE
              MOVE WS-DCL-THRESHOLD(WS-DCL-IDX) TO WS-THR-USED
           END-IF.
       H241-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'AMLMON  ' TO RLG-PROGRAM.
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
      *    H300:Hesap tablosundaki her hesabin soyadini ve guncel
      *    uyuyan isaretini IDXFILE'dan alir; ardindan CDCFILE'da
      *    pencere icinde uyuyan isareti kaldirilmis hesaplari da
      *    uyuyan sayar.
      *-----------------------------------------------------------------
       H300-MARK-DORMANT.
           PERFORM H310-READ-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT.
           IF WS-CDC-OPEN-YES
              READ CDC-FILE
              PERFORM H320-CHECK-CHANGE UNTIL CDC-EOF
           END-IF.
       H300-END. EXIT.


       H310-READ-ACCOUNT.
           MOVE WS-ACC-ID(WS-ACC-IDX)  TO IDX-ID
           MOVE WS-ACC-DVZ(WS-ACC-IDX) TO IDX-DVZ
           READ IDX-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE IDX-SRNAME TO WS-ACC-SRNAME(WS-ACC-IDX)
                 IF IDX-DORMANT-YES
                    MOVE 'Y' TO WS-ACC-DORM(WS-ACC-IDX)
                 END-IF
           END-READ.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H320:Pencere icindeki bir REWRITE degisikliginin oncesi
      *    imajinda uyuyan isareti varsa hesap uyuyan sayilir.
      *-----------------------------------------------------------------
       H320-CHECK-CHANGE.
           IF CDC-ACT-REWRITE
              MOVE CDC-DATE TO WS-WRK-NUM
              PERFORM H150-DATE-TO-DAYNUM
              IF WS-DAY-NUM >= WS-FROM-DAY
                 AND WS-DAY-NUM <= WS-RUN-DAY
                 MOVE CDC-BEFORE TO CDB-REC
                 IF CDB-DORMANT-YES
                    MOVE CDC-KEY-ID  TO WS-NEW-ID
                    MOVE CDC-KEY-DVZ TO WS-NEW-DVZ
                    PERFORM H235-LOOKUP-ACCOUNT
                    IF WS-ACC-FOUND-YES
                       AND NOT WS-ACC-DORM-YES(WS-ACC-SEL)
                       MOVE 'Y' TO WS-ACC-DORM(WS-ACC-SEL)
                       ADD 1 TO WS-CNT-REACT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ CDC-FILE.
       H320-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Her T alacak bacagini ayni referans ve tarihli borc
      *    bacagiyla eslestirir ve gonderen/alici ciftini sayar.
      *    Referanssiz (sifir) hareketler eslestirilmez.
      *-----------------------------------------------------------------
       H400-PAIR-TRANSFERS.
           PERFORM H410-PAIR-ONE
              VARYING WS-MOV-IDX FROM 1 BY 1
                 UNTIL WS-MOV-IDX > WS-MOV-COUNT.
       H400-END. EXIT.


       H410-PAIR-ONE.
           IF WS-MOV-TYPE(WS-MOV-IDX) = 'T'
              AND WS-MOV-AMOUNT(WS-MOV-IDX) > 0
              AND WS-MOV-REF(WS-MOV-IDX) > 0
              PERFORM H411-MATCH-LEG
                 VARYING WS-MOV-SCAN FROM 1 BY 1
                    UNTIL WS-MOV-SCAN > WS-MOV-COUNT
                       OR WS-MOV-PEER(WS-MOV-IDX) > 0
              IF WS-MOV-PEER(WS-MOV-IDX) > 0
                 PERFORM H420-COUNT-PAIR
              END-IF
           END-IF.
       H410-END. EXIT.


       H411-MATCH-LEG.
           IF WS-MOV-TYPE(WS-MOV-SCAN) = 'T'
              AND WS-MOV-AMOUNT(WS-MOV-SCAN) < 0
              AND WS-MOV-REF(WS-MOV-SCAN) = WS-MOV-REF(WS-MOV-IDX)
              AND WS-MOV-DATE(WS-MOV-SCAN) = WS-MOV-DATE(WS-MOV-IDX)
              AND WS-MOV-ACC(WS-MOV-SCAN) NOT = WS-MOV-ACC(WS-MOV-IDX)
              MOVE WS-MOV-SCAN TO WS-MOV-PEER(WS-MOV-IDX)
           END-IF.
       H411-END. EXIT.


      *-----------------------------------------------------------------
      *    H420:Eslesen T'nin gonderen/alici ciftini cift tablosunda
      *    bulur ya da acar; tekrar sayisini ve son tarihi gunceller.
      *-----------------------------------------------------------------
       H420-COUNT-PAIR.
           MOVE WS-MOV-PEER(WS-MOV-IDX) TO WS-MOV-SCAN
           MOVE WS-MOV-ACC(WS-MOV-SCAN) TO WS-PAR-SRC
           MOVE WS-MOV-ACC(WS-MOV-IDX)  TO WS-PAR-TGT
           MOVE 0 TO WS-PAR-SEL
           PERFORM H421-MATCH-PAIR
              VARYING WS-PAR-IDX FROM 1 BY 1
                 UNTIL WS-PAR-IDX > WS-PAR-COUNT
                    OR WS-PAR-SEL > 0.
           IF WS-PAR-SEL = 0
              IF WS-PAR-COUNT < WS-PAR-MAX
                 ADD 1 TO WS-PAR-COUNT
                 MOVE WS-PAR-COUNT TO WS-PAR-SEL
                 MOVE WS-PAR-SRC   TO WS-PAR-SRC-ACC(WS-PAR-SEL)
                 MOVE WS-PAR-TGT   TO WS-PAR-TGT-ACC(WS-PAR-SEL)
                 MOVE 0            TO WS-PAR-CNT(WS-PAR-SEL)
                 MOVE 0            TO WS-PAR-LAST-DATE(WS-PAR-SEL)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
           END-IF.
           IF WS-PAR-SEL > 0
              ADD 1 TO WS-PAR-CNT(WS-PAR-SEL)
              IF WS-MOV-DATE(WS-MOV-IDX) > WS-PAR-LAST-DATE(WS-PAR-SEL)
                 MOVE WS-MOV-DATE(WS-MOV-IDX)
                   TO WS-PAR-LAST-DATE(WS-PAR-SEL)
              END-IF
           END-IF.
       H420-END. EXIT.


       H421-MATCH-PAIR.
           IF WS-PAR-SRC-ACC(WS-PAR-IDX) = WS-PAR-SRC
              AND WS-PAR-TGT-ACC(WS-PAR-IDX) = WS-PAR-TGT
              MOVE WS-PAR-IDX TO WS-PAR-SEL
           END-IF.
       H421-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Esik alti kurali (S): pencerede WS-BAND-COUNT ve
      *    ustu esik alti B/T hareketi olan ve sonuncusu is gunune
      *    ait hesap icin vaka acar; vakaya bant hareketleri girer.
      *-----------------------------------------------------------------
       H500-RULE-STRUCTURING.
           PERFORM H501-CHECK-STRUCTURING
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT.
       H500-END. EXIT.


       H501-CHECK-STRUCTURING.
           IF WS-ACC-BAND-CNT(WS-ACC-IDX) >= WS-BAND-COUNT
              AND WS-ACC-BAND-LAST(WS-ACC-IDX) = WS-FILTER-DATE
              MOVE 'S'        TO WS-CASE-RULE
              MOVE WS-ACC-IDX TO WS-CASE-ACC
              MOVE 0          TO WS-CASE-TGT-ACC
              PERFORM H600-INIT-CASE
              PERFORM H502-ADD-BAND-MOVEMENT
                 VARYING WS-MOV-IDX FROM 1 BY 1
                    UNTIL WS-MOV-IDX > WS-MOV-COUNT
              PERFORM H620-WRITE-CASE
           END-IF.
       H501-END. EXIT.


       H502-ADD-BAND-MOVEMENT.
           IF WS-MOV-ACC(WS-MOV-IDX) = WS-CASE-ACC
              AND WS-MOV-BAND(WS-MOV-IDX) = 'Y'
              MOVE WS-MOV-IDX TO WS-ADD-IDX
              PERFORM H610-ADD-TO-CASE
           END-IF.
       H502-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Giris-cikis kurali (I): tutari esigin WS-IO-MIN-PCT
      *    yuzdesi ve ustu olan her B/T alacagi icin ayni hesabin
      *    izleyen WS-IO-DAYS gun icindeki B/T borclari toplanir;
      *    toplam giren tutarin WS-IO-PCT yuzdesine ulastigi borc is
      *    gunune aitse alacak ve borclar tek vakada toplanir.
      *-----------------------------------------------------------------
       H510-RULE-IN-OUT.
           PERFORM H511-CHECK-CREDIT
              VARYING WS-MOV-IDX FROM 1 BY 1
                 UNTIL WS-MOV-IDX > WS-MOV-COUNT.
       H510-END. EXIT.


       H511-CHECK-CREDIT.
           MOVE 'N' TO WS-IO-HIT
           IF (WS-MOV-TYPE(WS-MOV-IDX) = 'B' OR 'T')
              AND WS-MOV-AMOUNT(WS-MOV-IDX) > 0
              MOVE WS-MOV-DVZ(WS-MOV-IDX) TO WS-NEW-DVZ
              PERFORM H240-FIND-THRESHOLD
              IF WS-THR-FOUND-YES
                 COMPUTE WS-IO-MIN = WS-THR-USED * WS-IO-MIN-PCT / 100
                 IF WS-MOV-AMOUNT(WS-MOV-IDX) >= WS-IO-MIN
                    COMPUTE WS-IO-NEED =
                            WS-MOV-AMOUNT(WS-MOV-IDX) * WS-IO-PCT / 100
                    MOVE 0 TO WS-IO-SUM
                    MOVE 0 TO WS-IO-LAST
                    PERFORM H512-SUM-DEBIT
                       VARYING WS-MOV-SCAN FROM WS-MOV-IDX BY 1
                          UNTIL WS-MOV-SCAN > WS-MOV-COUNT
                             OR WS-IO-HIT-YES
                 END-IF
              END-IF
           END-IF.
           IF WS-IO-HIT-YES
              IF WS-MOV-DATE(WS-IO-LAST) = WS-FILTER-DATE
                 MOVE 'I'                    TO WS-CASE-RULE
                 MOVE WS-MOV-ACC(WS-MOV-IDX) TO WS-CASE-ACC
                 MOVE 0                      TO WS-CASE-TGT-ACC
                 PERFORM H600-INIT-CASE
                 MOVE WS-MOV-IDX TO WS-ADD-IDX
                 PERFORM H610-ADD-TO-CASE
                 PERFORM H513-ADD-DEBIT
                    VARYING WS-MOV-SCAN FROM WS-MOV-IDX BY 1
                       UNTIL WS-MOV-SCAN > WS-IO-LAST
                 PERFORM H620-WRITE-CASE
              END-IF
           END-IF.
       H511-END. EXIT.


       H512-SUM-DEBIT.
           IF WS-MOV-ACC(WS-MOV-SCAN) = WS-MOV-ACC(WS-MOV-IDX)
              AND (WS-MOV-TYPE(WS-MOV-SCAN) = 'B' OR 'T')
              AND WS-MOV-AMOUNT(WS-MOV-SCAN) < 0
              AND WS-MOV-DAY(WS-MOV-SCAN) - WS-MOV-DAY(WS-MOV-IDX)
                  <= WS-IO-DAYS
              SUBTRACT WS-MOV-AMOUNT(WS-MOV-SCAN) FROM WS-IO-SUM
              IF WS-IO-SUM >= WS-IO-NEED
                 SET WS-IO-HIT-YES TO TRUE
                 MOVE WS-MOV-SCAN TO WS-IO-LAST
              END-IF
           END-IF.
       H512-END. EXIT.


       H513-ADD-DEBIT.
           IF WS-MOV-ACC(WS-MOV-SCAN) = WS-MOV-ACC(WS-MOV-IDX)
              AND (WS-MOV-TYPE(WS-MOV-SCAN) = 'B' OR 'T')
              AND WS-MOV-AMOUNT(WS-MOV-SCAN) < 0
              AND WS-MOV-DAY(WS-MOV-SCAN) - WS-MOV-DAY(WS-MOV-IDX)
                  <= WS-IO-DAYS
              MOVE WS-MOV-SCAN TO WS-ADD-IDX
              PERFORM H610-ADD-TO-CASE
           END-IF.
       H513-END. EXIT.


      *-----------------------------------------------------------------
      *    H520:Uyuyan hesap kurali (D): uyuyan isaretli (ya da
      *    pencerede isareti kaldirilmis) hesapta pencere icinde
      *    WS-DORM-COUNT ve ustu hareket varsa ve sonuncusu is gunune
      *    aitse vaka acar; hesabin tum hareketleri vakaya girer.
      *-----------------------------------------------------------------
       H520-RULE-DORMANT.
           PERFORM H521-CHECK-DORMANT
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT.
       H520-END. EXIT.


       H521-CHECK-DORMANT.
           IF WS-ACC-DORM-YES(WS-ACC-IDX)
              AND WS-ACC-MOV-CNT(WS-ACC-IDX) >= WS-DORM-COUNT
              AND WS-ACC-LAST-DATE(WS-ACC-IDX) = WS-FILTER-DATE
              MOVE 'D'        TO WS-CASE-RULE
              MOVE WS-ACC-IDX TO WS-CASE-ACC
              MOVE 0          TO WS-CASE-TGT-ACC
              PERFORM H600-INIT-CASE
              PERFORM H522-ADD-ACCOUNT-MOVEMENT
                 VARYING WS-MOV-IDX FROM 1 BY 1
                    UNTIL WS-MOV-IDX > WS-MOV-COUNT
              PERFORM H620-WRITE-CASE
           END-IF.
       H521-END. EXIT.


       H522-ADD-ACCOUNT-MOVEMENT.
           IF WS-MOV-ACC(WS-MOV-IDX) = WS-CASE-ACC
              MOVE WS-MOV-IDX TO WS-ADD-IDX
              PERFORM H610-ADD-TO-CASE
           END-IF.
       H522-END. EXIT.


      *-----------------------------------------------------------------
      *    H530:Ayni cift kurali (P): ayni gonderen/alici hesap cifti
      *    arasinda pencerede WS-PAIR-COUNT ve ustu T varsa ve
      *    sonuncusu is gunune aitse vaka acar; ciftin alacak
      *    bacaklari vakaya girer.
      *-----------------------------------------------------------------
       H530-RULE-PAIR.
           PERFORM H531-CHECK-PAIR
              VARYING WS-PAR-IDX FROM 1 BY 1
                 UNTIL WS-PAR-IDX > WS-PAR-COUNT.
       H530-END. EXIT.


       H531-CHECK-PAIR.
           IF WS-PAR-CNT(WS-PAR-IDX) >= WS-PAIR-COUNT
              AND WS-PAR-LAST-DATE(WS-PAR-IDX) = WS-FILTER-DATE
              MOVE 'P'                        TO WS-CASE-RULE
              MOVE WS-PAR-SRC-ACC(WS-PAR-IDX) TO WS-CASE-ACC
              MOVE WS-PAR-TGT-ACC(WS-PAR-IDX) TO WS-CASE-TGT-ACC
              PERFORM H600-INIT-CASE
              PERFORM H532-ADD-PAIR-MOVEMENT
                 VARYING WS-MOV-IDX FROM 1 BY 1
                    UNTIL WS-MOV-IDX > WS-MOV-COUNT
              PERFORM H620-WRITE-CASE
           END-IF.
       H531-END. EXIT.


       H532-ADD-PAIR-MOVEMENT.
           IF WS-MOV-ACC(WS-MOV-IDX) = WS-CASE-TGT-ACC
              AND WS-MOV-PEER(WS-MOV-IDX) > 0
              MOVE WS-MOV-PEER(WS-MOV-IDX) TO WS-MOV-SCAN
              IF WS-MOV-ACC(WS-MOV-SCAN) = WS-CASE-ACC
                 MOVE WS-MOV-IDX TO WS-ADD-IDX
                 PERFORM H610-ADD-TO-CASE
              END-IF
           END-IF.
       H532-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:Vaka calisma alanini sifirlar.
      *-----------------------------------------------------------------
       H600-INIT-CASE.
           MOVE 9999999 TO WS-CASE-FIRST
           MOVE 0       TO WS-CASE-LAST
           MOVE 0       TO WS-CASE-MOV-CNT
           MOVE 0       TO WS-CASE-TOTAL
           MOVE 0       TO WS-CASE-REF-CNT
           PERFORM H601-CLEAR-REF
              VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > 10.
       H600-END. EXIT.


       H601-CLEAR-REF.
           MOVE 0 TO WS-CASE-REF(WS-REF-IDX).
       H601-END. EXIT.


      *-----------------------------------------------------------------
      *    H610:WS-ADD-IDX'inci hareketi vakaya ekler: adet, mutlak
      *    tutar toplami, ilk/son tarih ve (ilk 10 icin) referans.
      *-----------------------------------------------------------------
       H610-ADD-TO-CASE.
           IF WS-CASE-MOV-CNT < 999
              ADD 1 TO WS-CASE-MOV-CNT
           END-IF.
           IF WS-MOV-AMOUNT(WS-ADD-IDX) < 0
              SUBTRACT WS-MOV-AMOUNT(WS-ADD-IDX) FROM WS-CASE-TOTAL
           ELSE
              ADD WS-MOV-AMOUNT(WS-ADD-IDX) TO WS-CASE-TOTAL
           END-IF.
           IF WS-MOV-DATE(WS-ADD-IDX) < WS-CASE-FIRST
              MOVE WS-MOV-DATE(WS-ADD-IDX) TO WS-CASE-FIRST
           END-IF.
           IF WS-MOV-DATE(WS-ADD-IDX) > WS-CASE-LAST
              MOVE WS-MOV-DATE(WS-ADD-IDX) TO WS-CASE-LAST
           END-IF.
           IF WS-CASE-REF-CNT < 10
              ADD 1 TO WS-CASE-REF-CNT
              MOVE WS-MOV-REF(WS-ADD-IDX)
                TO WS-CASE-REF(WS-CASE-REF-CNT)
           END-IF.
       H610-END. EXIT.


      *-----------------------------------------------------------------
      *    H620:Vakaya is gunu ve sira numarasi verir, AMLFILE'a yazar
      *    ve vaka listesine vaka satiri ile referans satirlarini
      *    basar.
      *-----------------------------------------------------------------
       H620-WRITE-CASE.
           ADD 1 TO WS-CASE-SEQ
           ADD 1 TO WS-CNT-CASES
           MOVE WS-FILTER-DATE TO AML-CASE-DATE
           MOVE WS-CASE-SEQ    TO AML-CASE-SEQ
           MOVE WS-CASE-RULE   TO AML-RULE
           MOVE WS-ACC-ID(WS-CASE-ACC)  TO AML-ID
           MOVE WS-ACC-DVZ(WS-CASE-ACC) TO AML-DVZ
           IF WS-CASE-TGT-ACC > 0
              MOVE WS-ACC-ID(WS-CASE-TGT-ACC)  TO AML-TGT-ID
              MOVE WS-ACC-DVZ(WS-CASE-TGT-ACC) TO AML-TGT-DVZ
           ELSE
              MOVE 0 TO AML-TGT-ID
              MOVE 0 TO AML-TGT-DVZ
           END-IF.
           MOVE WS-CASE-FIRST   TO AML-FIRST-DATE
           MOVE WS-CASE-LAST    TO AML-LAST-DATE
           MOVE WS-CASE-MOV-CNT TO AML-MOV-COUNT
           MOVE WS-CASE-TOTAL   TO AML-TOTAL
           MOVE WS-CASE-REF-CNT TO AML-REF-COUNT
           PERFORM H621-MOVE-REF
              VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > 10.
           MOVE 'A' TO AML-STATUS
           WRITE AML-REC.

           EVALUATE WS-CASE-RULE
              WHEN 'S'
                 ADD 1 TO WS-CNT-CASE-S
                 MOVE 'ESIK ALTI'    TO DTL-RULE-TEXT
              WHEN 'I'
                 ADD 1 TO WS-CNT-CASE-I
                 MOVE 'GIRIS-CIKIS'  TO DTL-RULE-TEXT
              WHEN 'D'
                 ADD 1 TO WS-CNT-CASE-D
                 MOVE 'UYUYAN HESAP' TO DTL-RULE-TEXT
              WHEN 'P'
                 ADD 1 TO WS-CNT-CASE-P
                 MOVE 'AYNI CIFT'    TO DTL-RULE-TEXT
           END-EVALUATE.

           MOVE AML-CASE-DATE   TO DTL-CASE-DATE
           MOVE AML-CASE-SEQ    TO DTL-CASE-SEQ
           MOVE AML-RULE        TO DTL-RULE
           MOVE AML-ID          TO DTL-ID
           MOVE AML-DVZ         TO DTL-DVZ
           IF WS-CASE-TGT-ACC > 0
              MOVE AML-TGT-ID   TO DTL-TGT-ID
              MOVE '/'          TO DTL-TGT-SEP
              MOVE AML-TGT-DVZ  TO DTL-TGT-DVZ
           ELSE
              MOVE 0            TO DTL-TGT-ID
              MOVE SPACE        TO DTL-TGT-SEP
              MOVE 0            TO DTL-TGT-DVZ
           END-IF.
           MOVE AML-MOV-COUNT   TO DTL-COUNT
           MOVE AML-TOTAL       TO DTL-TOTAL
           MOVE AML-FIRST-DATE  TO DTL-FIRST
           MOVE AML-LAST-DATE   TO DTL-LAST
           MOVE WS-ACC-SRNAME(WS-CASE-ACC) TO DTL-SRNAME
           MOVE WS-DETAIL       TO RPT-REC
           WRITE RPT-REC.

           MOVE SPACES TO REF-ENTRIES
           MOVE 0      TO WS-REF-SLOT
           PERFORM H625-FILL-REF
              VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > WS-CASE-REF-CNT.
           IF WS-REF-SLOT > 0
              MOVE WS-REF-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H620-END. EXIT.


       H621-MOVE-REF.
           MOVE WS-CASE-REF(WS-REF-IDX) TO AML-REF-NO(WS-REF-IDX).
       H621-END. EXIT.


      *-----------------------------------------------------------------
      *    H625:Vaka referanslarini satir basina sekiz adet olacak
      *    sekilde referans satirina dizer; dolan satir basilir.
      *-----------------------------------------------------------------
       H625-FILL-REF.
           IF WS-REF-SLOT = 8
              MOVE WS-REF-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO REF-ENTRIES
              MOVE 0      TO WS-REF-SLOT
           END-IF.
           ADD 1 TO WS-REF-SLOT
           MOVE WS-CASE-REF(WS-REF-IDX) TO REF-NO(WS-REF-SLOT).
       H625-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Tablo tasmasi taramanin eksik kaldigini gosterir; bu
      *    durumda donus kodu 4 olur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ACILAN VAKA SAYISI' TO TOT-LABEL
           MOVE WS-CNT-CASES         TO TOT-COUNT
           MOVE WS-TOTAL-LINE        TO RPT-REC
           WRITE RPT-REC.

           IF RETURN-CODE = 0 AND WS-CNT-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=========== AMLMON CONTROL TOTALS =============='
           DISPLAY ' OKUNAN JRNHIST KAYDI    : ' WS-CNT-JRH-READ
           DISPLAY ' OKUNAN JRNFILE KAYDI    : ' WS-CNT-JRN-READ
           DISPLAY ' PENCEREDEKI HAREKET     : ' WS-CNT-WINDOW
           DISPLAY ' TABLOYA SIGMAYAN        : ' WS-CNT-OVERFLOW
           DISPLAY ' UYANDIRILMIS HESAP      : ' WS-CNT-REACT
           DISPLAY ' VAKA - ESIK ALTI (S)    : ' WS-CNT-CASE-S
           DISPLAY ' VAKA - GIRIS-CIKIS (I)  : ' WS-CNT-CASE-I
           DISPLAY ' VAKA - UYUYAN HESAP (D) : ' WS-CNT-CASE-D
           DISPLAY ' VAKA - AYNI CIFT (P)    : ' WS-CNT-CASE-P
           DISPLAY ' TOPLAM VAKA             : ' WS-CNT-CASES
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
           IF WS-JRH-OPEN-YES
              CLOSE JRH-FILE
           END-IF.
           IF WS-CDC-OPEN-YES
              CLOSE CDC-FILE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE AML-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
