       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
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
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL REL-FILE ASSIGN TO RELFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-HOLDER
                                 WITH DUPLICATES
                             STATUS REL-ST.
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL FXR-FILE ASSIGN TO FXRFILE
                             STATUS FXR-ST.
           SELECT OPTIONAL DIP-FILE ASSIGN TO DIPFILE
                             STATUS DIP-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT SCV-FILE   ASSIGN TO SCVFILE
                             STATUS SCV-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  FXR-FILE RECORDING MODE F.
         01  FXR-REC.
           05 FXR-FROM-DVZ             PIC 9(03).
           05 FXR-TO-DVZ               PIC 9(03).
           05 FXR-RATE                 PIC 9(05)V9(06).
           05 FXR-EFF-DATE             PIC 9(07).
           05 FILLER                   PIC X(56).
       FD  DIP-FILE RECORDING MODE F.
      *          Mevduat sigortasi parametre karti: teminat limiti (TL),
      *          vadeli mevduat kurali ve raporlama tarihi. Vadeli
      *          kurali: D=vadeliler dahil, H=tum vadeliler haric,
      *          S=vade suresi DIP-TD-MONTHS ayi asan vadeliler haric.
      *          Raporlama tarihi sifirsa is gunu tarihi kullanilir.
      *          Kart yoksa limit 400000, kural D.
         01  DIP-REC.
           05 DIP-LIMIT                PIC 9(15).
           05 DIP-TD-RULE              PIC X(01).
           05 DIP-TD-MONTHS            PIC 9(03).
           05 DIP-REPORT-DATE          PIC 9(07).
           05 FILLER                   PIC X(54).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  SCV-FILE RECORDING MODE F.
      *          Sigorta fonuna giden tek musteri gorunumu dosyasi:
      *          H (baslik) satiri, her musteri icin kapsama giren her
      *          hesabi bir A satiri ve arkasindan musteri toplamini
      *          tasiyan D satiri, sonda T (kontrol) satiri. Tutarlar
      *          kurussuz tam sayidir; TL karsiliklar raporlama
      *          tarihindeki kurla hesaplanir. D satirinda toplam =
      *          sigortali + sigortasiz; T satiri D satirlarinin
      *          toplamlarini ve kayit sayilarini tasir.
         01  SCV-REC.
           05 SCV-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(119).
         01  SCV-HDR-REC.
           05 SCV-HDR-TYPE             PIC X(01).
           05 SCV-HDR-DATE             PIC 9(07).
           05 SCV-HDR-LIMIT            PIC 9(15).
           05 SCV-HDR-TD-RULE          PIC X(01).
           05 SCV-HDR-TD-MONTHS        PIC 9(03).
           05 FILLER                   PIC X(93).
      *          A satiri: hesap bazinda kapsam. SCV-ACC-FLAG:
      *          E=kapsamda, V=vadeli kurali geregi haric, K=kur
      *          bulunamadi (haric).
      *          SCV-TL-AMT musterinin payina dusen, bloke dusulmus
      *          bakiyenin TL karsiligidir.
         01  SCV-ACC-REC.
           05 SCV-ACC-TYPE             PIC X(01).
           05 SCV-ACC-CUS-ID           PIC 9(05).
           05 SCV-ACC-ID               PIC 9(05).
           05 SCV-ACC-DVZ              PIC 9(03).
           05 SCV-ACC-PRODUCT          PIC X(01).
           05 SCV-ACC-FLAG             PIC X(01).
           05 SCV-ACC-BAL-SIGN         PIC X(01).
           05 SCV-ACC-BALANCE          PIC 9(15).
           05 SCV-ACC-LIEN             PIC 9(15).
           05 SCV-ACC-SHARE            PIC 9(03)V99.
           05 SCV-ACC-RATE             PIC 9(05)V9(06).
           05 SCV-ACC-TL-AMT           PIC 9(15).
           05 FILLER                   PIC X(42).
         01  SCV-CUS-REC.
           05 SCV-CUS-TYPE             PIC X(01).
           05 SCV-CUS-ID               PIC 9(05).
           05 SCV-CUS-NATID            PIC 9(11).
           05 SCV-CUS-NAME             PIC X(15).
           05 SCV-CUS-SRNAME           PIC X(15).
           05 SCV-CUS-ACC-CNT          PIC 9(03).
           05 SCV-CUS-TOTAL            PIC 9(15).
           05 SCV-CUS-INSURED          PIC 9(15).
           05 SCV-CUS-UNINSURED        PIC 9(15).
           05 SCV-CUS-EXCLUDED         PIC 9(15).
           05 FILLER                   PIC X(10).
         01  SCV-TRL-REC.
           05 SCV-TRL-TYPE             PIC X(01).
           05 SCV-TRL-REC-CNT          PIC 9(07).
           05 SCV-TRL-CUS-CNT          PIC 9(07).
           05 SCV-TRL-ACC-CNT          PIC 9(07).
           05 SCV-TRL-TOTAL            PIC 9(15).
           05 SCV-TRL-INSURED          PIC 9(15).
           05 SCV-TRL-UNINSURED        PIC 9(15).
           05 FILLER                   PIC X(53).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CUS-ST                   PIC 9(02).
              88 CUS-EOF                          VALUE 10.
              88 CUS-SUCCES                       VALUE 00 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN-YES                  VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
           05 LIE-ST                   PIC 9(02).
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 WS-LIE-OPEN              PIC X(01) VALUE 'N'.
              88 WS-LIE-OPEN-YES                  VALUE 'Y'.
           05 WS-LIE-DONE              PIC X(01).
              88 WS-LIE-DONE-YES                  VALUE 'Y'.
           05 FXR-ST                   PIC 9(02).
              88 FXR-EOF                          VALUE 10.
              88 FXR-SUCCES                       VALUE 00 97.
           05 DIP-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 SCV-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-REPORT-DATE           PIC 9(07) VALUE 0.
           05 WS-DVZ                   PIC 9(03).
           05 WS-RATE-FOUND            PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND-YES                VALUE 'Y'.
           05 WS-RATE-USED             PIC 9(05)V9(06).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-DIP-AREA.
           05 WS-DIP-LIMIT             PIC S9(15) COMP-3 VALUE 400000.
           05 WS-DIP-TD-RULE           PIC X(01) VALUE 'D'.
              88 WS-DIP-TD-ALL-IN                 VALUE 'D'.
              88 WS-DIP-TD-ALL-OUT                VALUE 'H'.
              88 WS-DIP-TD-BY-TERM                VALUE 'S'.
           05 WS-DIP-TD-MONTHS         PIC 9(03) VALUE 0.
         01  WS-AMT-AREA.
      *          Hesap ve musteri bazinda ara tutarlar. Kullanilabilir
      *          bakiye = bakiye - aktif blokeler, sifirin altina
      *          inmez; pay uygulanmadan once TL'ye cevrilir.
           05 WS-LIE-TOTAL             PIC S9(15) COMP-3.
           05 WS-ELIGIBLE              PIC S9(15) COMP-3.
           05 WS-TLEQ                  PIC S9(15) COMP-3.
           05 WS-SHR-TL                PIC S9(15) COMP-3.
           05 WS-ABS-WORK              PIC S9(15) COMP-3.
           05 WS-ACC-FLAG              PIC X(01).
              88 WS-ACC-COVERED                   VALUE 'E'.
              88 WS-ACC-TD-EXCLUDED               VALUE 'V'.
              88 WS-ACC-NO-RATE                   VALUE 'K'.
           05 WS-CUS-ACC-CNT           PIC 9(03).
           05 WS-CUS-TOTAL             PIC S9(15) COMP-3.
           05 WS-CUS-INSURED           PIC S9(15) COMP-3.
           05 WS-CUS-UNINSURED         PIC S9(15) COMP-3.
           05 WS-CUS-EXCLUDED          PIC S9(15) COMP-3.
         01  WS-CNT-AREA.
           05 WS-CNT-CUST              PIC 9(07) VALUE 0.
           05 WS-CNT-ACCTS             PIC 9(07) VALUE 0.
           05 WS-CNT-REC               PIC 9(07) VALUE 0.
           05 WS-CNT-OVER              PIC 9(07) VALUE 0.
           05 WS-CNT-NORATE            PIC 9(07) VALUE 0.
           05 WS-CNT-TD-OUT            PIC 9(07) VALUE 0.
           05 WS-CNT-LIEN              PIC 9(07) VALUE 0.
           05 WS-CNT-CLOSED            PIC 9(07) VALUE 0.
           05 WS-TOT-TOTAL             PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-INSURED           PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-UNINSURED         PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-EXCLUDED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-LIEN              PIC S9(15) COMP-3 VALUE 0.
         01  WS-FXR-AREA.
      *          Kur tablosu calisma basinda FXRFILE'dan yuklenir;
      *          gecerlilik tarihi raporlama tarihinden ileri olan
      *          kartlar atlanir, kalanlardan ayni doviz cifti icin
      *          gecerlilik tarihi buyuk olan kazanir. TL karsiliklar
      *          icin yalniz X -> 1 kurlari aranir; TL'nin kuru 1'dir.
           05 WS-FXR-COUNT             PIC 9(02) VALUE 0.
           05 WS-FXR-MAX               PIC 9(02) VALUE 20.
           05 WS-FXR-IDX               PIC 9(02).
           05 WS-FXR-SEL               PIC 9(02).
           05 WS-FXR-FOUND             PIC X(01) VALUE 'N'.
              88 WS-FXR-FOUND-YES                VALUE 'Y'.
           05 WS-FXR-ENTRY OCCURS 20 TIMES.
              07 WS-FXR-FROM           PIC 9(03).
              07 WS-FXR-TO             PIC 9(03).
              07 WS-FXR-RATE           PIC 9(05)V9(06).
              07 WS-FXR-EFF            PIC 9(07).
         01  WS-HLD-AREA.
      *          Pay kurali CUSPOS ile aynidir: musterinin iliskisinde
      *          yuzde tanimliysa o; tanimsizsa (sifir) P/J sahiplerine
      *          tanimli paylardan arta kalan esit bolunur; G/S
      *          rolunun payi yoktur. Hesap icin iliski kaydi yoksa
      *          hesabin kendi musterisi tek sahiptir.
           05 WS-HLD-ID                PIC 9(05).
           05 WS-HLD-DVZ               PIC 9(03).
           05 WS-HLD-COUNT             PIC 9(02) VALUE 0.
           05 WS-SHR-FOUND             PIC X(01).
              88 WS-SHR-FOUND-YES                 VALUE 'Y'.
           05 WS-SHR-ROLE              PIC X(01).
           05 WS-SHR-OWN               PIC 9(03)V99.
           05 WS-SHR-OWNERS            PIC 9(03).
           05 WS-SHR-ZERO              PIC 9(03).
           05 WS-SHR-EXPLICIT          PIC 9(05)V99.
           05 WS-SHR-PCT               PIC 9(03)V99.
         01  WS-JNT-AREA.
      *          Musterinin kendi numarasi disindaki hesaplarda sahip
      *          oldugu iliskiler REL-HOLDER dizininden toplanir.
           05 WS-JNT-COUNT             PIC 9(02) VALUE 0.
           05 WS-JNT-MAX               PIC 9(02) VALUE 50.
           05 WS-JNT-IDX               PIC 9(02).
           05 WS-JNT-ENTRY OCCURS 50 TIMES.
              07 WS-JNT-ID             PIC 9(05).
              07 WS-JNT-DVZ            PIC 9(03).
         01  WS-HDR1.
           05 FILLER                   PIC X(40) VALUE
              'MEVDUAT SIGORTASI TEK MUSTERI GORUNUMU'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
           05 FILLER                   PIC X(09) VALUE '  LIMIT: '.
           05 HDR1-LIMIT               PIC Z(14)9.
         01  WS-HDR2.
           05 FILLER              PIC X(07) VALUE 'MUSTERI'.
           05 FILLER              PIC X(32) VALUE '  AD SOYAD'.
           05 FILLER              PIC X(16) VALUE '    TOPLAM TL'.
           05 FILLER              PIC X(16) VALUE '   SIGORTALI'.
           05 FILLER              PIC X(16) VALUE '  SIGORTASIZ'.
         01  WS-DETAIL.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TOTAL                PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-INSURED              PIC Z(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-UNINSURED            PIC Z(14)9.
         01  WS-EXC-LINE.
           05 FILLER                   PIC X(08) VALUE 'ISTISNA '.
           05 EXC-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 EXC-DVZ                  PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-TEXT                 PIC X(40).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Mevduat sigortasi tek musteri gorunumu. Musteri ana
      *    dosyasini sirayla gezer; her musterinin uc dovizdeki kendi
      *    hesaplarini ve iliski kutugunde (RELFILE) sahibi oldugu
      *    diger hesaplari toplar. Her hesapta aktif blokeler
      *    (LIEFILE) bakiyeden dusulur, kapali hesaplar ve parametre
      *    kartinin kurali geregi vadeli mevduatlar kapsam disinda
      *    kalir, kalan tutar raporlama tarihindeki FXRFILE kuruyla
      *    TL'ye cevrilir ve musterinin payi uygulanir. Musteri toplami
      *    teminat limitine kadar sigortali, asan kismi sigortasiz
      *    olarak ayrilir. Sonuc sigorta fonunun kayit duzeninde
      *    SCVFILE'a yazilir ve kontrol satiriyla kapatilir; limiti
      *    asan musteriler ile kursuz hesaplar rapora basilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL CUS-EOF
           PERFORM H800-WRITE-TRAILER
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Parametre kartini ve raporlama tarihini okur; CUSFILE
      *    ve IDXFILE'i girdi, SCVFILE ile raporu cikti olarak acar;
      *    kur tablosunu yukler ve baslik satirini yazar. Acilma
      *    hatasinda ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-PARAMETERS.

           OPEN INPUT  CUS-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT SCV-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE'  TO ABD-FAILED-FILE
               MOVE IDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (SCV-ST NOT = 0) AND (SCV-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN SCVFILE: ' SCV-ST
               MOVE 'SCVFILE'  TO ABD-FAILED-FILE
               MOVE SCV-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE SCV-ST TO RETURN-CODE
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

           OPEN INPUT  REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.
           OPEN INPUT  LIE-FILE.
           IF LIE-SUCCES
              MOVE 'Y' TO WS-LIE-OPEN
           ELSE
              DISPLAY 'LIEFILE ACILAMADI: ' LIE-ST
                      ' BLOKE DUSULMEYECEK'
           END-IF.

           PERFORM H120-LOAD-FX-TABLE.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'RAPOR=' WS-REPORT-DATE
                  ' VADELI=' WS-DIP-TD-RULE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE SPACES           TO SCV-HDR-REC
           MOVE 'H'              TO SCV-HDR-TYPE
           MOVE WS-REPORT-DATE   TO SCV-HDR-DATE
           MOVE WS-DIP-LIMIT     TO SCV-HDR-LIMIT
           MOVE WS-DIP-TD-RULE   TO SCV-HDR-TD-RULE
           MOVE WS-DIP-TD-MONTHS TO SCV-HDR-TD-MONTHS
           WRITE SCV-HDR-REC.
           ADD 1 TO WS-CNT-REC.

           MOVE WS-REPORT-DATE TO HDR1-DATE
           MOVE WS-DIP-LIMIT   TO HDR1-LIMIT
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TEMINAT LIMITINI ASAN MUSTERILER' TO RPT-REC
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
           MOVE 'DEPINS' TO ABD-PROGRAM.
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
      *    H110:DIPFILE parametre kartini okur; gecersiz alanlar
      *    varsayilan degerlerinde kalir. Raporlama tarihi kartta
      *    yoksa is gunu tarihidir.
      *-----------------------------------------------------------------
       H110-READ-PARAMETERS.
           MOVE WS-CENT-DATE TO WS-REPORT-DATE.
           OPEN INPUT DIP-FILE.
           IF DIP-ST = 0
               READ DIP-FILE
               IF DIP-ST = 0
                  IF DIP-LIMIT NUMERIC AND DIP-LIMIT > 0
                     MOVE DIP-LIMIT TO WS-DIP-LIMIT
                  END-IF
                  IF DIP-TD-RULE = 'D' OR 'H' OR 'S'
                     MOVE DIP-TD-RULE TO WS-DIP-TD-RULE
                  END-IF
                  IF DIP-TD-MONTHS NUMERIC
                     MOVE DIP-TD-MONTHS TO WS-DIP-TD-MONTHS
                  END-IF
                  IF DIP-REPORT-DATE NUMERIC AND DIP-REPORT-DATE > 0
                     MOVE DIP-REPORT-DATE TO WS-REPORT-DATE
                  END-IF
               END-IF
               CLOSE DIP-FILE
           END-IF.
           DISPLAY 'RAPOR TARIHI: ' WS-REPORT-DATE
                   ' LIMIT: ' WS-DIP-LIMIT
                   ' VADELI KURALI: ' WS-DIP-TD-RULE.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'DEPINS  ' TO RLG-PROGRAM.
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
      *    H120:Kur tablosunu FXRFILE'dan yukler. Raporlama tarihinden
      *    sonra gecerli olacak kartlar kullanilmaz.
      *-----------------------------------------------------------------
       H120-LOAD-FX-TABLE.
           OPEN INPUT FXR-FILE.
           IF FXR-SUCCES
              READ FXR-FILE
              PERFORM H125-LOAD-FX-ENTRY UNTIL FXR-EOF
              CLOSE FXR-FILE
           ELSE
              DISPLAY 'FXRFILE ACILAMADI: ' FXR-ST
           END-IF.
       H120-END. EXIT.


      *-----------------------------------------------------------------
      *    H125:Okunan kur kartini tabloya isler; cift zaten varsa ve
      *    yeni kartin gecerlilik tarihi eski kayittan kucuk degilse
      *    kuru gunceller, cift yoksa yeni girdi acar.
      *-----------------------------------------------------------------
       H125-LOAD-FX-ENTRY.
           IF FXR-EFF-DATE > WS-REPORT-DATE
              CONTINUE
           ELSE
           MOVE 'N' TO WS-FXR-FOUND
           MOVE 0   TO WS-FXR-SEL
           PERFORM H126-MATCH-FX-PAIR
              VARYING WS-FXR-IDX FROM 1 BY 1
                 UNTIL WS-FXR-IDX > WS-FXR-COUNT
                    OR WS-FXR-FOUND-YES

           IF WS-FXR-FOUND-YES
              IF FXR-EFF-DATE NOT < WS-FXR-EFF(WS-FXR-SEL)
                 MOVE FXR-RATE     TO WS-FXR-RATE(WS-FXR-SEL)
                 MOVE FXR-EFF-DATE TO WS-FXR-EFF(WS-FXR-SEL)
              END-IF
           ELSE
              IF WS-FXR-COUNT < WS-FXR-MAX
                 ADD 1 TO WS-FXR-COUNT
                 MOVE FXR-FROM-DVZ TO WS-FXR-FROM(WS-FXR-COUNT)
                 MOVE FXR-TO-DVZ   TO WS-FXR-TO(WS-FXR-COUNT)
                 MOVE FXR-RATE     TO WS-FXR-RATE(WS-FXR-COUNT)
                 MOVE FXR-EFF-DATE TO WS-FXR-EFF(WS-FXR-COUNT)
              ELSE
                 DISPLAY 'KUR TABLOSU DOLDU, KART ATLANDI'
              END-IF
           END-IF
           END-IF.
           READ FXR-FILE.
       H125-END. EXIT.


      *-----------------------------------------------------------------
      *    H126:WS-FXR-ENTRY tablosunun WS-FXR-IDX'inci girdisini
      *    okunan kur kartinin doviz ciftiyle karsilastirir.
      *-----------------------------------------------------------------
       H126-MATCH-FX-PAIR.
           IF WS-FXR-FROM(WS-FXR-IDX) = FXR-FROM-DVZ
              AND WS-FXR-TO(WS-FXR-IDX) = FXR-TO-DVZ
              SET WS-FXR-FOUND-YES TO TRUE
              MOVE WS-FXR-IDX TO WS-FXR-SEL
           END-IF.
       H126-END. EXIT.


      *-----------------------------------------------------------------
      *    H130:Kur tablosunda WS-DVZ -> TL (1) kurunu arar; TL'nin
      *    kuru 1 kabul edilir.
      *-----------------------------------------------------------------
       H130-FIND-RATE.
           IF WS-DVZ = 1
              SET WS-RATE-FOUND-YES TO TRUE
              MOVE 1 TO WS-RATE-USED
           ELSE
              MOVE 'N' TO WS-RATE-FOUND
              MOVE 0   TO WS-RATE-USED
              PERFORM H131-MATCH-RATE
                 VARYING WS-FXR-IDX FROM 1 BY 1
                    UNTIL WS-FXR-IDX > WS-FXR-COUNT
                       OR WS-RATE-FOUND-YES
           END-IF.
       H130-END. EXIT.


       H131-MATCH-RATE.
           IF WS-FXR-FROM(WS-FXR-IDX) = WS-DVZ
              AND WS-FXR-TO(WS-FXR-IDX) = 1
              SET WS-RATE-FOUND-YES TO TRUE
              MOVE WS-FXR-RATE(WS-FXR-IDX) TO WS-RATE-USED
           END-IF.
       H131-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Tek bir musterinin gorunumunu uretir: kendi ve sahibi
      *    oldugu diger hesaplarin A satirlari, ardindan sigortali/
      *    sigortasiz ayrimini tasiyan D satiri.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-CUST.
           MOVE ZEROES TO WS-CUS-ACC-CNT
           MOVE ZEROES TO WS-CUS-TOTAL
           MOVE ZEROES TO WS-CUS-EXCLUDED.

           PERFORM H300-READ-OWN-ACCOUNT
              VARYING WS-DVZ FROM 1 BY 1 UNTIL WS-DVZ > 3.

           PERFORM H500-COLLECT-JOINT.
           PERFORM H510-READ-JOINT-ACCOUNT
              VARYING WS-JNT-IDX FROM 1 BY 1
                 UNTIL WS-JNT-IDX > WS-JNT-COUNT.

           IF WS-CUS-TOTAL > WS-DIP-LIMIT
              MOVE WS-DIP-LIMIT TO WS-CUS-INSURED
           ELSE
              MOVE WS-CUS-TOTAL TO WS-CUS-INSURED
           END-IF.
           COMPUTE WS-CUS-UNINSURED = WS-CUS-TOTAL - WS-CUS-INSURED.

           MOVE SPACES           TO SCV-CUS-REC
           MOVE 'D'              TO SCV-CUS-TYPE
           MOVE CUS-ID           TO SCV-CUS-ID
           IF CUS-NATID NUMERIC
              MOVE CUS-NATID     TO SCV-CUS-NATID
           ELSE
              MOVE ZEROES        TO SCV-CUS-NATID
           END-IF
           MOVE CUS-NAME         TO SCV-CUS-NAME
           MOVE CUS-SRNAME       TO SCV-CUS-SRNAME
           MOVE WS-CUS-ACC-CNT   TO SCV-CUS-ACC-CNT
           MOVE WS-CUS-TOTAL     TO SCV-CUS-TOTAL
           MOVE WS-CUS-INSURED   TO SCV-CUS-INSURED
           MOVE WS-CUS-UNINSURED TO SCV-CUS-UNINSURED
           MOVE WS-CUS-EXCLUDED  TO SCV-CUS-EXCLUDED
           WRITE SCV-CUS-REC.
           ADD 1 TO WS-CNT-REC.

           ADD WS-CUS-TOTAL     TO WS-TOT-TOTAL
           ADD WS-CUS-INSURED   TO WS-TOT-INSURED
           ADD WS-CUS-UNINSURED TO WS-TOT-UNINSURED
           ADD WS-CUS-EXCLUDED  TO WS-TOT-EXCLUDED.

           IF WS-CUS-UNINSURED > 0
              ADD 1 TO WS-CNT-OVER
              MOVE CUS-ID           TO DTL-ID
              MOVE CUS-NAME         TO DTL-NAME
              MOVE CUS-SRNAME       TO DTL-SRNAME
              MOVE WS-CUS-TOTAL     TO DTL-TOTAL
              MOVE WS-CUS-INSURED   TO DTL-INSURED
              MOVE WS-CUS-UNINSURED TO DTL-UNINSURED
              MOVE WS-DETAIL TO RPT-REC
              WRITE RPT-REC
           END-IF.

           READ CUS-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Musterinin WS-DVZ dovizindeki kendi hesabini okur.
      *-----------------------------------------------------------------
       H300-READ-OWN-ACCOUNT.
           MOVE CUS-ID TO IDX-ID
           MOVE WS-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H310-EVALUATE-ACCOUNT
           END-READ.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:IDX-FILE tamponundaki hesabin kapsamini belirler.
      *    Kapali hesap sayilmaz. Bloke dusulmus bakiye TL'ye
      *    cevrilir ve musterinin payi uygulanir; vadeli kurali
      *    geregi haric tutulan ya da kuru bulunmayan hesabin tutari
      *    musteri toplamina girmez. Her hesap icin A satiri yazilir.
      *-----------------------------------------------------------------
       H310-EVALUATE-ACCOUNT.
           IF IDX-STS-CLOSED
              ADD 1 TO WS-CNT-CLOSED
           ELSE
           MOVE IDX-DVZ TO WS-DVZ
           PERFORM H400-COMPUTE-SHARE
           IF WS-SHR-PCT > 0
              ADD 1 TO WS-CUS-ACC-CNT
              ADD 1 TO WS-CNT-ACCTS
              PERFORM H320-SUM-LIENS
              COMPUTE WS-ELIGIBLE = IDX-BALANCE - WS-LIE-TOTAL
              IF WS-ELIGIBLE < 0
                 MOVE ZEROES TO WS-ELIGIBLE
              END-IF
              PERFORM H130-FIND-RATE
              MOVE ZEROES TO WS-SHR-TL
              IF WS-RATE-FOUND-YES
                 COMPUTE WS-TLEQ ROUNDED = WS-ELIGIBLE * WS-RATE-USED
                 COMPUTE WS-SHR-TL ROUNDED =
                     WS-TLEQ * WS-SHR-PCT / 100
              END-IF
              MOVE 'E' TO WS-ACC-FLAG
              IF IDX-PRD-TERM
                 IF WS-DIP-TD-ALL-OUT
                    MOVE 'V' TO WS-ACC-FLAG
                 ELSE
                 IF WS-DIP-TD-BY-TERM
                    AND IDX-TERM-MONTHS > WS-DIP-TD-MONTHS
                    MOVE 'V' TO WS-ACC-FLAG
                 END-IF
                 END-IF
              END-IF
              IF NOT WS-RATE-FOUND-YES
                 MOVE 'K' TO WS-ACC-FLAG
                 ADD 1 TO WS-CNT-NORATE
                 MOVE 'KUR BULUNAMADI, HESAP KAPSAM DISI'
                      TO EXC-TEXT
                 PERFORM H330-WRITE-EXCEPTION
              END-IF
              IF WS-ACC-COVERED
                 ADD WS-SHR-TL TO WS-CUS-TOTAL
              ELSE
              IF WS-ACC-TD-EXCLUDED
                 ADD 1 TO WS-CNT-TD-OUT
                 ADD WS-SHR-TL TO WS-CUS-EXCLUDED
              END-IF
              END-IF
              PERFORM H340-WRITE-ACCOUNT
           END-IF
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H320:Hesabin aktif bloke toplamini LIEFILE'dan cikarir;
      *    kutuk yoksa toplam sifir kalir.
      *-----------------------------------------------------------------
       H320-SUM-LIENS.
           MOVE ZEROES TO WS-LIE-TOTAL
           MOVE 'Y'    TO WS-LIE-DONE
           IF WS-LIE-OPEN-YES
              MOVE 'N'     TO WS-LIE-DONE
              MOVE IDX-ID  TO LIE-ID
              MOVE IDX-DVZ TO LIE-DVZ
              MOVE ZEROES  TO LIE-SEQ
              START LIE-FILE KEY >= LIE-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-LIE-DONE
              END-START
           END-IF.
           PERFORM H321-READ-LIEN UNTIL WS-LIE-DONE-YES.
           IF WS-LIE-TOTAL > 0
              ADD 1 TO WS-CNT-LIEN
              ADD WS-LIE-TOTAL TO WS-TOT-LIEN
           END-IF.
       H320-END. EXIT.


       H321-READ-LIEN.
           READ LIE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIE-DONE
              NOT AT END
                 IF LIE-ID = IDX-ID AND LIE-DVZ = IDX-DVZ
                    IF LIE-STS-ACTIVE
                       ADD LIE-AMOUNT TO WS-LIE-TOTAL
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-LIE-DONE
                 END-IF
           END-READ.
       H321-END. EXIT.


       H330-WRITE-EXCEPTION.
           MOVE IDX-ID  TO EXC-ID
           MOVE IDX-DVZ TO EXC-DVZ
           MOVE WS-EXC-LINE TO RPT-REC
           WRITE RPT-REC.
       H330-END. EXIT.


      *-----------------------------------------------------------------
      *    H340:IDX-FILE tamponundaki hesabin A satirini yazar.
      *-----------------------------------------------------------------
       H340-WRITE-ACCOUNT.
           MOVE SPACES          TO SCV-ACC-REC
           MOVE 'A'             TO SCV-ACC-TYPE
           MOVE CUS-ID          TO SCV-ACC-CUS-ID
           MOVE IDX-ID          TO SCV-ACC-ID
           MOVE IDX-DVZ         TO SCV-ACC-DVZ
           MOVE IDX-PRODUCT     TO SCV-ACC-PRODUCT
           MOVE WS-ACC-FLAG     TO SCV-ACC-FLAG
           IF IDX-BALANCE < 0
              MOVE '-'          TO SCV-ACC-BAL-SIGN
              COMPUTE WS-ABS-WORK = 0 - IDX-BALANCE
           ELSE
              MOVE '+'          TO SCV-ACC-BAL-SIGN
              MOVE IDX-BALANCE  TO WS-ABS-WORK
           END-IF
           MOVE WS-ABS-WORK     TO SCV-ACC-BALANCE
           MOVE WS-LIE-TOTAL    TO SCV-ACC-LIEN
           MOVE WS-SHR-PCT      TO SCV-ACC-SHARE
           MOVE WS-RATE-USED    TO SCV-ACC-RATE
           MOVE WS-SHR-TL       TO SCV-ACC-TL-AMT
           WRITE SCV-ACC-REC.
           ADD 1 TO WS-CNT-REC.
       H340-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:IDX-FILE tamponundaki hesabin sahiplerini RELFILE'dan
      *    tarar ve CUS-ID'li musterinin pay yuzdesini WS-SHR-PCT'ye
      *    koyar. Hesap icin iliski kaydi yoksa hesabin kendi
      *    musterisi yuzde 100 payla tek asil sahip sayilir.
      *-----------------------------------------------------------------
       H400-COMPUTE-SHARE.
           MOVE IDX-ID    TO WS-HLD-ID
           MOVE IDX-DVZ   TO WS-HLD-DVZ
           MOVE ZEROES    TO WS-HLD-COUNT
           MOVE ZEROES    TO WS-SHR-OWNERS
           MOVE ZEROES    TO WS-SHR-ZERO
           MOVE ZEROES    TO WS-SHR-EXPLICIT
           MOVE ZEROES    TO WS-SHR-OWN
           MOVE ZEROES    TO WS-SHR-PCT
           MOVE SPACE     TO WS-SHR-ROLE
           MOVE 'N'       TO WS-SHR-FOUND
           MOVE 'Y'       TO WS-REL-DONE

           IF WS-REL-OPEN-YES
              MOVE 'N'        TO WS-REL-DONE
              MOVE WS-HLD-ID  TO REL-ID
              MOVE WS-HLD-DVZ TO REL-DVZ
              MOVE ZEROES     TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
           END-IF.
           PERFORM H410-READ-HOLDER UNTIL WS-REL-DONE-YES.

           IF WS-HLD-COUNT = 0
              IF CUS-ID = WS-HLD-ID
                 MOVE 100       TO WS-SHR-PCT
              END-IF
           ELSE
           IF WS-SHR-FOUND-YES
              AND (WS-SHR-ROLE = 'P' OR WS-SHR-ROLE = 'J')
              IF WS-SHR-OWN > 0
                 MOVE WS-SHR-OWN TO WS-SHR-PCT
              ELSE
              IF WS-SHR-ZERO > 0 AND WS-SHR-EXPLICIT < 100
                 COMPUTE WS-SHR-PCT =
                     (100 - WS-SHR-EXPLICIT) / WS-SHR-ZERO
              END-IF
              END-IF
           END-IF
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H410:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter. P/J sahiplerinin tanimli paylari toplanir, payi
      *    tanimsiz olanlar sayilir; musterinin rolu ve payi saklanir.
      *-----------------------------------------------------------------
       H410-READ-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-HLD-ID
                    OR REL-DVZ NOT = WS-HLD-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    ADD 1 TO WS-HLD-COUNT
                    IF REL-ROLE-OWNER
                       ADD 1 TO WS-SHR-OWNERS
                       IF REL-SHARE > 0
                          ADD REL-SHARE TO WS-SHR-EXPLICIT
                       ELSE
                          ADD 1 TO WS-SHR-ZERO
                       END-IF
                    END-IF
                    IF REL-CUS-ID = CUS-ID
                       MOVE 'Y'       TO WS-SHR-FOUND
                       MOVE REL-ROLE  TO WS-SHR-ROLE
                       MOVE REL-SHARE TO WS-SHR-OWN
                    END-IF
                 END-IF
           END-READ.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Musterinin kendi numarasi disinda baglandigi hesaplari
      *    RELFILE'in REL-HOLDER dizininden WS-JNT tablosuna toplar.
      *-----------------------------------------------------------------
       H500-COLLECT-JOINT.
           MOVE ZEROES TO WS-JNT-COUNT
           IF WS-REL-OPEN-YES
              MOVE 'N'    TO WS-REL-DONE
              MOVE CUS-ID TO REL-HOLDER
              START REL-FILE KEY >= REL-HOLDER
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
              PERFORM H501-READ-JOINT UNTIL WS-REL-DONE-YES
           END-IF.
       H500-END. EXIT.


       H501-READ-JOINT.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-HOLDER NOT = CUS-ID
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                 IF REL-ID NOT = CUS-ID
                    IF WS-JNT-COUNT < WS-JNT-MAX
                       ADD 1 TO WS-JNT-COUNT
                       MOVE REL-ID  TO WS-JNT-ID(WS-JNT-COUNT)
                       MOVE REL-DVZ TO WS-JNT-DVZ(WS-JNT-COUNT)
                    ELSE
                       DISPLAY 'ORTAK HESAP TABLOSU DOLDU: ' CUS-ID
                    END-IF
                 END-IF
                 END-IF
           END-READ.
       H501-END. EXIT.


       H510-READ-JOINT-ACCOUNT.
           MOVE WS-JNT-ID(WS-JNT-IDX)  TO IDX-ID
           MOVE WS-JNT-DVZ(WS-JNT-IDX) TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H310-EVALUATE-ACCOUNT
           END-READ.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Fonun dogrulayacagi T kontrol satirini yazar: toplam
      *    kayit sayisi (H ve T dahil), musteri ve hesap sayilari ile
      *    D satirlarinin toplam, sigortali ve sigortasiz toplamlari.
      *-----------------------------------------------------------------
       H800-WRITE-TRAILER.
           ADD 1 TO WS-CNT-REC.
           MOVE SPACES           TO SCV-TRL-REC
           MOVE 'T'              TO SCV-TRL-TYPE
           MOVE WS-CNT-REC       TO SCV-TRL-REC-CNT
           MOVE WS-CNT-CUST      TO SCV-TRL-CUS-CNT
           MOVE WS-CNT-ACCTS     TO SCV-TRL-ACC-CNT
           MOVE WS-TOT-TOTAL     TO SCV-TRL-TOTAL
           MOVE WS-TOT-INSURED   TO SCV-TRL-INSURED
           MOVE WS-TOT-UNINSURED TO SCV-TRL-UNINSURED
           WRITE SCV-TRL-REC.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Ozet toplamlari rapora ve konsola basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'MUSTERI SAYISI              : ' TO TOT-LABEL
           MOVE WS-CNT-CUST                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HESAP SAYISI                : ' TO TOT-LABEL
           MOVE WS-CNT-ACCTS                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'LIMITI ASAN MUSTERI         : ' TO TOT-LABEL
           MOVE WS-CNT-OVER                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HARIC VADELI HESAP          : ' TO TOT-LABEL
           MOVE WS-CNT-TD-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KURSUZ HESAP                : ' TO TOT-LABEL
           MOVE WS-CNT-NORATE                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BLOKELI HESAP               : ' TO TOT-LABEL
           MOVE WS-CNT-LIEN                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KAPSAMDAKI MEVDUAT TL       : ' TO TOT-LABEL
           MOVE WS-TOT-TOTAL                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SIGORTALI TUTAR TL          : ' TO TOT-LABEL
           MOVE WS-TOT-INSURED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SIGORTASIZ TUTAR TL         : ' TO TOT-LABEL
           MOVE WS-TOT-UNINSURED                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HARIC VADELI TUTAR TL       : ' TO TOT-LABEL
           MOVE WS-TOT-EXCLUDED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== DEPINS CONTROL TOTALS =============='
           DISPLAY ' MUSTERI  SAYISI         : ' WS-CNT-CUST
           DISPLAY ' HESAP SAYISI            : ' WS-CNT-ACCTS
           DISPLAY ' SCVFILE KAYIT SAYISI    : ' WS-CNT-REC
           DISPLAY ' LIMITI ASAN MUSTERI     : ' WS-CNT-OVER
           DISPLAY ' KURSUZ HESAP SAYISI     : ' WS-CNT-NORATE
           DISPLAY ' KAPALI (ATLANAN) HESAP  : ' WS-CNT-CLOSED
           DISPLAY '================================================='.
           IF WS-CNT-NORATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           IF WS-LIE-OPEN-YES
              CLOSE LIE-FILE
           END-IF.
           CLOSE SCV-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' MUSTERI=' WS-CNT-CUST
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
