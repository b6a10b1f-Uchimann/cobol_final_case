       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-FILE   ASSIGN TO ESTFILE
                             STATUS EST-ST.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
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
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT OPTIONAL JRH-FILE ASSIGN TO JRNHIST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY JRH-KEY
                             STATUS JRH-ST.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                             STATUS HLD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  EST-FILE RECORDING MODE F.
      *          Tereke dokumu istegi: kart basina vefat kayitli bir
      *          musteri numarasi.
         01  EST-REC.
           05 EST-CUS-ID               PIC X(05).
           05 FILLER                   PIC X(75).
       FD  CUS-FILE.
           COPY CUSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  JRH-FILE.
           COPY JRHREC.
       FD  HLD-FILE RECORDING MODE F.
      *          MAINPROG'un askidaki onay kayitlari. Durumlar:
      *          P=bekliyor, R=onaylanip islendi, X=iptal.
         01  HLD-REC.
           05 HLD-STATUS               PIC X(01).
              88 HLD-STS-PENDING                  VALUE 'P'.
              88 HLD-STS-RELEASED                 VALUE 'R'.
           05 HLD-PRCSS-TYPE           PIC X(01).
           05 HLD-ID                   PIC 9(05).
           05 HLD-DVZ                  PIC 9(03).
           05 HLD-AMOUNT               PIC S9(15) COMP-3.
           05 HLD-TGT-ID               PIC 9(05).
           05 HLD-TGT-DVZ              PIC 9(03).
           05 HLD-XLIT-RULE            PIC X(01).
           05 HLD-DATE                 PIC S9(7)  COMP-3.
           05 HLD-REF-NO               PIC 9(09).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 EST-ST                   PIC 9(02).
              88 EST-EOF                          VALUE 10.
           05 CUS-ST                   PIC 9(02).
           05 IDX-ST                   PIC 9(02).
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
           05 JRN-ST                   PIC 9(02).
              88 JRN-EOF                          VALUE 10.
              88 JRN-SUCCES                       VALUE 00 97.
           05 JRH-ST                   PIC 9(02).
              88 JRH-SUCCES                       VALUE 00 05 97.
           05 WS-JRH-OPEN              PIC X(01) VALUE 'N'.
              88 WS-JRH-OPEN-YES                  VALUE 'Y'.
           05 WS-JRH-DONE              PIC X(01).
              88 WS-JRH-DONE-YES                  VALUE 'Y'.
           05 HLD-ST                   PIC 9(02).
              88 HLD-EOF                          VALUE 10.
              88 HLD-SUCCES                       VALUE 00 05 97.
           05 PRM-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-DOD-DATE              PIC 9(07) VALUE 0.
           05 WS-DVZ                   PIC 9(03).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-SHR-AREA.
      *          Pay kurali DEPINS/CUSPOS ile aynidir: musterinin
      *          iliskisinde yuzde tanimliysa o; tanimsizsa (sifir)
      *          P/J sahiplerine tanimli paylardan arta kalan esit
      *          bolunur; G/S rolunun payi yoktur ve hesap terekeye
      *          girmez. Hesap icin iliski kaydi yoksa hesabin kendi
      *          musterisi yuzde 100 payla tek sahiptir.
           05 WS-SHR-ID                PIC 9(05).
           05 WS-SHR-DVZ               PIC 9(03).
           05 WS-SHR-COUNT             PIC 9(02) VALUE 0.
           05 WS-SHR-FOUND             PIC X(01).
              88 WS-SHR-FOUND-YES                 VALUE 'Y'.
           05 WS-SHR-ROLE              PIC X(01).
           05 WS-SHR-OWN               PIC 9(03)V99.
           05 WS-SHR-OWNERS            PIC 9(03).
           05 WS-SHR-ZERO              PIC 9(03).
           05 WS-SHR-EXPLICIT          PIC 9(05)V99.
           05 WS-SHR-PCT               PIC 9(03)V99.
           05 WS-SHR-AMT               PIC S9(15) COMP-3.
         01  WS-JNT-AREA.
      *          Musterinin kendi numarasi disinda baglandigi hesaplar
      *          REL-HOLDER dizininden toplanir.
           05 WS-JNT-COUNT             PIC 9(02) VALUE 0.
           05 WS-JNT-MAX               PIC 9(02) VALUE 50.
           05 WS-JNT-IDX               PIC 9(02).
           05 WS-JNT-ENTRY OCCURS 50 TIMES.
              07 WS-JNT-ID             PIC 9(05).
              07 WS-JNT-DVZ            PIC 9(03).
         01  WS-ACC-AREA.
      *          Terekeye giren hesaplar (kendi uc doviz hesabi ve
      *          payi olan ortak hesaplar). Olum tarihi bakiyesi,
      *          olumden sonraki ilk hareketin onceki bakiyesidir;
      *          olumden sonra hareket gormemis hesapta guncel
      *          bakiyedir.
           05 WS-ACC-COUNT             PIC 9(02) VALUE 0.
           05 WS-ACC-MAX               PIC 9(02) VALUE 53.
           05 WS-ACC-IDX               PIC 9(02).
           05 WS-ACC-SEL               PIC 9(02).
           05 WS-ACC-ENTRY OCCURS 53 TIMES.
              07 WS-ACC-ID             PIC 9(05).
              07 WS-ACC-DVZ            PIC 9(03).
              07 WS-ACC-PRODUCT        PIC X(01).
              07 WS-ACC-STATUS         PIC X(01).
              07 WS-ACC-ROLE           PIC X(01).
              07 WS-ACC-SHARE          PIC 9(03)V99.
              07 WS-ACC-CUR-BAL        PIC S9(15) COMP-3.
              07 WS-ACC-DOD-BAL        PIC S9(15) COMP-3.
              07 WS-ACC-MOVED          PIC X(01).
                 88 WS-ACC-MOVED-YES              VALUE 'Y'.
         01  WS-MOV-AREA.
      *          Tereke hesaplarinin olumden sonraki hareketleri
      *          (JRNHIST + JRNFILE). Olum tarihinde aktif olup sonra
      *          kaldirilan blokeler Y hareketiyle, olum tarihinde
      *          askida olup sonra onaylanan islemler hesap, islem
      *          tipi ve tutar uzerinden bu tabloyla eslestirilir;
      *          her hareket bir kez kullanilir.
           05 WS-MOV-COUNT             PIC 9(03) VALUE 0.
           05 WS-MOV-MAX               PIC 9(03) VALUE 500.
           05 WS-MOV-IDX               PIC 9(03).
           05 WS-MOV-SEL               PIC 9(03).
           05 WS-MOV-FULL              PIC X(01) VALUE 'N'.
              88 WS-MOV-FULL-YES                  VALUE 'Y'.
           05 WS-MOV-TYPE              PIC X(01).
           05 WS-MOV-AMOUNT            PIC S9(15) COMP-3.
           05 WS-MOV-BEFORE            PIC S9(15) COMP-3.
           05 WS-MOV-ENTRY OCCURS 500 TIMES.
              07 WS-MOV-ID             PIC 9(05).
              07 WS-MOV-DVZ            PIC 9(03).
              07 WS-MOV-TTYPE          PIC X(01).
              07 WS-MOV-TAMOUNT        PIC S9(15) COMP-3.
              07 WS-MOV-USED           PIC X(01).
         01  WS-SRC-AREA.
           05 WS-SRC-ID                PIC 9(05).
           05 WS-SRC-DVZ               PIC 9(03).
           05 WS-SRC-TYPE              PIC X(01).
           05 WS-SRC-AMOUNT            PIC S9(15) COMP-3.
         01  WS-CTOT-AREA.
      *          Musterinin doviz bazinda tereke payi ve olum
      *          tarihindeki bloke toplamlari; kur cevrimi yapilmaz.
           05 WS-CTOT-COUNT            PIC 9(02) VALUE 0.
           05 WS-CTOT-MAX              PIC 9(02) VALUE 10.
           05 WS-CTOT-IDX              PIC 9(02).
           05 WS-CTOT-SEL              PIC 9(02).
           05 WS-CTOT-ENTRY OCCURS 10 TIMES.
              07 WS-CTOT-DVZ           PIC 9(03).
              07 WS-CTOT-ESTATE        PIC S9(15) COMP-3.
              07 WS-CTOT-LIEN          PIC S9(15) COMP-3.
         01  WS-CNT-AREA.
           05 WS-CNT-CARD              PIC 9(07) VALUE 0.
           05 WS-CNT-CUST              PIC 9(07) VALUE 0.
           05 WS-CNT-ERR               PIC 9(07) VALUE 0.
           05 WS-CNT-ACCTS             PIC 9(07) VALUE 0.
           05 WS-CNT-LIEN              PIC 9(07) VALUE 0.
           05 WS-CNT-HOLD              PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-MISS          PIC 9(07) VALUE 0.
           05 WS-CUS-LIEN-CNT          PIC 9(05).
           05 WS-CUS-HOLD-CNT          PIC 9(05).
         01  WS-HDR1.
           05 FILLER                   PIC X(45) VALUE
              'TEREKE DOKUMU - OLUM TARIHI ITIBARIYLA'.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC 9(07).
         01  WS-CUS-LINE1.
           05 FILLER                   PIC X(09) VALUE 'MUSTERI: '.
           05 CSL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CSL-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CSL-SRNAME               PIC X(15).
           05 FILLER                   PIC X(06) VALUE '  TC: '.
           05 CSL-NATID                PIC X(11).
         01  WS-CUS-LINE2.
           05 FILLER                   PIC X(13) VALUE 'OLUM TARIHI: '.
           05 CSL-DOD                  PIC 9(07).
           05 FILLER                   PIC X(13) VALUE '  BELGE REF: '.
           05 CSL-REF                  PIC X(15).
         01  WS-ACC-HDR.
           05 FILLER              PIC X(16) VALUE 'HESAP     U D R '.
           05 FILLER              PIC X(09) VALUE '    PAY %'.
           05 FILLER              PIC X(16) VALUE '  OLUM TRH BKY.'.
           05 FILLER              PIC X(16) VALUE '     PAYA DUSEN'.
           05 FILLER              PIC X(17) VALUE '    GUNCEL BKY.'.
           05 FILLER              PIC X(08) VALUE 'ACIKLAMA'.
         01  WS-ACC-LINE.
           05 ACL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 ACL-DVZ                  PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ACL-PRODUCT              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ACL-STATUS               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ACL-ROLE                 PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ACL-SHARE                PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ACL-DOD-BAL              PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ACL-SHR-BAL              PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ACL-CUR-BAL              PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ACL-NOTE                 PIC X(20).
         01  WS-LIE-HDR.
           05 FILLER              PIC X(11) VALUE 'HESAP'.
           05 FILLER              PIC X(05) VALUE 'SRA'.
           05 FILLER              PIC X(17) VALUE '          TUTAR'.
           05 FILLER              PIC X(09) VALUE 'TARIHI'.
           05 FILLER              PIC X(17) VALUE 'YASAL REFERANS'.
           05 FILLER              PIC X(05) VALUE 'DURUM'.
         01  WS-LIE-LINE.
           05 LNL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 LNL-DVZ                  PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LNL-SEQ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LNL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LNL-DATE                 PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LNL-REF                  PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LNL-STATUS               PIC X(24).
         01  WS-HLD-HDR.
           05 FILLER              PIC X(11) VALUE 'HESAP'.
           05 FILLER              PIC X(03) VALUE 'T'.
           05 FILLER              PIC X(17) VALUE '          TUTAR'.
           05 FILLER              PIC X(11) VALUE 'HEDEF'.
           05 FILLER              PIC X(09) VALUE 'TARIHI'.
           05 FILLER              PIC X(11) VALUE ' REFERANS'.
           05 FILLER              PIC X(05) VALUE 'DURUM'.
         01  WS-HLD-LINE.
           05 HLL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 HLL-DVZ                  PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-TYPE                 PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-TGT-ID               PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 HLL-TGT-DVZ              PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-DATE                 PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-REF                  PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLL-STATUS               PIC X(24).
         01  WS-CTOT-LINE.
           05 FILLER                   PIC X(06) VALUE 'DOVIZ '.
           05 CTL-DVZ                  PIC 999.
           05 FILLER                   PIC X(16) VALUE
              '  TEREKE PAYI: '.
           05 CTL-ESTATE               PIC -(14)9.
           05 FILLER                   PIC X(10) VALUE
              '  BLOKE: '.
           05 CTL-LIEN                 PIC -(14)9.
         01  WS-EXC-LINE.
           05 FILLER                   PIC X(08) VALUE 'ISTISNA '.
           05 EXC-ID                   PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-TEXT                 PIC X(40).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Vefat eden musteri icin tereke dokumu. ESTFILE'daki
      *    her kart icin musteri ana kaydindaki olum tarihi itibariyla
      *    musterinin kendi ve payi olan ortak hesaplarinin
      *    bakiyelerini, o tarihte aktif olan blokeleri (LIEFILE) ve
      *    onay bekleyen islemleri (HLDFILE) mirascilarin hukuki
      *    temsilcileri icin rapora basar. Olum tarihi bakiyesi
      *    jurnal tarihcesi (JRNHIST) ve cari jurnal (JRNFILE)
      *    uzerinden olumden sonraki hareketler geri sarilarak
      *    bulunur. Vefat kaydi olmayan musteri istisna olarak
      *    basilir ve donus kodu 4 olur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL EST-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur; istek kartlarini, CUSFILE ve
      *    IDXFILE'i girdi, raporu cikti olarak acar. Iliski, bloke
      *    ve jurnal tarihcesi kutukleri istege baglidir. Acilma
      *    hatasinda ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  EST-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (EST-ST NOT = 0) AND (EST-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN ESTFILE: ' EST-ST
               MOVE 'ESTFILE'  TO ABD-FAILED-FILE
               MOVE EST-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE EST-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
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
           ELSE
              DISPLAY 'RELFILE ACILAMADI: ' REL-ST
                      ' ORTAK HESAPLAR TARANMAYACAK'
           END-IF.
           OPEN INPUT  LIE-FILE.
           IF LIE-SUCCES
              MOVE 'Y' TO WS-LIE-OPEN
           ELSE
              DISPLAY 'LIEFILE ACILAMADI: ' LIE-ST
                      ' BLOKELER BASILMAYACAK'
           END-IF.
           OPEN INPUT  JRH-FILE.
           IF JRH-SUCCES
              MOVE 'Y' TO WS-JRH-OPEN
           ELSE
              DISPLAY 'JRNHIST ACILAMADI: ' JRH-ST
                      ' YALNIZ CARI JURNAL TARANACAK'
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'TARIH=' WS-CENT-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-CENT-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.

           READ EST-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'ESTRPT' TO ABD-PROGRAM.
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
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'ESTRPT  ' TO RLG-PROGRAM.
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
      *    H200:Tek bir istek kartini isler: musteri bulunamaz ya da
      *    vefat kaydi yoksa istisna basilir, aksi halde musterinin
      *    tereke dokumu uretilir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-CARD.
           MOVE EST-CUS-ID TO EXC-ID.
           IF EST-CUS-ID NOT NUMERIC
              MOVE 'GECERSIZ MUSTERI NUMARASI' TO EXC-TEXT
              PERFORM H230-WRITE-EXCEPTION
           ELSE
              MOVE EST-CUS-ID TO WS-SHR-ID
              MOVE WS-SHR-ID  TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    MOVE 'MUSTERI BULUNAMADI' TO EXC-TEXT
                    PERFORM H230-WRITE-EXCEPTION
                 NOT INVALID KEY
                    IF NOT CUS-DECEASED
                       MOVE 'MUSTERI ICIN VEFAT KAYDI YOK'
                            TO EXC-TEXT
                       PERFORM H230-WRITE-EXCEPTION
                    ELSE
                       PERFORM H210-ESTATE
                    END-IF
              END-READ
           END-IF.

           READ EST-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:CUS-FILE tamponundaki vefat kayitli musterinin tereke
      *    dokumunu basar: hesaplari toplar, olumden sonraki
      *    hareketleri tarar, sonra hesap, bloke ve onay bolumlerini
      *    ve doviz bazinda toplamlari yazar.
      *-----------------------------------------------------------------
       H210-ESTATE.
           ADD 1 TO WS-CNT-CUST.
           MOVE CUS-DEATH-DATE TO WS-DOD-DATE.
           MOVE ZEROES TO WS-ACC-COUNT
           MOVE ZEROES TO WS-MOV-COUNT
           MOVE ZEROES TO WS-CTOT-COUNT
           MOVE ZEROES TO WS-CUS-LIEN-CNT
           MOVE ZEROES TO WS-CUS-HOLD-CNT
           MOVE 'N'    TO WS-MOV-FULL.

           PERFORM H220-WRITE-CUS-HEADER.

           PERFORM H300-READ-OWN-ACCOUNT
              VARYING WS-DVZ FROM 1 BY 1 UNTIL WS-DVZ > 3.
           PERFORM H500-COLLECT-JOINT.
           PERFORM H510-READ-JOINT-ACCOUNT
              VARYING WS-JNT-IDX FROM 1 BY 1
                 UNTIL WS-JNT-IDX > WS-JNT-COUNT.

           IF WS-ACC-COUNT = 0
              MOVE 'MUSTERIYE AIT HESAP BULUNAMADI' TO RPT-REC
              WRITE RPT-REC
           ELSE
              PERFORM H600-SCAN-HISTORY
                 VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT
              PERFORM H650-SCAN-JOURNAL
              IF WS-MOV-FULL-YES
                 MOVE 'OLUM SONRASI HAREKET TABLOSU DOLDU'
                      TO RPT-REC
                 WRITE RPT-REC
              END-IF
              PERFORM H700-WRITE-ACCOUNTS
              PERFORM H750-WRITE-LIENS
              PERFORM H800-WRITE-HOLDS
              PERFORM H850-WRITE-TOTALS
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Musteri kimligini, olum tarihini ve belge referansini
      *    basar.
      *-----------------------------------------------------------------
       H220-WRITE-CUS-HEADER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC.
           MOVE CUS-ID          TO CSL-ID
           MOVE CUS-NAME        TO CSL-NAME
           MOVE CUS-SRNAME      TO CSL-SRNAME
           IF CUS-NATID NUMERIC
              MOVE CUS-NATID    TO CSL-NATID
           ELSE
              MOVE SPACES       TO CSL-NATID
           END-IF
           MOVE WS-CUS-LINE1 TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-DOD-DATE     TO CSL-DOD
           MOVE CUS-DEATH-REF   TO CSL-REF
           MOVE WS-CUS-LINE2 TO RPT-REC
           WRITE RPT-REC.
       H220-END. EXIT.


       H230-WRITE-EXCEPTION.
           ADD 1 TO WS-CNT-ERR.
           MOVE WS-EXC-LINE TO RPT-REC
           WRITE RPT-REC.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Musterinin WS-DVZ dovizindeki kendi hesabini okur.
      *    Kapali hesaplar da alinir; olumden sonra kapatilan hesabin
      *    olum tarihindeki bakiyesi jurnalden bulunur.
      *-----------------------------------------------------------------
       H300-READ-OWN-ACCOUNT.
           MOVE CUS-ID TO IDX-ID
           MOVE WS-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H310-ADD-ACCOUNT
           END-READ.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:IDX-FILE tamponundaki hesapta musterinin payi varsa
      *    hesabi tereke tablosuna ekler.
      *-----------------------------------------------------------------
       H310-ADD-ACCOUNT.
           PERFORM H400-COMPUTE-SHARE.
           IF WS-SHR-PCT > 0
              IF WS-ACC-COUNT < WS-ACC-MAX
                 ADD 1 TO WS-ACC-COUNT
                 MOVE IDX-ID      TO WS-ACC-ID(WS-ACC-COUNT)
                 MOVE IDX-DVZ     TO WS-ACC-DVZ(WS-ACC-COUNT)
                 MOVE IDX-PRODUCT TO WS-ACC-PRODUCT(WS-ACC-COUNT)
                 MOVE IDX-STATUS  TO WS-ACC-STATUS(WS-ACC-COUNT)
                 IF WS-SHR-ROLE = SPACE
                    MOVE 'P'         TO WS-ACC-ROLE(WS-ACC-COUNT)
                 ELSE
                    MOVE WS-SHR-ROLE TO WS-ACC-ROLE(WS-ACC-COUNT)
                 END-IF
                 MOVE WS-SHR-PCT  TO WS-ACC-SHARE(WS-ACC-COUNT)
                 MOVE IDX-BALANCE TO WS-ACC-CUR-BAL(WS-ACC-COUNT)
                 MOVE IDX-BALANCE TO WS-ACC-DOD-BAL(WS-ACC-COUNT)
                 MOVE 'N'         TO WS-ACC-MOVED(WS-ACC-COUNT)
              ELSE
                 DISPLAY 'TEREKE HESAP TABLOSU DOLDU: ' CUS-ID
              END-IF
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:IDX-FILE tamponundaki hesabin sahiplerini RELFILE'dan
      *    tarar ve CUS-ID'li musterinin pay yuzdesini WS-SHR-PCT'ye
      *    koyar. Hesap icin iliski kaydi yoksa hesabin kendi
      *    musterisi yuzde 100 payla tek asil sahip sayilir.
      *-----------------------------------------------------------------
       H400-COMPUTE-SHARE.
           MOVE IDX-ID    TO WS-SHR-ID
           MOVE IDX-DVZ   TO WS-SHR-DVZ
           MOVE ZEROES    TO WS-SHR-COUNT
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
              MOVE WS-SHR-ID  TO REL-ID
              MOVE WS-SHR-DVZ TO REL-DVZ
              MOVE ZEROES     TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
           END-IF.
           PERFORM H410-READ-HOLDER UNTIL WS-REL-DONE-YES.

           IF WS-SHR-COUNT = 0
              IF CUS-ID = WS-SHR-ID
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
                 IF REL-ID NOT = WS-SHR-ID
                    OR REL-DVZ NOT = WS-SHR-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    ADD 1 TO WS-SHR-COUNT
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
                 PERFORM H310-ADD-ACCOUNT
           END-READ.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:WS-ACC-IDX'inci tereke hesabinin olum tarihinden
      *    sonraki gecmis donem hareketlerini jurnal tarihcesinden
      *    anahtar sirasiyla okur. Tarihce cari jurnalden once gelir;
      *    bu yuzden burada bulunan ilk hareket hesabin olumden
      *    sonraki ilk hareketidir.
      *-----------------------------------------------------------------
       H600-SCAN-HISTORY.
           IF WS-JRH-OPEN-YES
              MOVE WS-ACC-IDX  TO WS-ACC-SEL
              MOVE 'N'         TO WS-JRH-DONE
              MOVE WS-ACC-ID(WS-ACC-SEL)  TO JRH-ID
              MOVE WS-ACC-DVZ(WS-ACC-SEL) TO JRH-DVZ
              MOVE WS-DOD-DATE TO JRH-DATE
              MOVE 99999       TO JRH-SEQ
              START JRH-FILE KEY > JRH-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-JRH-DONE
              END-START
              PERFORM H610-READ-ONE-HIST UNTIL WS-JRH-DONE-YES
           END-IF.
       H600-END. EXIT.


       H610-READ-ONE-HIST.
           READ JRH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-JRH-DONE
              NOT AT END
                 IF JRH-ID NOT = WS-ACC-ID(WS-ACC-SEL)
                    OR JRH-DVZ NOT = WS-ACC-DVZ(WS-ACC-SEL)
                    MOVE 'Y' TO WS-JRH-DONE
                 ELSE
                    MOVE JRH-PRCSS-TYPE TO WS-MOV-TYPE
                    MOVE JRH-AMOUNT     TO WS-MOV-AMOUNT
                    MOVE JRH-BAL-BEFORE TO WS-MOV-BEFORE
                    PERFORM H630-NOTE-MOVE
                 END-IF
           END-READ.
       H610-END. EXIT.


      *-----------------------------------------------------------------
      *    H620:WS-SRC-ID/WS-SRC-DVZ hesabini tereke tablosunda arar;
      *    bulunursa sirasini WS-ACC-SEL'e koyar, yoksa sifir.
      *-----------------------------------------------------------------
       H620-FIND-ACCOUNT.
           MOVE 0 TO WS-ACC-SEL
           PERFORM H621-MATCH-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT
                    OR WS-ACC-SEL > 0.
       H620-END. EXIT.


       H621-MATCH-ACCOUNT.
           IF WS-ACC-ID(WS-ACC-IDX) = WS-SRC-ID
              AND WS-ACC-DVZ(WS-ACC-IDX) = WS-SRC-DVZ
              MOVE WS-ACC-IDX TO WS-ACC-SEL
           END-IF.
       H621-END. EXIT.


      *-----------------------------------------------------------------
      *    H630:WS-ACC-SEL hesabinin olumden sonraki bir hareketini
      *    isler: hesabin ilk hareketiyse onceki bakiyesi olum tarihi
      *    bakiyesi olur; hareket bloke ve onay eslestirmesi icin
      *    tabloya eklenir (tutar isaretsiz saklanir).
      *-----------------------------------------------------------------
       H630-NOTE-MOVE.
           IF NOT WS-ACC-MOVED-YES(WS-ACC-SEL)
              MOVE WS-MOV-BEFORE TO WS-ACC-DOD-BAL(WS-ACC-SEL)
              MOVE 'Y'           TO WS-ACC-MOVED(WS-ACC-SEL)
           END-IF.
           IF WS-MOV-COUNT < WS-MOV-MAX
              ADD 1 TO WS-MOV-COUNT
              MOVE WS-ACC-ID(WS-ACC-SEL)
                                 TO WS-MOV-ID(WS-MOV-COUNT)
              MOVE WS-ACC-DVZ(WS-ACC-SEL)
                                 TO WS-MOV-DVZ(WS-MOV-COUNT)
              MOVE WS-MOV-TYPE   TO WS-MOV-TTYPE(WS-MOV-COUNT)
              IF WS-MOV-AMOUNT < 0
                 COMPUTE WS-MOV-TAMOUNT(WS-MOV-COUNT) =
                     0 - WS-MOV-AMOUNT
              ELSE
                 MOVE WS-MOV-AMOUNT TO WS-MOV-TAMOUNT(WS-MOV-COUNT)
              END-IF
              MOVE 'N'           TO WS-MOV-USED(WS-MOV-COUNT)
           ELSE
              MOVE 'Y' TO WS-MOV-FULL
           END-IF.
       H630-END. EXIT.


      *-----------------------------------------------------------------
      *    H650:Cari jurnali bastan sona tarar; olum tarihinden sonraki
      *    tereke hesabi hareketleri H630 ile islenir. Jurnal
      *    acilamazsa bakiyeler guncel kalir ve bu rapora yazilir.
      *-----------------------------------------------------------------
       H650-SCAN-JOURNAL.
           OPEN INPUT JRN-FILE.
           IF JRN-SUCCES
              READ JRN-FILE
              PERFORM H660-CHECK-JOURNAL UNTIL JRN-EOF
              CLOSE JRN-FILE
           ELSE
              ADD 1 TO WS-CNT-JRN-MISS
              DISPLAY 'JRNFILE ACILAMADI: ' JRN-ST
              MOVE 'JRNFILE ACILAMADI, BAKIYELER GUNCELDIR'
                   TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H650-END. EXIT.


       H660-CHECK-JOURNAL.
           IF JRN-DATE > WS-DOD-DATE
              MOVE JRN-ID  TO WS-SRC-ID
              MOVE JRN-DVZ TO WS-SRC-DVZ
              PERFORM H620-FIND-ACCOUNT
              IF WS-ACC-SEL > 0
                 MOVE JRN-PRCSS-TYPE TO WS-MOV-TYPE
                 MOVE JRN-AMOUNT     TO WS-MOV-AMOUNT
                 MOVE JRN-BAL-BEFORE TO WS-MOV-BEFORE
                 PERFORM H630-NOTE-MOVE
              END-IF
           END-IF.
           READ JRN-FILE.
       H660-END. EXIT.


      *-----------------------------------------------------------------
      *    H700:Hesap bolumunu basar: her hesabin olum tarihi
      *    bakiyesi, musterinin payi ve payina dusen tutar ile guncel
      *    bakiye. Olumden sonra hareket gormus hesap isaretlenir.
      *-----------------------------------------------------------------
       H700-WRITE-ACCOUNTS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HESAPLAR (U=URUN D=DURUM R=ROL)' TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-ACC-HDR TO RPT-REC
           WRITE RPT-REC.
           PERFORM H710-WRITE-ONE-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT.
       H700-END. EXIT.


       H710-WRITE-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-ACCTS.
           COMPUTE WS-SHR-AMT ROUNDED =
               WS-ACC-DOD-BAL(WS-ACC-IDX) * WS-ACC-SHARE(WS-ACC-IDX)
                                          / 100.
           MOVE WS-ACC-DVZ(WS-ACC-IDX) TO WS-DVZ
           PERFORM H860-FIND-CTOT.
           IF WS-CTOT-SEL > 0
              ADD WS-SHR-AMT TO WS-CTOT-ESTATE(WS-CTOT-SEL)
           END-IF.

           MOVE WS-ACC-ID(WS-ACC-IDX)      TO ACL-ID
           MOVE WS-ACC-DVZ(WS-ACC-IDX)     TO ACL-DVZ
           MOVE WS-ACC-PRODUCT(WS-ACC-IDX) TO ACL-PRODUCT
           MOVE WS-ACC-STATUS(WS-ACC-IDX)  TO ACL-STATUS
           MOVE WS-ACC-ROLE(WS-ACC-IDX)    TO ACL-ROLE
           MOVE WS-ACC-SHARE(WS-ACC-IDX)   TO ACL-SHARE
           MOVE WS-ACC-DOD-BAL(WS-ACC-IDX) TO ACL-DOD-BAL
           MOVE WS-SHR-AMT                 TO ACL-SHR-BAL
           MOVE WS-ACC-CUR-BAL(WS-ACC-IDX) TO ACL-CUR-BAL
           IF WS-ACC-MOVED-YES(WS-ACC-IDX)
              MOVE 'OLUMDEN SONRA HRKT' TO ACL-NOTE
           ELSE
              MOVE SPACES               TO ACL-NOTE
           END-IF
           MOVE WS-ACC-LINE TO RPT-REC
           WRITE RPT-REC.
       H710-END. EXIT.


      *-----------------------------------------------------------------
      *    H720:WS-SRC-ID/DVZ hesabinda WS-SRC-TYPE tipli ve
      *    WS-SRC-AMOUNT tutarli, henuz kullanilmamis bir olum sonrasi
      *    hareket arar; bulunursa kullanildi isaretler ve sirasini
      *    WS-MOV-SEL'e koyar.
      *-----------------------------------------------------------------
       H720-FIND-MOVE.
           MOVE 0 TO WS-MOV-SEL
           PERFORM H721-MATCH-MOVE
              VARYING WS-MOV-IDX FROM 1 BY 1
                 UNTIL WS-MOV-IDX > WS-MOV-COUNT
                    OR WS-MOV-SEL > 0.
           IF WS-MOV-SEL > 0
              MOVE 'Y' TO WS-MOV-USED(WS-MOV-SEL)
           END-IF.
       H720-END. EXIT.


       H721-MATCH-MOVE.
           IF WS-MOV-ID(WS-MOV-IDX) = WS-SRC-ID
              AND WS-MOV-DVZ(WS-MOV-IDX) = WS-SRC-DVZ
              AND WS-MOV-TTYPE(WS-MOV-IDX) = WS-SRC-TYPE
              AND WS-MOV-TAMOUNT(WS-MOV-IDX) = WS-SRC-AMOUNT
              AND WS-MOV-USED(WS-MOV-IDX) = 'N'
              MOVE WS-MOV-IDX TO WS-MOV-SEL
           END-IF.
       H721-END. EXIT.


      *-----------------------------------------------------------------
      *    H750:Bloke bolumunu basar: olum tarihinde ya da oncesinde
      *    konmus ve hala aktif olan blokeler ile olumden sonra Y
      *    hareketiyle kaldirilmis olanlar.
      *-----------------------------------------------------------------
       H750-WRITE-LIENS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OLUM TARIHINDE AKTIF BLOKELER' TO RPT-REC
           WRITE RPT-REC.
           IF NOT WS-LIE-OPEN-YES
              MOVE 'LIEFILE ACILAMADI, BLOKELER BASILAMADI' TO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE WS-LIE-HDR TO RPT-REC
              WRITE RPT-REC
              PERFORM H760-SCAN-LIENS
                 VARYING WS-ACC-IDX FROM 1 BY 1
                    UNTIL WS-ACC-IDX > WS-ACC-COUNT
              IF WS-CUS-LIEN-CNT = 0
                 MOVE 'OLUM TARIHINDE AKTIF BLOKE YOK' TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.
       H750-END. EXIT.


       H760-SCAN-LIENS.
           MOVE 'N' TO WS-LIE-DONE
           MOVE WS-ACC-ID(WS-ACC-IDX)  TO LIE-ID
           MOVE WS-ACC-DVZ(WS-ACC-IDX) TO LIE-DVZ
           MOVE ZEROES                 TO LIE-SEQ
           START LIE-FILE KEY >= LIE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LIE-DONE
           END-START.
           PERFORM H761-READ-LIEN UNTIL WS-LIE-DONE-YES.
       H760-END. EXIT.


      *-----------------------------------------------------------------
      *    H761:Siradaki bloke kaydini okur; hesap degisince tarama
      *    biter. Olumden sonra konan blokeler atlanir; kaldirilmis
      *    bloke olumden sonraki esit tutarli bir Y hareketiyle
      *    eslesirse olum tarihinde aktif sayilir.
      *-----------------------------------------------------------------
       H761-READ-LIEN.
           READ LIE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIE-DONE
              NOT AT END
                 IF LIE-ID NOT = WS-ACC-ID(WS-ACC-IDX)
                    OR LIE-DVZ NOT = WS-ACC-DVZ(WS-ACC-IDX)
                    MOVE 'Y' TO WS-LIE-DONE
                 ELSE
                 IF LIE-DATE <= WS-DOD-DATE
                    IF LIE-STS-ACTIVE
                       MOVE 'AKTIF' TO LNL-STATUS
                       PERFORM H765-WRITE-LIEN
                    ELSE
                       MOVE WS-ACC-ID(WS-ACC-IDX)  TO WS-SRC-ID
                       MOVE WS-ACC-DVZ(WS-ACC-IDX) TO WS-SRC-DVZ
                       MOVE 'Y'                    TO WS-SRC-TYPE
                       MOVE LIE-AMOUNT             TO WS-SRC-AMOUNT
                       PERFORM H720-FIND-MOVE
                       IF WS-MOV-SEL > 0
                          MOVE 'OLUMDEN SONRA KALDIRILDI'
                               TO LNL-STATUS
                          PERFORM H765-WRITE-LIEN
                       END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.
       H761-END. EXIT.


       H765-WRITE-LIEN.
           ADD 1 TO WS-CUS-LIEN-CNT
           ADD 1 TO WS-CNT-LIEN
           MOVE WS-ACC-DVZ(WS-ACC-IDX) TO WS-DVZ
           PERFORM H860-FIND-CTOT.
           IF WS-CTOT-SEL > 0
              ADD LIE-AMOUNT TO WS-CTOT-LIEN(WS-CTOT-SEL)
           END-IF.
           MOVE LIE-ID        TO LNL-ID
           MOVE LIE-DVZ       TO LNL-DVZ
           MOVE LIE-SEQ       TO LNL-SEQ
           MOVE LIE-AMOUNT    TO LNL-AMOUNT
           MOVE LIE-DATE      TO LNL-DATE
           MOVE LIE-LEGAL-REF TO LNL-REF
           MOVE WS-LIE-LINE TO RPT-REC
           WRITE RPT-REC.
       H765-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Onay bekleyen islemler bolumunu basar: HLDFILE'da olum
      *    tarihinde ya da oncesinde askiya alinmis, tereke hesabini
      *    (kaynak ya da T hedefi) ilgilendiren kayitlar.
      *-----------------------------------------------------------------
       H800-WRITE-HOLDS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OLUM TARIHINDE ONAY BEKLEYEN ISLEMLER (HLDFILE)'
                TO RPT-REC
           WRITE RPT-REC.
           OPEN INPUT HLD-FILE.
           IF HLD-SUCCES
              MOVE WS-HLD-HDR TO RPT-REC
              WRITE RPT-REC
              READ HLD-FILE
              PERFORM H810-CHECK-HOLD UNTIL HLD-EOF
              CLOSE HLD-FILE
              IF WS-CUS-HOLD-CNT = 0
                 MOVE 'OLUM TARIHINDE BEKLEYEN ISLEM YOK' TO RPT-REC
                 WRITE RPT-REC
              END-IF
           ELSE
              DISPLAY 'HLDFILE ACILAMADI: ' HLD-ST
              MOVE 'HLDFILE ACILAMADI, BEKLEYEN ISLEMLER BASILAMADI'
                   TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H810:Okunan aski kaydini degerlendirir. Halen bekleyen (P)
      *    kayit basilir; onaylanip islenmis (R) kayit, olumden sonra
      *    ayni hesapta ayni tip ve tutarda bir hareketle eslesirse
      *    olum tarihinde bekliyordu sayilir. Iptal (X) kayitlarin
      *    iptal tarihi tutulmadigindan bunlar basilmaz.
      *-----------------------------------------------------------------
       H810-CHECK-HOLD.
           IF HLD-DATE <= WS-DOD-DATE
              AND (HLD-STS-PENDING OR HLD-STS-RELEASED)
              MOVE HLD-ID  TO WS-SRC-ID
              MOVE HLD-DVZ TO WS-SRC-DVZ
              PERFORM H620-FIND-ACCOUNT
              IF WS-ACC-SEL = 0 AND HLD-PRCSS-TYPE = 'T'
                 MOVE HLD-TGT-ID  TO WS-SRC-ID
                 MOVE HLD-TGT-DVZ TO WS-SRC-DVZ
                 PERFORM H620-FIND-ACCOUNT
              END-IF
              IF WS-ACC-SEL > 0
                 IF HLD-STS-PENDING
                    MOVE 'BEKLIYOR' TO HLL-STATUS
                    PERFORM H815-WRITE-HOLD
                 ELSE
                    MOVE HLD-PRCSS-TYPE TO WS-SRC-TYPE
                    IF HLD-AMOUNT < 0
                       COMPUTE WS-SRC-AMOUNT = 0 - HLD-AMOUNT
                    ELSE
                       MOVE HLD-AMOUNT  TO WS-SRC-AMOUNT
                    END-IF
                    PERFORM H720-FIND-MOVE
                    IF WS-MOV-SEL > 0
                       MOVE 'OLUMDEN SONRA ISLENDI' TO HLL-STATUS
                       PERFORM H815-WRITE-HOLD
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ HLD-FILE.
       H810-END. EXIT.


       H815-WRITE-HOLD.
           ADD 1 TO WS-CUS-HOLD-CNT
           ADD 1 TO WS-CNT-HOLD
           MOVE HLD-ID         TO HLL-ID
           MOVE HLD-DVZ        TO HLL-DVZ
           MOVE HLD-PRCSS-TYPE TO HLL-TYPE
           MOVE HLD-AMOUNT     TO HLL-AMOUNT
           MOVE HLD-TGT-ID     TO HLL-TGT-ID
           MOVE HLD-TGT-DVZ    TO HLL-TGT-DVZ
           MOVE HLD-DATE       TO HLL-DATE
           MOVE HLD-REF-NO     TO HLL-REF
           MOVE WS-HLD-LINE TO RPT-REC
           WRITE RPT-REC.
       H815-END. EXIT.


      *-----------------------------------------------------------------
      *    H850:Musterinin doviz bazinda tereke payi ve olum
      *    tarihindeki bloke toplamlarini basar.
      *-----------------------------------------------------------------
       H850-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           PERFORM H851-WRITE-ONE-TOTAL
              VARYING WS-CTOT-IDX FROM 1 BY 1
                 UNTIL WS-CTOT-IDX > WS-CTOT-COUNT.
       H850-END. EXIT.


       H851-WRITE-ONE-TOTAL.
           MOVE WS-CTOT-DVZ(WS-CTOT-IDX)    TO CTL-DVZ
           MOVE WS-CTOT-ESTATE(WS-CTOT-IDX) TO CTL-ESTATE
           MOVE WS-CTOT-LIEN(WS-CTOT-IDX)   TO CTL-LIEN
           MOVE WS-CTOT-LINE TO RPT-REC
           WRITE RPT-REC.
       H851-END. EXIT.


      *-----------------------------------------------------------------
      *    H860:WS-DVZ dovizinin toplam girdisini arar, yoksa acar;
      *    sirasini WS-CTOT-SEL'e koyar (tablo doluysa sifir).
      *-----------------------------------------------------------------
       H860-FIND-CTOT.
           MOVE 0 TO WS-CTOT-SEL
           PERFORM H861-MATCH-CTOT
              VARYING WS-CTOT-IDX FROM 1 BY 1
                 UNTIL WS-CTOT-IDX > WS-CTOT-COUNT
                    OR WS-CTOT-SEL > 0.
           IF WS-CTOT-SEL = 0
              IF WS-CTOT-COUNT < WS-CTOT-MAX
                 ADD 1 TO WS-CTOT-COUNT
                 MOVE WS-DVZ TO WS-CTOT-DVZ(WS-CTOT-COUNT)
                 MOVE ZEROES TO WS-CTOT-ESTATE(WS-CTOT-COUNT)
                 MOVE ZEROES TO WS-CTOT-LIEN(WS-CTOT-COUNT)
                 MOVE WS-CTOT-COUNT TO WS-CTOT-SEL
              ELSE
                 DISPLAY 'DOVIZ TOPLAM TABLOSU DOLDU: ' WS-DVZ
              END-IF
           END-IF.
       H860-END. EXIT.


       H861-MATCH-CTOT.
           IF WS-CTOT-DVZ(WS-CTOT-IDX) = WS-DVZ
              MOVE WS-CTOT-IDX TO WS-CTOT-SEL
           END-IF.
       H861-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Ozet toplamlari rapora ve konsola basar. Istisnali
      *    kart ya da acilamayan jurnal varsa donus kodu 4 olur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN ISTEK KARTI          : ' TO TOT-LABEL
           MOVE WS-CNT-CARD                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'DOKUMU BASILAN MUSTERI      : ' TO TOT-LABEL
           MOVE WS-CNT-CUST                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ISTISNALI KART              : ' TO TOT-LABEL
           MOVE WS-CNT-ERR                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HESAP SAYISI                : ' TO TOT-LABEL
           MOVE WS-CNT-ACCTS                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BLOKE SAYISI                : ' TO TOT-LABEL
           MOVE WS-CNT-LIEN                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BEKLEYEN ISLEM SAYISI       : ' TO TOT-LABEL
           MOVE WS-CNT-HOLD                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== ESTRPT CONTROL TOTALS =============='
           DISPLAY ' ISTEK KARTI             : ' WS-CNT-CARD
           DISPLAY ' DOKUMU BASILAN MUSTERI  : ' WS-CNT-CUST
           DISPLAY ' ISTISNALI KART          : ' WS-CNT-ERR
           DISPLAY ' HESAP SAYISI            : ' WS-CNT-ACCTS
           DISPLAY ' BLOKE SAYISI            : ' WS-CNT-LIEN
           DISPLAY ' BEKLEYEN ISLEM SAYISI   : ' WS-CNT-HOLD
           DISPLAY '================================================='.
           IF WS-CNT-ERR > 0 OR WS-CNT-JRN-MISS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE EST-FILE.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           IF WS-LIE-OPEN-YES
              CLOSE LIE-FILE
           END-IF.
           IF WS-JRH-OPEN-YES
              CLOSE JRH-FILE
           END-IF.
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
