       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT OPTIONAL ALI-FILE ASSIGN TO ALIFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY ALI-EXT-NO
                             STATUS ALI-ST.
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL JRN-FILE ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT TDX-FILE   ASSIGN TO TSTIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY TDX-KEY
                             ALTERNATE RECORD KEY TDX-SRNAME
                                 WITH DUPLICATES
                             STATUS TDX-ST.
           SELECT TCS-FILE   ASSIGN TO TSTCUS
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY TCS-KEY
                             ALTERNATE RECORD KEY TCS-SRNAME
                                 WITH DUPLICATES
                             STATUS TCS-ST.
           SELECT TAL-FILE   ASSIGN TO TSTALI
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY TAL-EXT-NO
                             STATUS TAL-ST.
           SELECT TLE-FILE   ASSIGN TO TSTLIE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY TLE-KEY
                             STATUS TLE-ST.
           SELECT TJR-FILE   ASSIGN TO TSTJRN
                             STATUS TJR-ST.
           SELECT OPTIONAL MSK-FILE ASSIGN TO MSKFILE
                             STATUS MSK-ST.
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
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  ALI-FILE.
           COPY ALIREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  TDX-FILE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==TDX==.
       FD  TCS-FILE.
           COPY CUSREC REPLACING LEADING ==CUS== BY ==TCS==.
       FD  TAL-FILE.
           COPY ALIREC REPLACING LEADING ==ALI== BY ==TAL==.
       FD  TLE-FILE.
           COPY LIEREC REPLACING LEADING ==LIE== BY ==TLE==.
       FD  TJR-FILE RECORDING MODE F.
           COPY JRNREC REPLACING LEADING ==JRN== BY ==TJR==.
       FD  MSK-FILE RECORDING MODE F.
      *          Maskeleme parametre karti: maskeleme anahtari ve
      *          kopyalanacak JRNFILE diliminin tarih araligi (CYYAAGG).
      *          Anahtar sifirsa sabit varsayilan anahtar kullanilir;
      *          ayni anahtarla yapilan her cekiste ayni gercek deger
      *          ayni sahte degere doner. Tarihlerin ikisi de sifirsa
      *          yalniz is gunu hareketleri, bitis sifirsa baslangictan
      *          sonraki tum hareketler alinir.
         01  MSK-REC.
           05 MSK-SEED                 PIC 9(09).
           05 MSK-JRN-FROM             PIC 9(07).
           05 MSK-JRN-TO               PIC 9(07).
           05 FILLER                   PIC X(57).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 IDX-ST                   PIC 9(02).
              88 IDX-EOF                          VALUE 10.
              88 IDX-SUCCES                       VALUE 00 97.
           05 CUS-ST                   PIC 9(02).
              88 CUS-EOF                          VALUE 10.
              88 CUS-SUCCES                       VALUE 00 97.
           05 ALI-ST                   PIC 9(02).
              88 ALI-EOF                          VALUE 10.
              88 ALI-SUCCES                       VALUE 00 05 97.
           05 LIE-ST                   PIC 9(02).
              88 LIE-EOF                          VALUE 10.
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 JRN-ST                   PIC 9(02).
              88 JRN-EOF                          VALUE 10.
              88 JRN-SUCCES                       VALUE 00 05 97.
           05 TDX-ST                   PIC 9(02).
           05 TCS-ST                   PIC 9(02).
           05 TAL-ST                   PIC 9(02).
           05 TLE-ST                   PIC 9(02).
           05 TJR-ST                   PIC 9(02).
           05 MSK-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
           05 WS-CENT-NUM REDEFINES WS-CENT-DATE PIC 9(07).
           05 WS-JRN-FROM              PIC 9(07) VALUE 0.
           05 WS-JRN-TO                PIC 9(07) VALUE 0.
           05 WS-CUS-ID                PIC 9(05).
           05 WS-ALI-TRY               PIC 9(02).
           05 WS-ALI-DONE              PIC X(01).
              88 WS-ALI-DONE-YES                  VALUE 'Y'.
         01  WS-SEED-AREA.
      *          Maskeleme anahtari; TC kimlik no donusumu anahtarin
      *          rakamlarini sirayla kullanir.
           05 WS-MSK-SEED              PIC 9(09) VALUE 271828183.
           05 WS-SEED-DIGITS REDEFINES WS-MSK-SEED.
              07 WS-SEED-DIG OCCURS 9 TIMES PIC 9.
         01  WS-HASH-AREA.
      *          H700 ozet alani: WS-HSH-IN'deki metnin bosluklari
      *          atlanarak anahtarla baslatilan bir ozet (0 -
      *          999999936) hesaplanir. Bosluklarin atlanmasi, CUSMERGE
      *          mukerrer taramasinin sikistirilmis isim karsilastirmasi
      *          ile ayni sonucu verir: yalniz boslugu farkli iki isim
      *          ayni sahte isme doner.
           05 WS-HSH-IN                PIC X(30).
           05 WS-HSH-CMP               PIC X(30).
           05 WS-HSH-I                 PIC 9(03).
           05 WS-HSH-J                 PIC 9(03).
           05 WS-HSH-VAL               PIC 9(09).
           05 WS-HSH-PRE               PIC 9(09).
           05 WS-HSH-WRK               PIC 9(18).
           05 WS-HSH-DUMMY             PIC 9(18).
           05 WS-HSH-IDX1              PIC 9(03).
           05 WS-HSH-IDX2              PIC 9(03).
           05 WS-HSH-IDX3              PIC 9(03).
         01  WS-ORD-AREA.
           05 WS-ORD-NUM               PIC 9(04) COMP.
         01  WS-ORD-BYTES REDEFINES WS-ORD-AREA.
           05 FILLER                   PIC X(01).
           05 WS-ORD-CHR               PIC X(01).
         01  WS-MSK-AREA.
           05 WS-MSK-IN                PIC X(15).
           05 WS-MSK-OUT               PIC X(15).
           05 WS-FAKE-PREFIX           PIC X(03).
           05 WS-NID-NUM               PIC 9(11).
           05 WS-NID-DIGITS REDEFINES WS-NID-NUM.
              07 WS-NID-DIG OCCURS 11 TIMES PIC 9.
           05 WS-NID-I                 PIC 9(02).
           05 WS-NID-K                 PIC 9(02).
           05 WS-NID-PREV              PIC 9(01).
           05 WS-NID-SUM               PIC 9(03).
           05 WS-NID-DUMMY             PIC 9(03).
           05 WS-ALI-HASH              PIC 9(09).
           05 WS-KEY-ID                PIC 9(05).
           05 WS-KEY-DVZ               PIC 9(03).
         01  WS-SYL-TABLE.
      *          Sahte soyad heceleri: iki hece + bir son ek.
           05 FILLER                   PIC X(16) VALUE
              'AK  BAL CAN DEM '.
           05 FILLER                   PIC X(16) VALUE
              'ER  GUL KAR KOC '.
           05 FILLER                   PIC X(16) VALUE
              'OZ  SEN TAS YIL '.
           05 FILLER                   PIC X(16) VALUE
              'ACARBOZ CEL DUR '.
           05 FILLER                   PIC X(16) VALUE
              'EL  GEN IS  KAL '.
           05 FILLER                   PIC X(16) VALUE
              'KUR MER OR  SAR '.
           05 FILLER                   PIC X(16) VALUE
              'TEK UN  YAZ ALT '.
           05 FILLER                   PIC X(16) VALUE
              'BER CIN DOG GOK '.
         01  WS-SYL-TABLE-R REDEFINES WS-SYL-TABLE.
           05 WS-SYL OCCURS 32 TIMES   PIC X(04).
         01  WS-SUF-TABLE.
           05 FILLER                   PIC X(16) VALUE
              'OGLUCI  ER  TURK'.
           05 FILLER                   PIC X(16) VALUE
              'DAG KAYASOY TEPE'.
           05 FILLER                   PIC X(16) VALUE
              'BAS GIL LI  AN  '.
           05 FILLER                   PIC X(16) VALUE
              'EL  IN  AY  OK  '.
         01  WS-SUF-TABLE-R REDEFINES WS-SUF-TABLE.
           05 WS-SUF OCCURS 16 TIMES   PIC X(04).
         01  WS-NAME-TABLE.
      *          Sahte ad: sessiz + sesli + sessiz on eki (gercek adin
      *          ilk uc harfinden) ve bir bitis (adin tamamindan).
      *          Ilk uc harfi ayni adlarin sahteleri de ayni uc harfle
      *          baslar; CUSMERGE'in benzer ad kurali boylece korunur.
           05 WS-CONSONANTS            PIC X(16) VALUE
              'BCDFGHKLMNPRSTYZ'.
           05 WS-VOWELS                PIC X(08) VALUE
              'AEIOUAEU'.
           05 FILLER                   PIC X(16) VALUE
              'AN  ER  IYE NUR '.
           05 FILLER                   PIC X(16) VALUE
              'AL  EM  IN  URE '.
           05 FILLER                   PIC X(16) VALUE
              'KAN HAN SEL TIN '.
           05 FILLER                   PIC X(16) VALUE
              'AY  IT  ET  A   '.
         01  WS-NAME-TABLE-R REDEFINES WS-NAME-TABLE.
           05 FILLER                   PIC X(24).
           05 WS-END OCCURS 16 TIMES   PIC X(04).
         01  WS-FAKE-ADDRESS.
           05 FILLER                   PIC X(25) VALUE
              'DENEME MAH. TEST SOK. NO:'.
           05 FAD-ID                   PIC 9(05).
         01  WS-FAKE-PHONE.
           05 FILLER                   PIC X(06) VALUE '055500'.
           05 FPH-ID                   PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
         01  WS-FAKE-EXT.
           05 FILLER                   PIC X(09) VALUE 'TR0000099'.
           05 FEX-HASH                 PIC 9(09).
           05 FEX-ID                   PIC 9(05).
           05 FEX-DVZ                  PIC 9(03).
         01  WS-CNT-AREA.
           05 WS-CNT-IDX-IN            PIC 9(07) VALUE 0.
           05 WS-CNT-IDX-OUT           PIC 9(07) VALUE 0.
           05 WS-CNT-CUS-IN            PIC 9(07) VALUE 0.
           05 WS-CNT-CUS-OUT           PIC 9(07) VALUE 0.
           05 WS-CNT-ALI-IN            PIC 9(07) VALUE 0.
           05 WS-CNT-ALI-OUT           PIC 9(07) VALUE 0.
           05 WS-CNT-LIE-IN            PIC 9(07) VALUE 0.
           05 WS-CNT-LIE-OUT           PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-IN            PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-OUT           PIC 9(07) VALUE 0.
           05 WS-CNT-ERRORS            PIC 9(07) VALUE 0.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-ERR-LINE.
           05 ERR-FILE                 PIC X(08).
           05 FILLER                   PIC X(11) VALUE ' YAZILAMADI'.
           05 FILLER                   PIC X(08) VALUE ' STATUS='.
           05 ERR-ST                   PIC 9(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ERR-KEY                  PIC X(26).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Test bolgesi icin maskeli veri cekimi. IDXFILE,
      *    CUSFILE, ALIFILE, LIEFILE ve JRNFILE'in bir tarih dilimi
      *    test kutuklerine (TSTIDX/TSTCUS/TSTALI/TSTLIE/TSTJRN)
      *    kopyalanir. Ad, soyad, adres, TC kimlik no, telefon ve dis
      *    hesap numaralari anahtara bagli, tekrarlanabilir sahte
      *    degerlerle degistirilir: ayni gercek soyad her kayitta ve
      *    her cekiste ayni sahte soyada doner, boylece soyad ikincil
      *    dizini ve CUSMERGE mukerrer taramasi gercekci davranir.
      *    Bakiyeler, tutarlar ve anahtarlar oldugu gibi kalir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-COPY-ACCOUNT UNTIL IDX-EOF
           PERFORM H300-COPY-CUSTOMER UNTIL CUS-EOF
           PERFORM H400-COPY-LIEN UNTIL LIE-EOF
           PERFORM H500-COPY-ALIAS UNTIL ALI-EOF
           PERFORM H600-COPY-JOURNAL UNTIL JRN-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Uretim kutuklerini girdi, test kutuklerini cikti olarak
      *    acar; parametre kartini okur. Zorunlu bir kutuk acilamazsa
      *    ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H110-READ-MASK-CARD.

           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN INPUT  ALI-FILE.
           OPEN INPUT  LIE-FILE.
           OPEN INPUT  JRN-FILE.
           OPEN OUTPUT TDX-FILE.
           OPEN OUTPUT TCS-FILE.
           OPEN OUTPUT TAL-FILE.
           OPEN OUTPUT TLE-FILE.
           OPEN OUTPUT TJR-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-SUCCES
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE'  TO ABD-FAILED-FILE
               MOVE IDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT CUS-SUCCES
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (TDX-ST NOT = 0) AND (TDX-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN TSTIDX: ' TDX-ST
               MOVE 'TSTIDX'   TO ABD-FAILED-FILE
               MOVE TDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE TDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (TCS-ST NOT = 0) AND (TCS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN TSTCUS: ' TCS-ST
               MOVE 'TSTCUS'   TO ABD-FAILED-FILE
               MOVE TCS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE TCS-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (TAL-ST NOT = 0) AND (TAL-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN TSTALI: ' TAL-ST
               MOVE 'TSTALI'   TO ABD-FAILED-FILE
               MOVE TAL-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE TAL-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (TLE-ST NOT = 0) AND (TLE-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN TSTLIE: ' TLE-ST
               MOVE 'TSTLIE'   TO ABD-FAILED-FILE
               MOVE TLE-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE TLE-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (TJR-ST NOT = 0) AND (TJR-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN TSTJRN: ' TJR-ST
               MOVE 'TSTJRN'   TO ABD-FAILED-FILE
               MOVE TJR-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE TJR-ST TO RETURN-CODE
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
           STRING 'ISGUNU=' WS-CENT-DATE
                  ' JRN=' WS-JRN-FROM '-' WS-JRN-TO
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'MASKELI TEST VERISI CEKIMI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           READ IDX-FILE NEXT RECORD.
           READ CUS-FILE NEXT RECORD.
           IF LIE-SUCCES
              READ LIE-FILE NEXT RECORD
           ELSE
              MOVE 10 TO LIE-ST
           END-IF.
           IF ALI-SUCCES
              READ ALI-FILE NEXT RECORD
           ELSE
              MOVE 10 TO ALI-ST
           END-IF.
           IF JRN-SUCCES
              READ JRN-FILE
           ELSE
              MOVE 10 TO JRN-ST
           END-IF.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'MASKEXT' TO ABD-PROGRAM.
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
      *    H110:MSKFILE kartini okur: maskeleme anahtari ve JRNFILE
      *    dilimi. Kart yoksa varsayilan anahtar ve is gunu kullanilir.
      *-----------------------------------------------------------------
       H110-READ-MASK-CARD.
           OPEN INPUT MSK-FILE.
           IF MSK-ST = 0
               READ MSK-FILE
               IF MSK-ST = 0
                  IF MSK-SEED NUMERIC AND MSK-SEED > 0
                     MOVE MSK-SEED TO WS-MSK-SEED
                  END-IF
                  IF MSK-JRN-FROM NUMERIC
                     MOVE MSK-JRN-FROM TO WS-JRN-FROM
                  END-IF
                  IF MSK-JRN-TO NUMERIC
                     MOVE MSK-JRN-TO TO WS-JRN-TO
                  END-IF
               END-IF
               CLOSE MSK-FILE
           END-IF.
           IF WS-JRN-FROM = 0 AND WS-JRN-TO = 0
              MOVE WS-CENT-NUM TO WS-JRN-FROM
              MOVE WS-CENT-NUM TO WS-JRN-TO
           ELSE
           IF WS-JRN-TO = 0
              MOVE 9999999 TO WS-JRN-TO
           END-IF
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'MASKEXT ' TO RLG-PROGRAM.
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
      *    H200:Hesap kaydinin ad/soyad kopyalarini maskeleyip test
      *    kutugune yazar. Kopyalar CUSFILE ile ayni kuralla
      *    maskelendiginden test bolgesinde de musteri kaydini tutar.
      *-----------------------------------------------------------------
       H200-COPY-ACCOUNT.
           ADD 1 TO WS-CNT-IDX-IN.
           MOVE IDX-SRNAME TO WS-MSK-IN
           PERFORM H710-FAKE-SURNAME
           MOVE WS-MSK-OUT TO IDX-SRNAME
           MOVE IDX-NAME   TO WS-MSK-IN
           PERFORM H720-FAKE-NAME
           MOVE WS-MSK-OUT TO IDX-NAME

           WRITE TDX-REC FROM IDX-REC
           IF TDX-ST = 0
              ADD 1 TO WS-CNT-IDX-OUT
           ELSE
              MOVE 'TSTIDX'   TO ERR-FILE
              MOVE TDX-ST     TO ERR-ST
              MOVE IDX-ID     TO WS-KEY-ID
              MOVE IDX-DVZ    TO WS-KEY-DVZ
              MOVE SPACES     TO ERR-KEY
              STRING WS-KEY-ID '/' WS-KEY-DVZ
                  DELIMITED BY SIZE INTO ERR-KEY
              PERFORM H850-WRITE-ERROR
           END-IF.

           READ IDX-FILE NEXT RECORD.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Musteri kaydinin ad, soyad, adres, TC kimlik no ve
      *    telefonunu maskeleyip test kutugune yazar. Risk sinifi,
      *    inceleme tarihi ve bildirim tercihleri oldugu gibi kalir.
      *-----------------------------------------------------------------
       H300-COPY-CUSTOMER.
           ADD 1 TO WS-CNT-CUS-IN.
           MOVE CUS-ID     TO WS-CUS-ID
           MOVE CUS-SRNAME TO WS-MSK-IN
           PERFORM H710-FAKE-SURNAME
           MOVE WS-MSK-OUT TO CUS-SRNAME
           MOVE CUS-NAME   TO WS-MSK-IN
           PERFORM H720-FAKE-NAME
           MOVE WS-MSK-OUT TO CUS-NAME
           PERFORM H730-FAKE-NATID
           PERFORM H740-FAKE-CONTACT

           WRITE TCS-REC FROM CUS-REC
           IF TCS-ST = 0
              ADD 1 TO WS-CNT-CUS-OUT
           ELSE
              MOVE 'TSTCUS'   TO ERR-FILE
              MOVE TCS-ST     TO ERR-ST
              MOVE SPACES     TO ERR-KEY
              MOVE WS-CUS-ID  TO ERR-KEY
              PERFORM H850-WRITE-ERROR
           END-IF.

           READ CUS-FILE NEXT RECORD.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Bloke kaydini oldugu gibi test kutugune kopyalar.
      *-----------------------------------------------------------------
       H400-COPY-LIEN.
           ADD 1 TO WS-CNT-LIE-IN.
           WRITE TLE-REC FROM LIE-REC
           IF TLE-ST = 0
              ADD 1 TO WS-CNT-LIE-OUT
           ELSE
              MOVE 'TSTLIE'   TO ERR-FILE
              MOVE TLE-ST     TO ERR-ST
              MOVE LIE-ID     TO WS-KEY-ID
              MOVE LIE-DVZ    TO WS-KEY-DVZ
              MOVE SPACES     TO ERR-KEY
              STRING WS-KEY-ID '/' WS-KEY-DVZ
                  DELIMITED BY SIZE INTO ERR-KEY
              PERFORM H850-WRITE-ERROR
           END-IF.
           READ LIE-FILE NEXT RECORD.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Dis hesap numarasini sahte bir numarayla degistirip
      *    rehber kaydini test kutugune yazar. Sahte numara gercek
      *    numaranin ozetinden ve ic hesap anahtarindan kurulur;
      *    nadir ozet cakismasinda ozet birer artirilarak yeniden
      *    denenir.
      *-----------------------------------------------------------------
       H500-COPY-ALIAS.
           ADD 1 TO WS-CNT-ALI-IN.
           MOVE ALI-EXT-NO TO WS-HSH-IN
           PERFORM H700-HASH-TEXT
           MOVE WS-HSH-VAL TO WS-ALI-HASH
           MOVE ALI-ID     TO FEX-ID
           MOVE ALI-DVZ    TO FEX-DVZ
           MOVE ALI-REC    TO TAL-REC
           MOVE 0   TO WS-ALI-TRY
           MOVE 'N' TO WS-ALI-DONE
           PERFORM H510-WRITE-ALIAS
              UNTIL WS-ALI-DONE-YES OR WS-ALI-TRY > 9.
           IF WS-ALI-DONE-YES
              ADD 1 TO WS-CNT-ALI-OUT
           ELSE
              MOVE 'TSTALI'   TO ERR-FILE
              MOVE TAL-ST     TO ERR-ST
              MOVE WS-FAKE-EXT TO ERR-KEY
              PERFORM H850-WRITE-ERROR
           END-IF.
           READ ALI-FILE NEXT RECORD.
       H500-END. EXIT.


       H510-WRITE-ALIAS.
           ADD 1 TO WS-ALI-TRY
           MOVE WS-ALI-HASH  TO FEX-HASH
           MOVE WS-FAKE-EXT  TO TAL-EXT-NO
           WRITE TAL-REC
              INVALID KEY
                 IF TAL-ST = 22
                    ADD 1 TO WS-ALI-HASH
                 ELSE
                    MOVE 10 TO WS-ALI-TRY
                 END-IF
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ALI-DONE
           END-WRITE.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:Tarihi dilim icinde kalan hareketleri test kutugune
      *    kopyalar. Hareket kaydinda kisisel veri yoktur.
      *-----------------------------------------------------------------
       H600-COPY-JOURNAL.
           ADD 1 TO WS-CNT-JRN-IN.
           IF JRN-DATE >= WS-JRN-FROM AND JRN-DATE <= WS-JRN-TO
              WRITE TJR-REC FROM JRN-REC
              ADD 1 TO WS-CNT-JRN-OUT
           END-IF.
           READ JRN-FILE.
       H600-END. EXIT.


      *-----------------------------------------------------------------
      *    H700:WS-HSH-IN'deki metnin bosluksuz karakterlerinden
      *    anahtarla baslatilan ozeti WS-HSH-VAL'a hesaplar.
      *-----------------------------------------------------------------
       H700-HASH-TEXT.
           MOVE WS-MSK-SEED TO WS-HSH-VAL
           PERFORM H701-HASH-CHAR
              VARYING WS-HSH-I FROM 1 BY 1
                 UNTIL WS-HSH-I > LENGTH OF WS-HSH-IN.
       H700-END. EXIT.


       H701-HASH-CHAR.
           IF WS-HSH-IN(WS-HSH-I:1) NOT = SPACE
              MOVE 0 TO WS-ORD-NUM
              MOVE WS-HSH-IN(WS-HSH-I:1) TO WS-ORD-CHR
              COMPUTE WS-HSH-WRK = WS-HSH-VAL * 31 + WS-ORD-NUM
              DIVIDE WS-HSH-WRK BY 999999937
                 GIVING WS-HSH-DUMMY REMAINDER WS-HSH-VAL
           END-IF.
       H701-END. EXIT.


      *-----------------------------------------------------------------
      *    H705:WS-HSH-IN'deki metnin bosluklarini atarak WS-HSH-CMP'e
      *    sikistirir (CUSMERGE H210 ile ayni muamele).
      *-----------------------------------------------------------------
       H705-COMPACT-TEXT.
           MOVE SPACES TO WS-HSH-CMP
           MOVE 1 TO WS-HSH-J
           PERFORM H706-COMPACT-CHAR
              VARYING WS-HSH-I FROM 1 BY 1
                 UNTIL WS-HSH-I > LENGTH OF WS-HSH-IN.
       H705-END. EXIT.


       H706-COMPACT-CHAR.
           IF WS-HSH-IN(WS-HSH-I:1) NOT = SPACE
              MOVE WS-HSH-IN(WS-HSH-I:1) TO WS-HSH-CMP(WS-HSH-J:1)
              ADD 1 TO WS-HSH-J
           END-IF.
       H706-END. EXIT.


      *-----------------------------------------------------------------
      *    H710:WS-MSK-IN'deki soyadi WS-MSK-OUT'a sahte soyad olarak
      *    cevirir: ozetten iki hece ve bir son ek secilir. Bos soyad
      *    bos kalir.
      *-----------------------------------------------------------------
       H710-FAKE-SURNAME.
           MOVE SPACES TO WS-MSK-OUT
           IF WS-MSK-IN NOT = SPACES
              MOVE WS-MSK-IN TO WS-HSH-IN
              PERFORM H700-HASH-TEXT
              DIVIDE WS-HSH-VAL BY 32
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX1
              DIVIDE WS-HSH-WRK BY 32
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX2
              DIVIDE WS-HSH-WRK BY 16
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX3
              ADD 1 TO WS-HSH-IDX1 WS-HSH-IDX2 WS-HSH-IDX3
              STRING WS-SYL(WS-HSH-IDX1) DELIMITED BY SPACE
                     WS-SYL(WS-HSH-IDX2) DELIMITED BY SPACE
                     WS-SUF(WS-HSH-IDX3) DELIMITED BY SPACE
                  INTO WS-MSK-OUT
           END-IF.
       H710-END. EXIT.


      *-----------------------------------------------------------------
      *    H720:WS-MSK-IN'deki adi WS-MSK-OUT'a sahte ad olarak cevirir.
      *    Uc harflik on ek sikistirilmis adin ilk uc harfinin
      *    ozetinden, bitis adin tamaminin ozetinden secilir. Bos ad
      *    bos kalir.
      *-----------------------------------------------------------------
       H720-FAKE-NAME.
           MOVE SPACES TO WS-MSK-OUT
           IF WS-MSK-IN NOT = SPACES
              MOVE WS-MSK-IN TO WS-HSH-IN
              PERFORM H705-COMPACT-TEXT
              PERFORM H700-HASH-TEXT
              MOVE WS-HSH-VAL TO WS-HSH-PRE
              MOVE SPACES TO WS-HSH-IN
              MOVE WS-HSH-CMP(1:3) TO WS-HSH-IN
              PERFORM H700-HASH-TEXT
              DIVIDE WS-HSH-VAL BY 16
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX1
              DIVIDE WS-HSH-WRK BY 8
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX2
              DIVIDE WS-HSH-WRK BY 16
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX3
              ADD 1 TO WS-HSH-IDX1 WS-HSH-IDX2 WS-HSH-IDX3
              MOVE WS-CONSONANTS(WS-HSH-IDX1:1) TO WS-FAKE-PREFIX(1:1)
              MOVE WS-VOWELS(WS-HSH-IDX2:1)     TO WS-FAKE-PREFIX(2:1)
              MOVE WS-CONSONANTS(WS-HSH-IDX3:1) TO WS-FAKE-PREFIX(3:1)
              DIVIDE WS-HSH-PRE BY 16
                 GIVING WS-HSH-WRK REMAINDER WS-HSH-IDX1
              ADD 1 TO WS-HSH-IDX1
              STRING WS-FAKE-PREFIX      DELIMITED BY SIZE
                     WS-END(WS-HSH-IDX1) DELIMITED BY SPACE
                  INTO WS-MSK-OUT
           END-IF.
       H720-END. EXIT.


      *-----------------------------------------------------------------
      *    H730:CUS-NATID'i anahtara bagli, rakam rakam zincirlenen bir
      *    donusumle sahte numaraya cevirir. Donusum bire birdir: iki
      *    farkli gercek numara ayni sahte numaraya donmez, ayni
      *    numara her zaman ayni sahteye doner. Sifir (atanmamis)
      *    numara sifir kalir.
      *-----------------------------------------------------------------
       H730-FAKE-NATID.
           IF CUS-NATID NUMERIC AND CUS-NATID > 0
              MOVE CUS-NATID TO WS-NID-NUM
              MOVE 7 TO WS-NID-PREV
              PERFORM H731-FAKE-NATID-DIGIT
                 VARYING WS-NID-I FROM 1 BY 1
                    UNTIL WS-NID-I > 11
              MOVE WS-NID-NUM TO CUS-NATID
           END-IF.
       H730-END. EXIT.


       H731-FAKE-NATID-DIGIT.
           COMPUTE WS-NID-K = WS-NID-I - 1
           DIVIDE WS-NID-K BY 9
              GIVING WS-NID-DUMMY REMAINDER WS-NID-K
           ADD 1 TO WS-NID-K
           COMPUTE WS-NID-SUM = WS-NID-DIG(WS-NID-I)
                              + WS-SEED-DIG(WS-NID-K)
                              + WS-NID-I + WS-NID-PREV
           DIVIDE WS-NID-SUM BY 10
              GIVING WS-NID-DUMMY REMAINDER WS-NID-PREV
           MOVE WS-NID-PREV TO WS-NID-DIG(WS-NID-I).
       H731-END. EXIT.


      *-----------------------------------------------------------------
      *    H740:Adres ve telefonu musteri numarasindan uretilen sahte
      *    degerlerle degistirir. Bos alanlar bos kalir.
      *-----------------------------------------------------------------
       H740-FAKE-CONTACT.
           IF CUS-ADDRESS NOT = SPACES
              MOVE WS-CUS-ID       TO FAD-ID
              MOVE WS-FAKE-ADDRESS TO CUS-ADDRESS
           END-IF.
           IF CUS-PHONE NOT = SPACES
              MOVE WS-CUS-ID       TO FPH-ID
              MOVE WS-FAKE-PHONE   TO CUS-PHONE
           END-IF.
       H740-END. EXIT.


      *-----------------------------------------------------------------
      *    H850:Test kutugune yazilamayan kaydi rapora basar.
      *-----------------------------------------------------------------
       H850-WRITE-ERROR.
           ADD 1 TO WS-CNT-ERRORS
           MOVE WS-ERR-LINE TO RPT-REC
           WRITE RPT-REC.
       H850-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kutuk bazinda okunan/yazilan sayilarini rapora ve
      *    konsola basar; yazilamayan kayit varsa donus kodu 4 olur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'IDXFILE OKUNAN               : ' TO TOT-LABEL
           MOVE WS-CNT-IDX-IN                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TSTIDX YAZILAN               : ' TO TOT-LABEL
           MOVE WS-CNT-IDX-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'CUSFILE OKUNAN               : ' TO TOT-LABEL
           MOVE WS-CNT-CUS-IN                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TSTCUS YAZILAN               : ' TO TOT-LABEL
           MOVE WS-CNT-CUS-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'LIEFILE OKUNAN               : ' TO TOT-LABEL
           MOVE WS-CNT-LIE-IN                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TSTLIE YAZILAN               : ' TO TOT-LABEL
           MOVE WS-CNT-LIE-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ALIFILE OKUNAN               : ' TO TOT-LABEL
           MOVE WS-CNT-ALI-IN                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TSTALI YAZILAN               : ' TO TOT-LABEL
           MOVE WS-CNT-ALI-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'JRNFILE OKUNAN               : ' TO TOT-LABEL
           MOVE WS-CNT-JRN-IN                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'TSTJRN YAZILAN (DILIM)       : ' TO TOT-LABEL
           MOVE WS-CNT-JRN-OUT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'YAZILAMAYAN KAYIT            : ' TO TOT-LABEL
           MOVE WS-CNT-ERRORS                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== MASKEXT CONTROL TOTALS ============='
           DISPLAY ' IDXFILE OKUNAN/YAZILAN  : ' WS-CNT-IDX-IN
                   ' / ' WS-CNT-IDX-OUT
           DISPLAY ' CUSFILE OKUNAN/YAZILAN  : ' WS-CNT-CUS-IN
                   ' / ' WS-CNT-CUS-OUT
           DISPLAY ' LIEFILE OKUNAN/YAZILAN  : ' WS-CNT-LIE-IN
                   ' / ' WS-CNT-LIE-OUT
           DISPLAY ' ALIFILE OKUNAN/YAZILAN  : ' WS-CNT-ALI-IN
                   ' / ' WS-CNT-ALI-OUT
           DISPLAY ' JRNFILE OKUNAN/YAZILAN  : ' WS-CNT-JRN-IN
                   ' / ' WS-CNT-JRN-OUT
           DISPLAY ' YAZILAMAYAN KAYIT       : ' WS-CNT-ERRORS
           DISPLAY '================================================='.
           IF WS-CNT-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE ALI-FILE.
           CLOSE LIE-FILE.
           CLOSE JRN-FILE.
           CLOSE TDX-FILE.
           CLOSE TCS-FILE.
           CLOSE TAL-FILE.
           CLOSE TLE-FILE.
           CLOSE TJR-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' MUSTERI=' WS-CNT-CUS-OUT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
