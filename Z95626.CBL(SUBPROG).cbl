                             ACCESS MODE DYNAMIC
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL CHQ-FILE ASSIGN TO CHQFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY CHQ-KEY
                             STATUS CHQ-ST.
           SELECT OPTIONAL MND-FILE ASSIGN TO MNDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY MND-KEY
                             STATUS MND-ST.
           SELECT OPTIONAL DLM-FILE ASSIGN TO DLMFILE
                             STATUS DLM-ST.
           SELECT OPTIONAL DLU-FILE ASSIGN TO DLUFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY DLU-KEY
                             STATUS DLU-ST.
           SELECT DLX-FILE   ASSIGN TO DLXFILE
                             STATUS DLX-ST.
           SELECT OPTIONAL KYC-FILE ASSIGN TO KYCFILE
                             STATUS KYC-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY CUSREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  CHQ-FILE.
           COPY CHQREC.
       FD  MND-FILE.
           COPY MNDREC.
       FD  CMS-FILE RECORDING MODE F.
      *          Transfer komisyon tarifesi: doviz + tutar bandi basina
      *          sabit komisyon. Ust sinir sifir ise band acik uclu
           05 CMS-HI                   PIC 9(15).
           05 CMS-COMMISSION           PIC 9(15).
           05 FILLER                   PIC X(32).
       FD  DLM-FILE RECORDING MODE F.
      *          Gunluk borc limiti tarifesi: ID'si sifir olan kart
      *          dovizin varsayilan limitidir; ID'li kart o hesaba ozel
      *          limittir ve varsayilani ezer. Limiti sifir olan hesap
      *          karti hesabi gunluk limitten muaf tutar. Dovizin karti
      *          yoksa o dovizde gunluk limit uygulanmaz.
         01  DLM-REC.
           05 DLM-ID                   PIC 9(05).
           05 DLM-DVZ                  PIC 9(03).
           05 DLM-LIMIT                PIC 9(15).
           05 FILLER                   PIC X(57).
       FD  DLU-FILE.
           COPY DLUREC.
       FD  DLX-FILE RECORDING MODE F.
           COPY DLXREC.
       FD  KYC-FILE RECORDING MODE F.
      *          Musteri durum tespiti (KYC) parametre karti: inceleme
      *          tarihi bu kadar takvim gunu gecmis musteriye yeni
      *          hesap (W) acilmaz. Ikinci alan KYCRPT'nin yaklasan
      *          inceleme penceresidir; SUBPROG kullanmaz.
         01  KYC-REC.
           05 KYC-GRACE-DAYS           PIC 9(03).
           05 KYC-DUE-DAYS             PIC 9(03).
           05 FILLER                   PIC X(74).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01 I                          PIC 9(3).
         01 J                          PIC 9(2)   VALUE 1.
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 WS-LIE-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-LIE-OPEN-YES                  VALUE 'Y'.
           05 CHQ-ST                   PIC 9(02).
              88 CHQ-SUCCES                       VALUE 00 05 97.
           05 WS-CHQ-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-CHQ-OPEN-YES                  VALUE 'Y'.
           05 MND-ST                   PIC 9(02).
              88 MND-SUCCES                       VALUE 00 05 97.
           05 WS-MND-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-MND-OPEN-YES                  VALUE 'Y'.
           05 FXR-ST                   PIC 9(02).
              88 FXR-EOF                          VALUE 10.
              88 FXR-SUCCES                       VALUE 00 97.
           05 CMS-ST                   PIC 9(02).
              88 CMS-EOF                          VALUE 10.
              88 CMS-SUCCES                       VALUE 00 97.
           05 DLM-ST                   PIC 9(02).
              88 DLM-EOF                          VALUE 10.
              88 DLM-SUCCES                       VALUE 00 97.
           05 DLU-ST                   PIC 9(02).
              88 DLU-SUCCES                       VALUE 00 05 97.
           05 WS-DLU-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-DLU-OPEN-YES                  VALUE 'Y'.
           05 DLX-ST                   PIC 9(02).
           05 KYC-ST                   PIC 9(02).
              88 KYC-SUCCES                       VALUE 00 97.
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-TIME              PIC 9(08).
         01  WS-CHN-AREA.
      *          Zincirli hash durumu: JRNFILE, AUDFILE ve CAUFILE'in
      *          son sira numarasi ve hash'i acilista dosya sonuna
      *          kadar okunarak bulunur; her yeni kayit bir sonraki
      *          sira numarasini ve CHNHASH'in onceki hash + kayit
      *          iceriginden hesapladigi degeri tasir. Kapanista son
      *          degerler RUNLOG'a kontrol noktasi olarak yazilir.
           05 WS-CHNHASH               PIC X(08)  VALUE 'CHNHASH'.
           05 WS-JRN-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-JRN-CHN-HASH          PIC 9(09)  VALUE 0.
           05 WS-AUD-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-AUD-CHN-HASH          PIC 9(09)  VALUE 0.
           05 WS-CAU-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-CAU-CHN-HASH          PIC 9(09)  VALUE 0.
           COPY CHNAREA.
           COPY CHNCKP.
         01  WS-FXR-AREA.
      *          Kur tablosu ilk cagrida FXRFILE'dan yuklenir; ayni
      *          doviz cifti birden fazla kartla gelirse gecerlilik
           05 WS-CDC-BEFORE            PIC X(80) VALUE SPACES.
           05 WS-CDC-ACTION            PIC X(01).
           05 WS-CDC-TIME              PIC 9(08).
         01  WS-BRN-AREA.
      *          Sube nakli (N) icin eski ve yeni sube kodu; sonuc
      *          aciklamasina ikisi birlikte basilir.
           05 WS-BRN-OLD               PIC 9(05).
           05 WS-BRN-NEW               PIC 9(05).
         01  WS-SEQ-AREA.
      *          Sirali isleme tamponu: gecerli oldugu surece IDX-REC
      *          tamponu WS-SEQ-ID/DVZ hesabinin kaydini tasir ve ayni
         01  WS-MNT-AREA.
      *          Musteri bakim (M) islemi calisma alani: degisecek alan
      *          SUB-INP-XLIT-RULE'dan (A=adres, N=kimlik no,
      *          P=telefon, R=risk sinifi, V=inceleme tarihi,
      *          I=bildirim tercihi), yeni deger SUB-INP-NAME +
      *          SUB-INP-SRNAME alanlarinin birlesiminden (30 karakter)
      *          alinir. I'da ilk karakter olay kodu (B/A/K/F/D/V),
      *          ikincisi E/H isaretidir; esik SUB-INP-AMOUNT'tan gelir.
           05 WS-MNT-VALUE             PIC X(30).
           05 WS-MNT-BEFORE            PIC X(30).
           05 WS-MNT-NATID             PIC X(11).
           05 WS-MNT-REVIEW            PIC 9(07).
           05 WS-MNT-ALR-IDX           PIC 9(01).
           05 WS-MNT-ALERT.
              07 WS-MNT-ALR-EVENT      PIC X(01).
              07 WS-MNT-ALR-WANTED     PIC X(01).
              07 WS-MNT-ALR-LIMIT      PIC 9(15).
         01  WS-CMS-AREA.
      *          Komisyon tarifesi ilk transferde CMSFILE'dan yuklenir.
      *          Basarili her transferde kaynak hesabin dovizi ve tutar
              07 WS-CMS-T-LO           PIC S9(15) COMP-3.
              07 WS-CMS-T-HI           PIC S9(15) COMP-3.
              07 WS-CMS-T-AMT          PIC S9(15) COMP-3.
         01  WS-DLM-AREA.
      *          Gunluk borc limiti: tarife ilk borclandirmada
      *          DLMFILE'dan yuklenir. H730 hesabin gecerli limitini
      *          (hesaba ozel kart, yoksa doviz varsayilani) ve
      *          DLUFILE'daki bugunku kullanimi bulur; kullanim + yeni
      *          borc limiti asarsa islem 40 ile reddedilir. Basarili
      *          borclandirma H731 ile kullanima eklenir.
           05 WS-DLM-LOADED            PIC X(01) VALUE 'N'.
              88 WS-DLM-LOADED-YES               VALUE 'Y'.
           05 WS-DLM-COUNT             PIC 9(03) VALUE 0.
           05 WS-DLM-MAX               PIC 9(03) VALUE 500.
           05 WS-DLM-IDX               PIC 9(03).
           05 WS-DLM-ID                PIC 9(05).
           05 WS-DLM-DVZ               PIC 9(03).
           05 WS-DLM-AMOUNT            PIC S9(15) COMP-3.
           05 WS-DLM-LIMIT             PIC S9(15) COMP-3.
           05 WS-DLM-USED              PIC S9(15) COMP-3.
           05 WS-DLM-SRC               PIC X(01).
              88 WS-DLM-SRC-NONE                 VALUE ' '.
              88 WS-DLM-SRC-DEFAULT              VALUE 'D'.
              88 WS-DLM-SRC-ACCOUNT              VALUE 'H'.
           05 WS-DLM-EXCEEDED          PIC X(01) VALUE 'N'.
              88 WS-DLM-EXCEEDED-YES             VALUE 'Y'.
           05 WS-DLM-TIME              PIC 9(08).
           05 WS-DLM-ENTRY OCCURS 500 TIMES.
              07 WS-DLM-T-ID           PIC 9(05).
              07 WS-DLM-T-DVZ          PIC 9(03).
              07 WS-DLM-T-LIMIT        PIC S9(15) COMP-3.
         01  WS-LIE-AREA.
      *          Haciz/bloke kutugu calisma alani: H789 verilen hesabin
      *          aktif bloke toplamini ve en buyuk sira numarasini
              88 WS-LIE-DONE-YES                 VALUE 'Y'.
           05 WS-LIE-FOUND             PIC X(01) VALUE 'N'.
              88 WS-LIE-FOUND-YES                VALUE 'Y'.
         01  WS-CHQ-AREA.
      *          Cek islemi (Q) calisma alani: alt islem
      *          SUB-INP-XLIT-RULE'dan (V=karne ver, S=stop koy,
      *          K=stop kaldir, D=takas sorgusu, O=odendi isaretle),
      *          cek numarasi SUB-INP-NAME'in ilk 7 hanesinden alinir.
      *          Karne verilirken SUB-INP-AMOUNT yaprak adedini, odeme
      *          isaretinde odenen tutari tasir; stop nedeni
      *          SUB-INP-SRNAME'dedir.
           05 WS-CHQ-NO                PIC 9(07).
           05 WS-CHQ-LEAVES            PIC 9(03).
           05 WS-CHQ-LEAF-MAX          PIC 9(03) VALUE 100.
           05 WS-CHQ-IDX               PIC 9(03).
           05 WS-CHQ-WRITTEN           PIC 9(03).
           05 WS-CHQ-DISP              PIC ZZ9.
         01  WS-MND-AREA.
      *          Otomatik odeme talimati (O) calisma alani: alt islem
      *          SUB-INP-XLIT-RULE'dan (E=ver/yenile, I=iptal), kurum
      *          kodu SUB-INP-NAME'in ilk 8 hanesinden, tahsilat basina
      *          ust sinir SUB-INP-AMOUNT'tan, son gecerlilik tarihi
      *          SUB-INP-SRNAME'in ilk 7 hanesinden alinir. Once/sonra
      *          imaji CAUFILE'a 30 karakterlik tek alan olarak duser.
           05 WS-MND-BILLER            PIC X(08).
           05 WS-MND-EXPIRY            PIC 9(07).
           05 WS-MND-FOUND             PIC X(01) VALUE 'N'.
              88 WS-MND-FOUND-YES                VALUE 'Y'.
           05 WS-MND-BEFORE            PIC X(30).
           05 WS-MND-IMAGE.
              07 WS-MND-IMG-BILLER     PIC X(08).
              07 WS-MND-IMG-DVZ        PIC 9(01).
              07 WS-MND-IMG-STATUS     PIC X(01).
              07 WS-MND-IMG-EXPIRY     PIC 9(07).
              07 WS-MND-IMG-CAP        PIC 9(13).
         01  WS-KYC-AREA.
      *          Yeni hesap acilisinda musteri inceleme kontrolu: ek
      *          sure KYCFILE kartindan ilk W isleminde bir kez okunur
      *          (kart yoksa sifir gun). Tarih farki icin CYYAAGG
      *          tarihleri H722 ile gun sayisina cevrilir.
           05 WS-KYC-LOADED            PIC X(01) VALUE 'N'.
              88 WS-KYC-LOADED-YES               VALUE 'Y'.
           05 WS-KYC-GRACE             PIC 9(03) VALUE 0.
           05 WS-KYC-BLOCKED           PIC X(01) VALUE 'N'.
              88 WS-KYC-BLOCKED-YES              VALUE 'Y'.
           05 WS-KYC-RUN-DAY           PIC 9(07).
           05 WS-DAY-DATE              PIC 9(07).
           05 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
              07 WS-DAY-CENT           PIC 9.
              07 WS-DAY-YY             PIC 99.
              07 WS-DAY-MM             PIC 99.
              07 WS-DAY-DD             PIC 99.
           05 WS-DAY-NUM               PIC 9(07).
           05 WS-DAY-IDX               PIC 9(02).
           05 WS-DAY-YEAR              PIC 9(04).
           05 WS-DAY-QUOT              PIC 9(04).
           05 WS-DAY-REM               PIC 9(04).
           05 WS-DAY-MONTHS            PIC X(24) VALUE
              '312831303130313130313031'.
           05 WS-DAY-MONTHS-R REDEFINES WS-DAY-MONTHS.
              07 WS-DAY-MONTH-LEN OCCURS 12 TIMES PIC 9(02).
         01  WS-DEC-AREA.
      *          Vefat kaydi: musteri kaydinda CUS-DECEASED isaretliyse
      *          yeni hesap (W) acilmaz ve hesaplara faiz disinda
      *          alacak gecilmez (faiz INTACCR ile dogrudan islenir).
      *          H724 WS-DEC-ID musterisinin kaydini okuyup sonucu
      *          WS-DEC-BLOCKED'a koyar; M/D islemi musterinin tum doviz
      *          hesaplarini dondurur ve sayisini WS-DEC-FROZEN'da
      *          tutar.
           05 WS-DEC-ID                PIC 9(05).
           05 WS-DEC-BLOCKED           PIC X(01) VALUE 'N'.
              88 WS-DEC-BLOCKED-YES              VALUE 'Y'.
           05 WS-DEC-FROZEN            PIC 9(01).
         01  WS-TRM-AREA.
      *          Vadeli mevduat acilisi: W isleminde SUB-INP-XLIT-RULE
      *          'T' (devirli) veya 'O' (vade sonunda odemeli) ise
                       ' BLOKE KONTROLU KAPALI'
           END-IF.

           OPEN I-O CHQ-FILE.
           IF CHQ-SUCCES
               MOVE 'Y' TO WS-CHQ-OPEN
           ELSE
               MOVE 'N' TO WS-CHQ-OPEN
               DISPLAY 'CHQFILE ACILAMADI: ' CHQ-ST
                       ' CEK ISLEMLERI KAPALI'
           END-IF.

           OPEN I-O MND-FILE.
           IF MND-SUCCES
               MOVE 'Y' TO WS-MND-OPEN
           ELSE
               MOVE 'N' TO WS-MND-OPEN
               DISPLAY 'MNDFILE ACILAMADI: ' MND-ST
                       ' TALIMAT ISLEMLERI KAPALI'
           END-IF.

           OPEN I-O DLU-FILE.
           IF DLU-SUCCES
               MOVE 'Y' TO WS-DLU-OPEN
           ELSE
               MOVE 'N' TO WS-DLU-OPEN
               DISPLAY 'DLUFILE ACILAMADI: ' DLU-ST
                       ' GUNLUK LIMIT KULLANIMI TUTULAMIYOR'
           END-IF.

           PERFORM H110-LOAD-CHAINS.

           OPEN EXTEND AUD-FILE.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
               OPEN OUTPUT AUD-FILE
           END-IF.
           OPEN EXTEND DLX-FILE.
           IF (DLX-ST NOT = 0) AND (DLX-ST NOT = 97)
               OPEN OUTPUT DLX-FILE
           END-IF.
           OPEN EXTEND CAU-FILE.
           IF (CAU-ST NOT = 0) AND (CAU-ST NOT = 97)
               OPEN OUTPUT CAU-FILE
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H110:Zincirli olay dosyalarini (JRNFILE, AUDFILE, CAUFILE)
      *    ekleme modunda acmadan once sonuna kadar okuyup her birinin
      *    son sira numarasini ve hash'ini alir. Dosya yoksa ya da bossa
      *    zincir sifirdan baslar; sira numarasi sifir olan (zincirleme
      *    oncesi) kayitlar atlanir.
      *-----------------------------------------------------------------
       H110-LOAD-CHAINS.
           MOVE 0 TO WS-JRN-CHN-SEQ WS-JRN-CHN-HASH
           MOVE 0 TO WS-AUD-CHN-SEQ WS-AUD-CHN-HASH
           MOVE 0 TO WS-CAU-CHN-SEQ WS-CAU-CHN-HASH.
           OPEN INPUT JRN-FILE.
           IF JRN-ST = 0
              PERFORM H111-READ-JRN-CHAIN UNTIL JRN-ST NOT = 0
              CLOSE JRN-FILE
           END-IF.
           OPEN INPUT AUD-FILE.
           IF AUD-ST = 0
              PERFORM H112-READ-AUD-CHAIN UNTIL AUD-ST NOT = 0
              CLOSE AUD-FILE
           END-IF.
           OPEN INPUT CAU-FILE.
           IF CAU-ST = 0
              PERFORM H113-READ-CAU-CHAIN UNTIL CAU-ST NOT = 0
              CLOSE CAU-FILE
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H111:JRNFILE'in siradaki kaydini okur; zincirlenmis kayitsa
      *    (sira no ve ozet sayisal, sira no sifirdan buyuk) son sira
      *    no ve ozeti saklanir. Dosya sonunda son zincirli kaydin
      *    degerleri kalir.
      *-----------------------------------------------------------------
       H111-READ-JRN-CHAIN.
           READ JRN-FILE.
           IF JRN-ST = 0
              IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
                 AND JRN-CHN-SEQ > 0
                 MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
                 MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
              END-IF
           END-IF.
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H112:AUDFILE'in siradaki kaydini okur; zincirlenmis kayitsa
      *    son sira no ve ozeti saklanir (H111 ile ayni kural).
      *-----------------------------------------------------------------
       H112-READ-AUD-CHAIN.
           READ AUD-FILE.
           IF AUD-ST = 0
              IF AUD-CHN-SEQ NUMERIC AND AUD-CHN-HASH NUMERIC
                 AND AUD-CHN-SEQ > 0
                 MOVE AUD-CHN-SEQ  TO WS-AUD-CHN-SEQ
                 MOVE AUD-CHN-HASH TO WS-AUD-CHN-HASH
              END-IF
           END-IF.
       H112-END. EXIT.


      *-----------------------------------------------------------------
      *    H113:CAUFILE'in siradaki kaydini okur; zincirlenmis kayitsa
      *    son sira no ve ozeti saklanir (H111 ile ayni kural).
      *-----------------------------------------------------------------
       H113-READ-CAU-CHAIN.
           READ CAU-FILE.
           IF CAU-ST = 0
              IF CAU-CHN-SEQ NUMERIC AND CAU-CHN-HASH NUMERIC
                 AND CAU-CHN-SEQ > 0
                 MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
                 MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
              END-IF
           END-IF.
       H113-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:Hazirlanmis jurnal kaydina zincirin bir sonraki sira
      *    numarasini ve onceki hash + kayit iceriginden (hash alani
      *    haric) hesaplanan hash'i koyup yazar. Zincir durumu yalniz
      *    basarili yazimdan sonra ilerler.
      *-----------------------------------------------------------------
       H120-WRITE-JRN-CHAINED.
           COMPUTE JRN-CHN-SEQ = WS-JRN-CHN-SEQ + 1
           MOVE WS-JRN-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF JRN-REC
                                - LENGTH OF JRN-CHN-HASH
           MOVE JRN-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO JRN-CHN-HASH
           WRITE JRN-REC.
           IF JRN-ST = 0
              MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
              MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
           END-IF.
       H120-END. EXIT.


      *-----------------------------------------------------------------
      *    H121:Ad/soyad denetim kaydini zincirleyip yazar (bkz. H120).
      *-----------------------------------------------------------------
       H121-WRITE-AUD-CHAINED.
           COMPUTE AUD-CHN-SEQ = WS-AUD-CHN-SEQ + 1
           MOVE WS-AUD-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF AUD-REC
                                - LENGTH OF AUD-CHN-HASH
           MOVE AUD-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO AUD-CHN-HASH
           WRITE AUD-REC.
           IF AUD-ST = 0
              MOVE AUD-CHN-SEQ  TO WS-AUD-CHN-SEQ
              MOVE AUD-CHN-HASH TO WS-AUD-CHN-HASH
           END-IF.
       H121-END. EXIT.


      *-----------------------------------------------------------------
      *    H122:Musteri denetim kaydini zincirleyip yazar (bkz. H120).
      *-----------------------------------------------------------------
       H122-WRITE-CAU-CHAINED.
           COMPUTE CAU-CHN-SEQ = WS-CAU-CHN-SEQ + 1
           MOVE WS-CAU-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF CAU-REC
                                - LENGTH OF CAU-CHN-HASH
           MOVE CAU-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO CAU-CHN-HASH
           WRITE CAU-REC.
           IF CAU-ST = 0
              MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
              MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
           END-IF.
       H122-END. EXIT.


      *-----------------------------------------------------------------
      *    H130:Kapanista uc zincirli dosyanin son sira numarasini ve
      *    hash'ini ZINCIR olayi olarak RUNLOG'a yazar; bolumlu
      *    calismada kontrol noktasi bolum numarasiyla isaretlenir.
      *-----------------------------------------------------------------
       H130-LOG-CHAINS.
           IF SUB-INP-PART-NO NUMERIC
              MOVE SUB-INP-PART-NO TO CHN-CKP-PART
           ELSE
              MOVE ZEROES          TO CHN-CKP-PART
           END-IF.
           MOVE 'JRNFILE'       TO CHN-CKP-FILE
           MOVE WS-JRN-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-JRN-CHN-HASH TO CHN-CKP-HASH
           PERFORM H290-WRITE-RUNLOG.
           MOVE 'AUDFILE'       TO CHN-CKP-FILE
           MOVE WS-AUD-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-AUD-CHN-HASH TO CHN-CKP-HASH
           PERFORM H290-WRITE-RUNLOG.
           MOVE 'CAUFILE'       TO CHN-CKP-FILE
           MOVE WS-CAU-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-CAU-CHN-HASH TO CHN-CKP-HASH
           PERFORM H290-WRITE-RUNLOG.
       H130-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:CHN-CKP-DETAIL'de hazirlanan zincir kontrol noktasini
      *    tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'SUBPROG ' TO RLG-PROGRAM.
           MOVE 'ZINCIR'      TO RLG-EVENT.
           MOVE WS-CENT-DATE  TO RLG-DATE.
           ACCEPT WS-RLG-TIME FROM TIME.
           MOVE WS-RLG-TIME   TO RLG-TIME.
           MOVE CHN-CKP-DETAIL TO RLG-DETAIL.
           OPEN EXTEND RLG-FILE.
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
               OPEN OUTPUT RLG-FILE
           END-IF.
           WRITE RLG-REC.
           CLOSE RLG-FILE.
       H290-END. EXIT.


      *-----------------------------------------------------------------
      *    H715:Son IDXFILE islem durumunu uygulama neden koduna
      *    cevirip SUB-OUT-RETURN-CODE'a koyar: basari 00, kayit yok
           ELSE
           IF WS-PRCSS-TYPE = 'M'
              PERFORM H707-MAINTAIN-CUSTOMER
           ELSE
           IF WS-PRCSS-TYPE = 'Q'
              PERFORM H800-CHEQUE
           ELSE
           IF WS-PRCSS-TYPE = 'O'
              PERFORM H810-MANDATE
           ELSE
           IF WS-PRCSS-TYPE = 'N'
              PERFORM H788-MOVE-BRANCH
           ELSE
              IF WS-PRCSS-TYPE = 'R'
                 SET WS-FUNC-READ TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H220-END. EXIT.

           MOVE SUB-OUT-LNAME-TO       TO AUD-SRNAME-AFTER.

           IF NOT SUB-SIM-YES
              PERFORM H121-WRITE-AUD-CHAINED
           END-IF.
       H701-END. EXIT.


      *-----------------------------------------------------------------
      *    H702:Bakiyeyi etkileyen her hareketin oncesi/sonrasi
      *    bakiyesini, tutarini, kaynagini ve valor tarihini (girdide
      *    yoksa islem gunu) JRNFILE'a yazar. Cagrilan
      *    anda IDX-REC tamponu islenmis kaydi, WS-JRN-BEFORE islem
      *    oncesi bakiyeyi, WS-JRN-AMOUNT islenen tutari tasimalidir.
      *-----------------------------------------------------------------
           ELSE
              MOVE ZEROES              TO JRN-REF-NO
           END-IF.
           IF SUB-INP-VALUE-DATE NUMERIC
              AND SUB-INP-VALUE-DATE > 0
              MOVE SUB-INP-VALUE-DATE  TO JRN-VALUE-DATE
           ELSE
              MOVE WS-CENT-DATE        TO JRN-VALUE-DATE
           END-IF.

           IF NOT SUB-SIM-YES
              PERFORM H120-WRITE-JRN-CHAINED
           END-IF.
       H702-END. EXIT.

                    MOVE SPACES              TO CUS-ADDRESS
                    MOVE ZEROES              TO CUS-NATID
                    MOVE SPACES              TO CUS-PHONE
                    MOVE SPACE               TO CUS-RISK
                    MOVE ZEROES              TO CUS-REVIEW-DATE
                    INITIALIZE CUS-ALERT-AREA
                    INITIALIZE CUS-DECEASED-AREA
                    WRITE CUS-REC
                    END-WRITE
                 NOT INVALID KEY
                    MOVE SPACES              TO CUS-ADDRESS
                    MOVE ZEROES              TO CUS-NATID
                    MOVE SPACES              TO CUS-PHONE
                    MOVE SPACE               TO CUS-RISK
                    MOVE ZEROES              TO CUS-REVIEW-DATE
                    INITIALIZE CUS-ALERT-AREA
                    INITIALIZE CUS-DECEASED-AREA
                    WRITE CUS-REC
                    END-WRITE
              END-READ


      *-----------------------------------------------------------------
      *    H707:Musteri bakim islemi (M): adres, kimlik no, telefon,
      *    risk sinifi (L/M/H), inceleme tarihi (CYYAAGG) veya bir
      *    olayin bildirim tercihi alanini yeni degerle gunceller.
      *    Alan D vefat bildirimidir: INP-NAME(1:7) olum tarihi
      *    (CYYAAGG, is gununden ileri olamaz), INP-SRNAME belge
      *    referansidir; bir kez girilir ve geri alinmaz.
      *    Degisiklik oncesi ve sonrasi degerler, AUDFILE'daki ad/soyad
      *    denetiminin ruhuyla CAUFILE'a dusulur; boylece hangi
      *    tarihte hangi adresin gecerli oldugu kanitlanabilir.
      *-----------------------------------------------------------------
       H707-MAINTAIN-CUSTOMER.
           MOVE SUB-INP-PRCSS-TYPE          TO SUB-OUT-PRCSS-TYPE
           MOVE SPACES             TO WS-MNT-VALUE
           MOVE SUB-INP-NAME       TO WS-MNT-VALUE(1:15)
           MOVE SUB-INP-SRNAME     TO WS-MNT-VALUE(16:15)
           PERFORM H109-SET-WORK-DATE

           IF NOT WS-CUS-OPEN-YES
              MOVE RSN-FILE-ERROR           TO SUB-OUT-RETURN-CODE
              STRING 'ERR: MUSTERI KUTUGU KAPALI :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE NOT = 'A' AND 'N' AND 'P' AND 'R'
                                     AND 'V' AND 'I' AND 'D'
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ BAKIM ALANI  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'I'
              AND ((WS-MNT-VALUE(1:1) NOT = 'B' AND 'A' AND 'K'
                                        AND 'F' AND 'D' AND 'V')
                   OR (WS-MNT-VALUE(2:1) NOT = 'E' AND 'H'))
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ BILDIRIM TERC:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'I' AND SUB-INP-AMOUNT < 0
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ BILDIRIM ESIK:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'N'
              AND WS-MNT-VALUE(1:11) NOT NUMERIC
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: KIMLIK NO SAYISAL DEG :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'R'
              AND WS-MNT-VALUE(1:1) NOT = 'L' AND 'M' AND 'H'
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ RISK SINIFI  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'V'
              AND WS-MNT-VALUE(1:7) NOT NUMERIC
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ INCELEME TRH :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'D'
              AND (WS-MNT-VALUE(1:7) NOT NUMERIC
                   OR WS-MNT-VALUE(1:7) = ZEROES
                   OR WS-MNT-VALUE(1:7) > WS-CENT-DATE)
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ OLUM TARIHI  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-XLIT-RULE = 'D' AND WS-MNT-VALUE(16:15) = SPACES
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: VEFAT REFERANSI BOS   :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-ID TO CUS-ID
              READ CUS-FILE
                    STRING 'ERR: MUSTERI BULUNAMADI    :  '
                        DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
                 NOT INVALID KEY
                    IF SUB-INP-XLIT-RULE = 'D' AND CUS-DECEASED
                       MOVE RSN-DECEASED    TO SUB-OUT-RETURN-CODE
                       STRING 'ERR: VEFAT ZATEN KAYITLI   :  '
                           DELIMITED BY SIZE
                           INTO SUB-OUT-DESCRIPTION
                    ELSE
                       PERFORM H708-APPLY-MAINTENANCE
                    END-IF
              END-READ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H707-END. EXIT.

                 MOVE SPACES                TO WS-MNT-BEFORE
                 MOVE CUS-PHONE             TO WS-MNT-BEFORE(1:12)
                 MOVE WS-MNT-VALUE(1:12)    TO CUS-PHONE
              WHEN 'R'
                 MOVE SPACES                TO WS-MNT-BEFORE
                 MOVE CUS-RISK              TO WS-MNT-BEFORE(1:1)
                 MOVE WS-MNT-VALUE(1:1)     TO CUS-RISK
              WHEN 'V'
                 MOVE SPACES                TO WS-MNT-BEFORE
                 MOVE CUS-REVIEW-DATE       TO WS-MNT-REVIEW
                 MOVE WS-MNT-REVIEW         TO WS-MNT-BEFORE(1:7)
                 MOVE WS-MNT-VALUE(1:7)     TO WS-MNT-REVIEW
                 MOVE WS-MNT-REVIEW         TO CUS-REVIEW-DATE
              WHEN 'I'
                 PERFORM H708A-APPLY-ALERT
              WHEN 'D'
                 MOVE SPACES                TO WS-MNT-BEFORE
                 MOVE CUS-DEATH-FLAG        TO WS-MNT-BEFORE(1:1)
                 MOVE CUS-DEATH-DATE        TO WS-MNT-REVIEW
                 MOVE WS-MNT-REVIEW         TO WS-MNT-BEFORE(2:7)
                 MOVE CUS-DEATH-REF         TO WS-MNT-BEFORE(9:15)
                 MOVE 'E'                   TO CUS-DEATH-FLAG
                 MOVE WS-MNT-VALUE(1:7)     TO WS-MNT-REVIEW
                 MOVE WS-MNT-REVIEW         TO CUS-DEATH-DATE
                 MOVE WS-MNT-VALUE(16:15)   TO CUS-DEATH-REF
           END-EVALUATE.

           PERFORM H109-SET-WORK-DATE.
                 NOT INVALID KEY
                    MOVE RSN-OK             TO SUB-OUT-RETURN-CODE
                    PERFORM H709-WRITE-CUS-AUDIT
                    IF SUB-INP-XLIT-RULE = 'D'
                       PERFORM H708B-FREEZE-ESTATE
                       STRING 'VEFAT ISLENDI DONDURULAN HSP:'
                              WS-DEC-FROZEN
                           DELIMITED BY SIZE
                           INTO SUB-OUT-DESCRIPTION
                    ELSE
                       STRING 'MUSTERI BILGISI GUNCELLENDI:  '
                           DELIMITED BY SIZE
                           INTO SUB-OUT-DESCRIPTION
                    END-IF
              END-REWRITE
           END-IF.
       H708-END. EXIT.


      *-----------------------------------------------------------------
      *    H708B:Vefat kaydindan sonra musterinin (CUS-ID = IDX-ID)
      *    tum doviz hesaplarini dondurur. Aktif olmayan (zaten
      *    dondurulmus veya kapali) hesaplar oldugu gibi birakilir;
      *    her dondurma CDCFILE'a dusulur.
      *-----------------------------------------------------------------
       H708B-FREEZE-ESTATE.
           MOVE ZEROES TO WS-DEC-FROZEN
           PERFORM H708C-FREEZE-ONE
              VARYING WS-CUS-DVZ FROM 1 BY 1
                 UNTIL WS-CUS-DVZ > 3.
       H708B-END. EXIT.


      *-----------------------------------------------------------------
      *    H708C:Tek bir doviz hesabini dondurma adimi; bulunamayan
      *    doviz hesabi sessizce gecilir.
      *-----------------------------------------------------------------
       H708C-FREEZE-ONE.
           MOVE SUB-INP-ID                  TO IDX-ID
           MOVE WS-CUS-DVZ                  TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF IDX-STS-ACTIVE
                    PERFORM H717-SAVE-BEFORE-IMAGE
                    MOVE 'F'                TO IDX-STATUS
                    REWRITE IDX-REC
                    END-REWRITE
                    IF IDX-SUCCES
                       MOVE 'R' TO WS-CDC-ACTION
                       PERFORM H718-WRITE-CDC
                       ADD 1 TO WS-DEC-FROZEN
                    END-IF
                 END-IF
           END-READ.
       H708C-END. EXIT.


      *-----------------------------------------------------------------
      *    H708A:Bildirim tercihini olay koduna karsilik gelen
      *    CUS-ALERT satirina isler; once/sonra imaji olay kodu,
      *    E/H isareti ve esikten (15 hane) olusur.
      *-----------------------------------------------------------------
       H708A-APPLY-ALERT.
           EVALUATE WS-MNT-VALUE(1:1)
              WHEN 'B'
                 MOVE 1 TO WS-MNT-ALR-IDX
              WHEN 'A'
                 MOVE 2 TO WS-MNT-ALR-IDX
              WHEN 'K'
                 MOVE 3 TO WS-MNT-ALR-IDX
              WHEN 'F'
                 MOVE 4 TO WS-MNT-ALR-IDX
              WHEN 'D'
                 MOVE 5 TO WS-MNT-ALR-IDX
              WHEN OTHER
                 MOVE 6 TO WS-MNT-ALR-IDX
           END-EVALUATE.

           MOVE WS-MNT-VALUE(1:1)   TO WS-MNT-ALR-EVENT
           MOVE CUS-ALR-WANTED(WS-MNT-ALR-IDX) TO WS-MNT-ALR-WANTED
           IF CUS-ALR-LIMIT(WS-MNT-ALR-IDX) NUMERIC
              MOVE CUS-ALR-LIMIT(WS-MNT-ALR-IDX) TO WS-MNT-ALR-LIMIT
           ELSE
              MOVE 0 TO WS-MNT-ALR-LIMIT
           END-IF.
           MOVE SPACES              TO WS-MNT-BEFORE
           MOVE WS-MNT-ALERT        TO WS-MNT-BEFORE(1:17).

           MOVE WS-MNT-VALUE(2:1)   TO CUS-ALR-WANTED(WS-MNT-ALR-IDX)
           MOVE SUB-INP-AMOUNT      TO CUS-ALR-LIMIT(WS-MNT-ALR-IDX)
           MOVE WS-MNT-VALUE(2:1)   TO WS-MNT-ALR-WANTED
           MOVE SUB-INP-AMOUNT      TO WS-MNT-ALR-LIMIT.
       H708A-END. EXIT.


      *-----------------------------------------------------------------
      *    H709:Musteri bakim degisikliginin once/sonra degerlerini
      *    CAUFILE'a yazar.
              WHEN 'P'
                 MOVE SPACES           TO CAU-AFTER
                 MOVE WS-MNT-VALUE(1:12) TO CAU-AFTER(1:12)
              WHEN 'R'
                 MOVE SPACES           TO CAU-AFTER
                 MOVE WS-MNT-VALUE(1:1)  TO CAU-AFTER(1:1)
              WHEN 'V'
                 MOVE SPACES           TO CAU-AFTER
                 MOVE WS-MNT-VALUE(1:7)  TO CAU-AFTER(1:7)
              WHEN 'I'
                 MOVE SPACES           TO CAU-AFTER
                 MOVE WS-MNT-ALERT     TO CAU-AFTER(1:17)
              WHEN 'D'
                 MOVE SPACES           TO CAU-AFTER
                 MOVE 'E'              TO CAU-AFTER(1:1)
                 MOVE WS-MNT-VALUE(1:7)  TO CAU-AFTER(2:7)
                 MOVE WS-MNT-VALUE(16:15) TO CAU-AFTER(9:15)
              WHEN OTHER
                 MOVE WS-MNT-VALUE     TO CAU-AFTER
           END-EVALUATE.

           IF NOT SUB-SIM-YES
              PERFORM H122-WRITE-CAU-CHAINED
           END-IF.
       H709-END. EXIT.

           MOVE SUB-INP-SRNAME              TO SUB-OUT-LNAME-FROM
           MOVE SPACES                      TO SUB-OUT-LNAME-TO.

           PERFORM H720-CHECK-KYC-REVIEW.

           IF NOT SUB-DVZ-VALID
               MOVE RSN-INVALID-DATA        TO SUB-OUT-RETURN-CODE
               STRING 'ERR: GECERSIZ DOVIZ KODU   :  '
                   DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-KYC-BLOCKED-YES
               MOVE RSN-KYC-LAPSED          TO SUB-OUT-RETURN-CODE
               STRING 'ERR: KYC INCELEMESI GECMIS :  '
                   DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-DEC-BLOCKED-YES
               MOVE RSN-DECEASED            TO SUB-OUT-RETURN-CODE
               STRING 'ERR: MUSTERI VEFAT ETMIS   :  '
                   DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-TGT-ID = 0
               MOVE RSN-INVALID-DATA        TO SUB-OUT-RETURN-CODE
               STRING 'ERR: SUBE KODU BOS         :  '
                   DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
               MOVE SUB-INP-ID                  TO IDX-ID
               MOVE SUB-INP-DVZ                 TO IDX-DVZ
               MOVE ZEROES                      TO IDX-MATURITY
               MOVE SPACE                       TO IDX-INSTR
               MOVE ZEROES                      TO IDX-TERM-MONTHS
      *        Acilis subesi W kaydinin hedef hesap alanindan gelir.
               MOVE SUB-INP-TGT-ID              TO IDX-BRANCH

               PERFORM H109-SET-WORK-DATE
               MOVE WS-CENT-DATE                TO IDX-DATE
                         DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
                  END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H770-END. EXIT.

      *-----------------------------------------------------------------
      *    H770:Islem tipi 'W' ise ve ID bulunur ise calisir. Kayit
      *    eklenmedi zaten var mesaji verilir.
      *-----------------------------------------------------------------
      *    H720:Yeni hesap acilacak musterinin inceleme tarihini
      *    kontrol eder. Tarih is gununden KYCFILE ek suresinden daha
      *    fazla gun geride kalmissa acilis engellenir. Musteri kaydi
      *    ya da inceleme tarihi yoksa engel konmaz (KYCRPT eksik
      *    tarihleri ayrica listeler). Ayni okumada musterinin vefat
      *    kaydi da WS-DEC-BLOCKED'a alinir.
      *-----------------------------------------------------------------
       H720-CHECK-KYC-REVIEW.
           MOVE 'N' TO WS-KYC-BLOCKED
           MOVE 'N' TO WS-DEC-BLOCKED
           IF WS-CUS-OPEN-YES
              IF NOT WS-KYC-LOADED-YES
                 PERFORM H721-LOAD-KYC-CARD
              END-IF
              MOVE SUB-INP-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUS-DECEASED
                       MOVE 'Y' TO WS-DEC-BLOCKED
                    END-IF
                    IF CUS-REVIEW-DATE > 0
                       PERFORM H109-SET-WORK-DATE
                       MOVE WS-CENT-DATE    TO WS-DAY-DATE
                       PERFORM H722-DATE-TO-DAYNUM
                       MOVE WS-DAY-NUM      TO WS-KYC-RUN-DAY
                       MOVE CUS-REVIEW-DATE TO WS-DAY-DATE
                       PERFORM H722-DATE-TO-DAYNUM
                       IF WS-KYC-RUN-DAY > WS-DAY-NUM + WS-KYC-GRACE
                          MOVE 'Y' TO WS-KYC-BLOCKED
                       END-IF
                    END-IF
              END-READ
           END-IF.
       H720-END. EXIT.


      *-----------------------------------------------------------------
      *    H721:KYC parametre kartini bir kez okur; kart yoksa ek sure
      *    sifir gundur.
      *-----------------------------------------------------------------
       H721-LOAD-KYC-CARD.
           SET WS-KYC-LOADED-YES TO TRUE.
           OPEN INPUT KYC-FILE.
           IF KYC-SUCCES
              READ KYC-FILE
              IF KYC-ST = 0 AND KYC-GRACE-DAYS NUMERIC
                 MOVE KYC-GRACE-DAYS TO WS-KYC-GRACE
              END-IF
              CLOSE KYC-FILE
           END-IF.
       H721-END. EXIT.


      *-----------------------------------------------------------------
      *    H722:WS-DAY-DATE'teki CYYAAGG tarihini sabit bir
      *    baslangictan itibaren gun sayisina (WS-DAY-NUM) cevirir;
      *    dorde tam bolunen yillarda subat 29 gun sayilir.
      *-----------------------------------------------------------------
       H722-DATE-TO-DAYNUM.
           COMPUTE WS-DAY-YEAR = (WS-DAY-CENT * 100) + WS-DAY-YY.
           DIVIDE WS-DAY-YEAR BY 4
                  GIVING WS-DAY-QUOT REMAINDER WS-DAY-REM.
           COMPUTE WS-DAY-NUM = (WS-DAY-YEAR * 365) + WS-DAY-QUOT
                              + WS-DAY-DD.
           IF WS-DAY-REM = 0 AND WS-DAY-MM <= 2
              SUBTRACT 1 FROM WS-DAY-NUM
           END-IF.
           PERFORM H722A-ADD-MONTH-DAYS
              VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX >= WS-DAY-MM.
       H722-END. EXIT.


       H722A-ADD-MONTH-DAYS.
           ADD WS-DAY-MONTH-LEN(WS-DAY-IDX) TO WS-DAY-NUM.
       H722A-END. EXIT.


      *-----------------------------------------------------------------
      *    H724:WS-DEC-ID musterisinin vefat kaydi olup olmadigina
      *    bakar; musteri kaydi yoksa ya da kutuk kapaliysa engel
      *    konmaz. Hesap tamponu (IDX-REC) degismez.
      *-----------------------------------------------------------------
       H724-CHECK-DECEASED.
           MOVE 'N' TO WS-DEC-BLOCKED
           IF WS-CUS-OPEN-YES
              MOVE WS-DEC-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUS-DECEASED
                       MOVE 'Y' TO WS-DEC-BLOCKED
                    END-IF
              END-READ
           END-IF.
       H724-END. EXIT.


      *-----------------------------------------------------------------
       H770-RECORD-FOUND.
           MOVE SUB-INP-PRCSS-TYPE          TO SUB-OUT-PRCSS-TYPE
              STRING 'ERR: UYUYAN HESAP          :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
      *    Vefat kayitli musterinin hesabina alacak gecilmez; hesap
      *    tereke icin yeniden aktife alinmis olsa bile yalniz borc
      *    (mirascilara odeme) kabul edilir.
           MOVE 'N' TO WS-DEC-BLOCKED
           IF SUB-INP-AMOUNT > 0
              MOVE IDX-ID                   TO WS-DEC-ID
              PERFORM H724-CHECK-DECEASED
           END-IF
           IF WS-DEC-BLOCKED-YES
              MOVE RSN-DECEASED             TO SUB-OUT-RETURN-CODE
              STRING 'ERR: MUSTERI VEFAT ETMIS   :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           MOVE ZEROES TO WS-LIE-TOTAL
      *    Borclandirmada kullanilabilir bakiye esas alinir: aktif
      *    blokeler bakiyeden dusulur. Alacaklandirma blokeye takilmaz.
              MOVE SUB-INP-DVZ              TO WS-LIE-SRCH-DVZ
              PERFORM H789-SUM-LIENS
           END-IF
      *    Borclandirma gunluk borc limitine karsi da tartilir.
           MOVE 'N' TO WS-DLM-EXCEEDED
           IF SUB-INP-AMOUNT < 0
              MOVE SUB-INP-ID               TO WS-DLM-ID
              MOVE SUB-INP-DVZ              TO WS-DLM-DVZ
              COMPUTE WS-DLM-AMOUNT = 0 - SUB-INP-AMOUNT
              PERFORM H730-CHECK-DAILY-LIMIT
           END-IF
           IF (IDX-BALANCE + SUB-INP-AMOUNT) < (0 - IDX-OVRLIMIT)
              MOVE RSN-INSUFF-FUNDS         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: YETERSIZ BAKIYE       :  '
              MOVE RSN-LIEN-BLOCK           TO SUB-OUT-RETURN-CODE
              STRING 'ERR: BLOKE NEDENIYLE RED   :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-DLM-EXCEEDED-YES
              MOVE RSN-DAILY-LIMIT          TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GUNLUK LIMIT ASILDI   :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              PERFORM H736-WRITE-LIMIT-EXCEPTION
           ELSE
              MOVE IDX-BALANCE              TO WS-JRN-BEFORE
              MOVE SUB-INP-AMOUNT           TO WS-JRN-AMOUNT

              IF IDX-SUCCES
                 PERFORM H702-WRITE-JOURNAL
                 IF SUB-INP-AMOUNT < 0
                    PERFORM H731-ADD-DAILY-USAGE
                 END-IF
              END-IF

              PERFORM H715-MAP-IDX-STATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H780-END. EXIT.

       H786-END. EXIT.


      *-----------------------------------------------------------------
      *    H788:Sube nakli (N): hesabi SUB-INP-TGT-ID'deki subeye
      *    baglar. Kapali hesap, bos sube kodu ve hesabin zaten bagli
      *    oldugu subeye nakil reddedilir. Nakil CDCFILE'a oncesi
      *    imajiyla (eski sube) dusulur; sube hareket raporu (BRNMOV)
      *    bu kayitlardan kurulur.
      *-----------------------------------------------------------------
       H788-MOVE-BRANCH.
           MOVE SUB-INP-PRCSS-TYPE          TO SUB-OUT-PRCSS-TYPE
           MOVE SUB-INP-ID                  TO SUB-OUT-ID
           MOVE SUB-INP-DVZ                 TO SUB-OUT-DVZ
           MOVE SPACES                      TO SUB-OUT-FNAME-FROM
           MOVE SPACES                      TO SUB-OUT-FNAME-TO
           MOVE SPACES                      TO SUB-OUT-LNAME-FROM
           MOVE SPACES                      TO SUB-OUT-LNAME-TO

           IF IDX-BRANCH NOT NUMERIC
              MOVE ZEROES                   TO IDX-BRANCH
           END-IF
           MOVE IDX-BRANCH                  TO WS-BRN-OLD

           IF IDX-STS-CLOSED
              PERFORM H787-REJECT-STATUS
           ELSE
           IF SUB-INP-TGT-ID = 0
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: SUBE KODU BOS         :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-TGT-ID = WS-BRN-OLD
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: HESAP ZATEN BU SUBEDE :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-TGT-ID           TO IDX-BRANCH
              MOVE SUB-INP-TGT-ID           TO WS-BRN-NEW

              IF SUB-SIM-YES
                 MOVE 0 TO IDX-ST
              ELSE
                 REWRITE IDX-REC
                 END-REWRITE
                 IF IDX-SUCCES
                    MOVE 'R' TO WS-CDC-ACTION
                    PERFORM H718-WRITE-CDC
                 END-IF
              END-IF

              PERFORM H715-MAP-IDX-STATUS
              MOVE SPACES                   TO SUB-OUT-DESCRIPTION
              STRING 'SUBE NAKLI: ' WS-BRN-OLD ' -> ' WS-BRN-NEW
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           END-IF
           END-IF
           END-IF.
       H788-END. EXIT.


      *-----------------------------------------------------------------
      *    H790:Kaynak hesaptan (halihazirda IDX-REC tamponunda) hedef
      *    hesaba (SUB-INP-TGT-ID/DVZ) SUB-INP-AMOUNT tutarini aktarir.
      *    Once hedef kayit bulunup alacaklandirilir; hedef bulunamazsa
      *    kaynak hic degistirilmez. Kaynak REWRITE basarisiz olursa
      *    hedefteki alacak islemi geri alinir - ya ikisi de gerceklesir
      *    ya da hicbiri. Gelen bankalararasi odemede (SUB-IBK-INBOUND)
      *    kaynak bankanin nostro/takas hesabidir: gunluk borc limiti
      *    uygulanmaz ve kullanima eklenmez, transfer komisyonu
      *    alinmaz.
      *-----------------------------------------------------------------
       H790-TRANSFER.
           MOVE IDX-ID                      TO WS-XFER-SRC-ID
                 MOVE WS-XFER-SRC-DVZ       TO WS-LIE-SRCH-DVZ
                 PERFORM H789-SUM-LIENS
              END-IF
              MOVE WS-XFER-SRC-ID           TO WS-DLM-ID
              MOVE WS-XFER-SRC-DVZ          TO WS-DLM-DVZ
              MOVE WS-XFER-AMOUNT           TO WS-DLM-AMOUNT
              IF SUB-IBK-INBOUND
                 MOVE 'N'                   TO WS-DLM-EXCEEDED
              ELSE
                 PERFORM H730-CHECK-DAILY-LIMIT
              END-IF
              IF (WS-XFER-SRC-BAL - WS-XFER-AMOUNT)
                 < (0 - WS-XFER-SRC-LIM)
                 MOVE RSN-INSUFF-FUNDS      TO WS-XFER-STATUS
              IF (WS-XFER-SRC-BAL - WS-LIE-TOTAL - WS-XFER-AMOUNT)
                 < (0 - WS-XFER-SRC-LIM)
                 MOVE RSN-LIEN-BLOCK        TO WS-XFER-STATUS
              ELSE
              IF WS-DLM-EXCEEDED-YES
                 MOVE RSN-DAILY-LIMIT       TO WS-XFER-STATUS
                 PERFORM H736-WRITE-LIMIT-EXCEPTION
              ELSE
                 PERFORM H795-RESOLVE-RATE

                    PERFORM H792-DEBIT-SOURCE
                 END-IF

                 IF WS-XFER-OK AND NOT SUB-IBK-INBOUND
                    PERFORM H743-CHARGE-COMMISSION
                 END-IF

                 IF WS-XFER-OK AND NOT SUB-IBK-INBOUND
                    PERFORM H731-ADD-DAILY-USAGE
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
      *-----------------------------------------------------------------
      *    H791:Hedef hesabi anahtar ile okur, bulunursa bakiyesini
      *    alacaklandirip REWRITE eder. Bulunamazsa veya REWRITE hata
      *    verirse WS-XFER-STATUS'a hata kodu dusurur. Hedef hesabin
      *    musterisi vefat kayitliysa alacak 50 ile reddedilir.
      *-----------------------------------------------------------------
       H791-CREDIT-TARGET.
           MOVE SUB-INP-TGT-ID              TO WS-DEC-ID
           PERFORM H724-CHECK-DECEASED

           MOVE SUB-INP-TGT-ID              TO IDX-ID
           MOVE SUB-INP-TGT-DVZ             TO IDX-DVZ

                  IF (IDX-BALANCE + WS-XFER-CREDIT-AMT)
                     < (0 - IDX-OVRLIMIT)
                     MOVE RSN-INSUFF-FUNDS  TO WS-XFER-STATUS
                  ELSE
                  IF WS-XFER-CREDIT-AMT > 0
                     AND WS-DEC-BLOCKED-YES
                     MOVE RSN-DECEASED      TO WS-XFER-STATUS
                  ELSE
                     MOVE IDX-BALANCE       TO WS-JRN-BEFORE
                     MOVE WS-XFER-CREDIT-AMT TO WS-JRN-AMOUNT
                  END-IF
                  END-IF
                  END-IF
                  END-IF
           END-READ.
       H791-END. EXIT.

              WHEN RSN-LIEN-BLOCK
                 STRING 'ERR: BLOKE NEDENIYLE RED   :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              WHEN RSN-DAILY-LIMIT
                 STRING 'ERR: GUNLUK LIMIT ASILDI   :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              WHEN RSN-FROZEN
                 STRING 'ERR: HESAP DONDURULMUS     :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION


      *-----------------------------------------------------------------
      *    H730:WS-DLM-ID/DVZ hesabinin WS-DLM-AMOUNT tutarindaki
      *    borcunun gunluk borc limitine sigip sigmadigini tartar.
      *    Gecerli limit hesaba ozel karttan, yoksa dovizin varsayilan
      *    kartindan gelir; kart yoksa veya limit sifirsa kontrol
      *    yapilmaz. Bugunku kullanim DLUFILE'dan okunur; kaydin
      *    tarihi is gunu degilse kullanim sifir sayilir.
      *-----------------------------------------------------------------
       H730-CHECK-DAILY-LIMIT.
           MOVE 'N'    TO WS-DLM-EXCEEDED
           MOVE ZEROES TO WS-DLM-USED

           IF NOT WS-DLM-LOADED-YES
              PERFORM H733-LOAD-DLM-TABLE
           END-IF

           PERFORM H734-FIND-DAILY-LIMIT

           IF NOT WS-DLM-SRC-NONE AND WS-DLM-LIMIT > 0
              PERFORM H735-READ-DAILY-USAGE
              IF (WS-DLM-USED + WS-DLM-AMOUNT) > WS-DLM-LIMIT
                 MOVE 'Y' TO WS-DLM-EXCEEDED
              END-IF
           END-IF.
       H730-END. EXIT.


      *-----------------------------------------------------------------
      *    H731:Basarili borclandirmayi hesabin bugunku kullanimina
      *    ekler. Kayit yoksa yazilir; eski gune aitse yeni tarihle
      *    bastan baslatilir. Simulasyonda kutuge dokunulmaz.
      *-----------------------------------------------------------------
       H731-ADD-DAILY-USAGE.
           IF WS-DLU-OPEN-YES AND NOT SUB-SIM-YES
              PERFORM H109-SET-WORK-DATE
              MOVE WS-DLM-ID               TO DLU-ID
              MOVE WS-DLM-DVZ              TO DLU-DVZ
              READ DLU-FILE KEY IS DLU-KEY
                 INVALID KEY
                    MOVE WS-CENT-DATE      TO DLU-DATE
                    MOVE WS-DLM-AMOUNT     TO DLU-USED
                    MOVE 1                 TO DLU-COUNT
                    WRITE DLU-REC
                       INVALID KEY
                          DISPLAY 'DLUFILE YAZILAMADI ID=' WS-DLM-ID
                                  ' DVZ=' WS-DLM-DVZ
                    END-WRITE
                 NOT INVALID KEY
                    IF DLU-DATE NOT = WS-CENT-DATE
                       MOVE WS-CENT-DATE   TO DLU-DATE
                       MOVE ZEROES         TO DLU-USED
                       MOVE ZEROES         TO DLU-COUNT
                    END-IF
                    ADD WS-DLM-AMOUNT      TO DLU-USED
                    ADD 1                  TO DLU-COUNT
                    REWRITE DLU-REC
                       INVALID KEY
                          DISPLAY 'DLUFILE GUNCELLENEMEDI ID='
                                  WS-DLM-ID ' DVZ=' WS-DLM-DVZ
                    END-REWRITE
              END-READ
           END-IF.
       H731-END. EXIT.


      *-----------------------------------------------------------------
      *    H733:Gunluk borc limiti tarifesini DLMFILE'dan bir kez
      *    yukler; dosya yoksa gunluk limit uygulanmaz.
      *-----------------------------------------------------------------
       H733-LOAD-DLM-TABLE.
           SET WS-DLM-LOADED-YES TO TRUE.
           OPEN INPUT DLM-FILE.
           IF DLM-SUCCES
              READ DLM-FILE
              PERFORM H733A-LOAD-DLM-ENTRY UNTIL DLM-EOF
              CLOSE DLM-FILE
           END-IF.
       H733-END. EXIT.


      *-----------------------------------------------------------------
      *    H733A:Okunan limit kartini tabloya ekler.
      *-----------------------------------------------------------------
       H733A-LOAD-DLM-ENTRY.
           IF WS-DLM-COUNT < WS-DLM-MAX
              IF DLM-ID NUMERIC AND DLM-DVZ NUMERIC
                 AND DLM-LIMIT NUMERIC
                 ADD 1 TO WS-DLM-COUNT
                 MOVE DLM-ID    TO WS-DLM-T-ID(WS-DLM-COUNT)
                 MOVE DLM-DVZ   TO WS-DLM-T-DVZ(WS-DLM-COUNT)
                 MOVE DLM-LIMIT TO WS-DLM-T-LIMIT(WS-DLM-COUNT)
              ELSE
                 DISPLAY 'GECERSIZ GUNLUK LIMIT KARTI ATLANDI'
              END-IF
           ELSE
              DISPLAY 'GUNLUK LIMIT TABLOSU DOLDU, KART ATLANDI'
           END-IF.
           READ DLM-FILE.
       H733A-END. EXIT.


      *-----------------------------------------------------------------
      *    H734:Hesabin gecerli gunluk limitini bulur: hesaba ozel kart
      *    varsayilani ezer. Sonuc WS-DLM-LIMIT'te, kaynagi
      *    WS-DLM-SRC'de (bosluk=limit yok).
      *-----------------------------------------------------------------
       H734-FIND-DAILY-LIMIT.
           MOVE SPACE  TO WS-DLM-SRC
           MOVE ZEROES TO WS-DLM-LIMIT
           PERFORM H734A-MATCH-DAILY-LIMIT
              VARYING WS-DLM-IDX FROM 1 BY 1
                 UNTIL WS-DLM-IDX > WS-DLM-COUNT
                    OR WS-DLM-SRC-ACCOUNT.
       H734-END. EXIT.


      *-----------------------------------------------------------------
      *    H734A:Tablonun WS-DLM-IDX'inci kartini hesapla karsilastirir.
      *-----------------------------------------------------------------
       H734A-MATCH-DAILY-LIMIT.
           IF WS-DLM-T-DVZ(WS-DLM-IDX) = WS-DLM-DVZ
              IF WS-DLM-T-ID(WS-DLM-IDX) = WS-DLM-ID
                 MOVE 'H' TO WS-DLM-SRC
                 MOVE WS-DLM-T-LIMIT(WS-DLM-IDX) TO WS-DLM-LIMIT
              ELSE
              IF WS-DLM-T-ID(WS-DLM-IDX) = 0
                 MOVE 'D' TO WS-DLM-SRC
                 MOVE WS-DLM-T-LIMIT(WS-DLM-IDX) TO WS-DLM-LIMIT
              END-IF
              END-IF
           END-IF.
       H734A-END. EXIT.


      *-----------------------------------------------------------------
      *    H735:Hesabin bugunku borc kullanimini DLUFILE'dan okur;
      *    kayit yoksa veya baska bir gune aitse kullanim sifirdir.
      *-----------------------------------------------------------------
       H735-READ-DAILY-USAGE.
           MOVE ZEROES TO WS-DLM-USED
           IF WS-DLU-OPEN-YES
              PERFORM H109-SET-WORK-DATE
              MOVE WS-DLM-ID               TO DLU-ID
              MOVE WS-DLM-DVZ              TO DLU-DVZ
              READ DLU-FILE KEY IS DLU-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DLU-DATE = WS-CENT-DATE
                       MOVE DLU-USED       TO WS-DLM-USED
                    END-IF
              END-READ
           END-IF.
       H735-END. EXIT.


      *-----------------------------------------------------------------
      *    H736:Gunluk limit nedeniyle reddedilen borclandirmayi asim
      *    kutugune (DLXFILE) yazar; DLMRPT gunluk asim raporunu bu
      *    kutukten basar. Simulasyonda yazilmaz.
      *-----------------------------------------------------------------
       H736-WRITE-LIMIT-EXCEPTION.
           IF NOT SUB-SIM-YES
              PERFORM H109-SET-WORK-DATE
              ACCEPT WS-DLM-TIME FROM TIME
              MOVE WS-CENT-DATE            TO DLX-DATE
              MOVE WS-DLM-TIME             TO DLX-TIME
              MOVE SUB-INP-PRCSS-TYPE      TO DLX-PRCSS-TYPE
              MOVE WS-DLM-ID               TO DLX-ID
              MOVE WS-DLM-DVZ              TO DLX-DVZ
              IF SUB-INP-PRCSS-TYPE = 'T'
                 MOVE SUB-INP-TGT-ID       TO DLX-TGT-ID
                 MOVE SUB-INP-TGT-DVZ      TO DLX-TGT-DVZ
              ELSE
                 MOVE ZEROES               TO DLX-TGT-ID
                 MOVE ZEROES               TO DLX-TGT-DVZ
              END-IF
              IF SUB-INP-REF-NO NUMERIC
                 MOVE SUB-INP-REF-NO       TO DLX-REF-NO
              ELSE
                 MOVE ZEROES               TO DLX-REF-NO
              END-IF
              MOVE WS-DLM-AMOUNT           TO DLX-AMOUNT
              MOVE WS-DLM-LIMIT            TO DLX-LIMIT
              MOVE WS-DLM-USED             TO DLX-USED
              MOVE WS-DLM-SRC              TO DLX-LIMIT-SRC
              WRITE DLX-REC
           END-IF.
       H736-END. EXIT.


      *-----------------------------------------------------------------
      *    H740:Komisyon tarifesini CMSFILE'dan bir kez yukler; dosya
      *    yoksa transferler komisyonsuz isler.
      *-----------------------------------------------------------------
       H740-LOAD-CMS-TABLE.
           SET WS-CMS-LOADED-YES TO TRUE.
           OPEN INPUT CMS-FILE.
           IF CMS-SUCCES
              READ CMS-FILE
              PERFORM H741-LOAD-CMS-ENTRY UNTIL CMS-EOF
              CLOSE CMS-FILE
           END-IF.
           MOVE WS-JRN-BEFORE          TO JRN-BAL-BEFORE
           MOVE IDX-BALANCE            TO JRN-BAL-AFTER
           MOVE WS-CENT-DATE           TO JRN-DATE.
           MOVE WS-CENT-DATE           TO JRN-VALUE-DATE.
           IF SUB-INP-REF-NO NUMERIC
              MOVE SUB-INP-REF-NO      TO JRN-REF-NO
           ELSE
           END-IF.

           IF NOT SUB-SIM-YES
              PERFORM H120-WRITE-JRN-CHAINED
           END-IF.
       H744-END. EXIT.

       H751-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Cek islemi (Q): cek numarasini cozer ve alt isleme
      *    gore H801-H805'e dagitir. Cek kutugu kapaliysa veya cek
      *    numarasi sayisal degilse islem reddedilir.
      *-----------------------------------------------------------------
       H800-CHEQUE.
           MOVE SUB-INP-PRCSS-TYPE          TO SUB-OUT-PRCSS-TYPE
           MOVE SUB-INP-ID                  TO SUB-OUT-ID
           MOVE SUB-INP-DVZ                 TO SUB-OUT-DVZ
           MOVE SPACES                      TO SUB-OUT-FNAME-FROM
           MOVE SPACES                      TO SUB-OUT-FNAME-TO
           MOVE SPACES                      TO SUB-OUT-LNAME-FROM
           MOVE SPACES                      TO SUB-OUT-LNAME-TO

           IF NOT WS-CHQ-OPEN-YES
              MOVE RSN-FILE-ERROR           TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEK KUTUGU KAPALI     :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-NAME(1:7) NOT NUMERIC
              OR SUB-INP-NAME(1:7) = '0000000'
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ CEK NUMARASI :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-NAME(1:7)        TO WS-CHQ-NO
              PERFORM H109-SET-WORK-DATE
              EVALUATE SUB-INP-XLIT-RULE
                 WHEN 'V'
                    PERFORM H801-ISSUE-CHEQUES
                 WHEN 'S'
                    PERFORM H802-STOP-CHEQUE
                 WHEN 'K'
                    PERFORM H803-LIFT-STOP
                 WHEN 'D'
                    PERFORM H804-CHECK-PRESENTED
                 WHEN 'O'
                    PERFORM H805-MARK-PAID
                 WHEN OTHER
                    MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
                    STRING 'ERR: GECERSIZ CEK ISLEMI   :  '
                        DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-EVALUATE
           END-IF
           END-IF.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H801:Cek karnesi verme: WS-CHQ-NO'dan baslayarak
      *    SUB-INP-AMOUNT adet yapragi V durumuyla kutuge yazar.
      *    Kutukte zaten bulunan yaprak atlanir; hic yaprak
      *    yazilamazsa islem 11 ile reddedilir. Aktif olmayan hesaba
      *    karne verilmez.
      *-----------------------------------------------------------------
       H801-ISSUE-CHEQUES.
           IF NOT IDX-STS-ACTIVE
              PERFORM H787-REJECT-STATUS
           ELSE
           IF SUB-INP-AMOUNT < 1 OR SUB-INP-AMOUNT > WS-CHQ-LEAF-MAX
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: GECERSIZ YAPRAK ADEDI :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-AMOUNT           TO WS-CHQ-LEAVES
              MOVE ZEROES                   TO WS-CHQ-WRITTEN
              PERFORM H801A-ISSUE-ONE-LEAF
                 VARYING WS-CHQ-IDX FROM 1 BY 1
                    UNTIL WS-CHQ-IDX > WS-CHQ-LEAVES
              IF WS-CHQ-WRITTEN = 0
                 MOVE RSN-ALREADY-EXISTS    TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: YAPRAKLAR ZATEN VAR   :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 MOVE RSN-OK                TO SUB-OUT-RETURN-CODE
                 MOVE WS-CHQ-WRITTEN        TO WS-CHQ-DISP
                 STRING 'CEK KARNESI VERILDI YAPRAK:' WS-CHQ-DISP
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF
           END-IF.
       H801-END. EXIT.


      *-----------------------------------------------------------------
      *    H801A:Tek bir cek yapragini V durumuyla yazar.
      *-----------------------------------------------------------------
       H801A-ISSUE-ONE-LEAF.
           MOVE SUB-INP-ID                  TO CHQ-ID
           MOVE SUB-INP-DVZ                 TO CHQ-DVZ
           COMPUTE CHQ-NO = WS-CHQ-NO + WS-CHQ-IDX - 1
           MOVE 'V'                         TO CHQ-STATUS
           MOVE WS-CENT-DATE                TO CHQ-ISSUE-DATE
           MOVE ZEROES                      TO CHQ-STOP-DATE
           MOVE SPACES                      TO CHQ-STOP-REF
           MOVE ZEROES                      TO CHQ-PAID-DATE
           MOVE ZEROES                      TO CHQ-PAID-AMOUNT
           MOVE ZEROES                      TO CHQ-PAID-REF
           IF SUB-SIM-YES
              ADD 1 TO WS-CHQ-WRITTEN
           ELSE
              WRITE CHQ-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CHQ-WRITTEN
              END-WRITE
           END-IF.
       H801A-END. EXIT.


      *-----------------------------------------------------------------
      *    H802:Odeme durdurma (stop) koyar: verilmis ve odenmemis
      *    yapragi S durumuna ceker, tarih ve nedeni saklar.
      *-----------------------------------------------------------------
       H802-STOP-CHEQUE.
           PERFORM H806-READ-CHEQUE.
           IF CHQ-ST = 23
              MOVE RSN-CHQ-UNISSUED         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEK YAPRAGI VERILMEMIS:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF CHQ-STS-PAID
              MOVE RSN-CHQ-PAID             TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEK ZATEN ODENMIS     :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF CHQ-STS-STOPPED
              MOVE RSN-CHQ-STOPPED          TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEKTE ZATEN STOP VAR  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE 'S'                      TO CHQ-STATUS
              MOVE WS-CENT-DATE             TO CHQ-STOP-DATE
              MOVE SUB-INP-SRNAME           TO CHQ-STOP-REF
              PERFORM H807-REWRITE-CHEQUE
              IF SUB-OUT-RETURN-CODE = RSN-OK
                 STRING 'CEK ODEMESI DURDURULDU     :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF
           END-IF
           END-IF.
       H802-END. EXIT.


      *-----------------------------------------------------------------
      *    H803:Stop kaldirma: S durumundaki yapragi yeniden V
      *    durumuna ceker; stopsuz yaprak icin islem reddedilir.
      *-----------------------------------------------------------------
       H803-LIFT-STOP.
           PERFORM H806-READ-CHEQUE.
           IF CHQ-ST = 23
              MOVE RSN-CHQ-UNISSUED         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEK YAPRAGI VERILMEMIS:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF NOT CHQ-STS-STOPPED
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEKTE STOP YOK        :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE 'V'                      TO CHQ-STATUS
              MOVE ZEROES                   TO CHQ-STOP-DATE
              MOVE SPACES                   TO CHQ-STOP-REF
              PERFORM H807-REWRITE-CHEQUE
              IF SUB-OUT-RETURN-CODE = RSN-OK
                 STRING 'CEK STOPU KALDIRILDI       :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF
           END-IF.
       H803-END. EXIT.


      *-----------------------------------------------------------------
      *    H804:Takas sorgusu: ibraz edilen cekin odenebilir olup
      *    olmadigini guncelleme yapmadan bildirir. Hesap dondurulmus
      *    veya kapaliysa 22/23, yaprak verilmemisse 34, odenmisse 35,
      *    stoplu ise 36 doner.
      *-----------------------------------------------------------------
       H804-CHECK-PRESENTED.
           IF NOT IDX-STS-ACTIVE
              PERFORM H787-REJECT-STATUS
           ELSE
              PERFORM H806-READ-CHEQUE
              IF CHQ-ST = 23
                 MOVE RSN-CHQ-UNISSUED      TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: CEK YAPRAGI VERILMEMIS:  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
              IF CHQ-STS-PAID
                 MOVE RSN-CHQ-PAID          TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: CEK ZATEN ODENMIS     :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
              IF CHQ-STS-STOPPED
                 MOVE RSN-CHQ-STOPPED       TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: CEK ODEMESI DURDURULMU:  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 MOVE RSN-OK                TO SUB-OUT-RETURN-CODE
                 STRING 'CEK ODENEBILIR             :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
              END-IF
              END-IF
           END-IF.
       H804-END. EXIT.


      *-----------------------------------------------------------------
      *    H805:Takastan borclandirmasi yapilan yapragi O durumuna
      *    ceker; odeme tarihi, tutari ve takas referansi saklanir.
      *-----------------------------------------------------------------
       H805-MARK-PAID.
           PERFORM H806-READ-CHEQUE.
           IF CHQ-ST = 23
              MOVE RSN-CHQ-UNISSUED         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: CEK YAPRAGI VERILMEMIS:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE 'O'                      TO CHQ-STATUS
              MOVE WS-CENT-DATE             TO CHQ-PAID-DATE
              MOVE SUB-INP-AMOUNT           TO CHQ-PAID-AMOUNT
              MOVE SUB-INP-REF-NO           TO CHQ-PAID-REF
              PERFORM H807-REWRITE-CHEQUE
              IF SUB-OUT-RETURN-CODE = RSN-OK
                 STRING 'CEK ODENDI OLARAK ISLENDI  :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF.
       H805-END. EXIT.


      *-----------------------------------------------------------------
      *    H806:Hesabin WS-CHQ-NO numarali yapragini okur; bulunamazsa
      *    CHQ-ST 23 kalir.
      *-----------------------------------------------------------------
       H806-READ-CHEQUE.
           MOVE SUB-INP-ID                  TO CHQ-ID
           MOVE SUB-INP-DVZ                 TO CHQ-DVZ
           MOVE WS-CHQ-NO                   TO CHQ-NO
           READ CHQ-FILE KEY IS CHQ-KEY
              INVALID KEY
                 MOVE 23 TO CHQ-ST
           END-READ.
       H806-END. EXIT.


      *-----------------------------------------------------------------
      *    H807:Degisen cek yapragini geri yazar; simulasyonda yazim
      *    atlanir.
      *-----------------------------------------------------------------
       H807-REWRITE-CHEQUE.
           IF SUB-SIM-YES
              MOVE RSN-OK                   TO SUB-OUT-RETURN-CODE
           ELSE
              REWRITE CHQ-REC
                 INVALID KEY
                    MOVE RSN-FILE-ERROR     TO SUB-OUT-RETURN-CODE
                    STRING 'ERR: CEK KAYDI YAZILAMADI  :  '
                        DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
                 NOT INVALID KEY
                    MOVE RSN-OK             TO SUB-OUT-RETURN-CODE
              END-REWRITE
           END-IF.
       H807-END. EXIT.


      *-----------------------------------------------------------------
      *    H810:Otomatik odeme talimati islemi (O): kurum kodunu
      *    cozer, talimat kaydini okur ve alt isleme gore H811/H812'ye
      *    dagitir. Talimat kutugu kapaliysa veya kurum kodu bossa
      *    islem reddedilir.
      *-----------------------------------------------------------------
       H810-MANDATE.
           MOVE SUB-INP-PRCSS-TYPE          TO SUB-OUT-PRCSS-TYPE
           MOVE SUB-INP-ID                  TO SUB-OUT-ID
           MOVE SUB-INP-DVZ                 TO SUB-OUT-DVZ
           MOVE SPACES                      TO SUB-OUT-FNAME-FROM
           MOVE SPACES                      TO SUB-OUT-FNAME-TO
           MOVE SPACES                      TO SUB-OUT-LNAME-FROM
           MOVE SPACES                      TO SUB-OUT-LNAME-TO

           IF NOT WS-MND-OPEN-YES
              MOVE RSN-FILE-ERROR           TO SUB-OUT-RETURN-CODE
              STRING 'ERR: TALIMAT KUTUGU KAPALI :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-NAME(1:8) = SPACES
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: KURUM KODU BOS        :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-NAME(1:8)        TO WS-MND-BILLER
              PERFORM H109-SET-WORK-DATE
              PERFORM H813-READ-MANDATE
              EVALUATE SUB-INP-XLIT-RULE
                 WHEN 'E'
                    PERFORM H811-GRANT-MANDATE
                 WHEN 'I'
                    PERFORM H812-CANCEL-MANDATE
                 WHEN OTHER
                    MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
                    STRING 'ERR: GECERSIZ TALIMAT ISLEM:  '
                        DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-EVALUATE
           END-IF
           END-IF.
       H810-END. EXIT.


      *-----------------------------------------------------------------
      *    H811:Talimat verme/yenileme: ust sinir ve son gecerlilik
      *    tarihi dogrulanir; talimat yoksa yazilir, varsa (iptal
      *    edilmis olsa bile) yeni degerlerle A durumuna getirilir.
      *    Aktif olmayan hesaba talimat verilmez.
      *-----------------------------------------------------------------
       H811-GRANT-MANDATE.
           IF NOT IDX-STS-ACTIVE
              PERFORM H787-REJECT-STATUS
           ELSE
           IF SUB-INP-AMOUNT NOT > 0
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: TALIMAT LIMITI GECERSIZ: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF SUB-INP-SRNAME(1:7) NOT NUMERIC
              MOVE RSN-INVALID-DATA         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: TALIMAT TARIHI GECERSIZ: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE SUB-INP-SRNAME(1:7)      TO WS-MND-EXPIRY
              IF WS-MND-EXPIRY NOT = 0
                 AND WS-MND-EXPIRY < WS-CENT-DATE
                 MOVE RSN-MND-EXPIRED       TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: TALIMAT SURESI GECMIS :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 IF WS-MND-FOUND-YES
                    PERFORM H814-BUILD-IMAGE
                    MOVE WS-MND-IMAGE       TO WS-MND-BEFORE
                 ELSE
                    MOVE SPACES             TO WS-MND-BEFORE
                    MOVE WS-MND-BILLER      TO MND-BILLER
                    MOVE SUB-INP-ID         TO MND-ID
                    MOVE SUB-INP-DVZ        TO MND-DVZ
                    MOVE WS-CENT-DATE       TO MND-START-DATE
                 END-IF
                 MOVE SUB-INP-AMOUNT        TO MND-CAP
                 MOVE WS-MND-EXPIRY         TO MND-EXPIRY
                 MOVE 'A'                   TO MND-STATUS
                 MOVE WS-CENT-DATE          TO MND-DATE
                 PERFORM H815-STORE-MANDATE
                 IF SUB-OUT-RETURN-CODE = RSN-OK
                    STRING 'TALIMAT VERILDI/YENILENDI  :  '
                        DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
       H811-END. EXIT.


      *-----------------------------------------------------------------
      *    H812:Talimat iptali: A durumundaki talimati I durumuna
      *    ceker; talimat yoksa veya zaten iptalse 37 ile reddedilir.
      *-----------------------------------------------------------------
       H812-CANCEL-MANDATE.
           IF NOT WS-MND-FOUND-YES OR MND-STS-CANCELLED
              MOVE RSN-MND-NONE             TO SUB-OUT-RETURN-CODE
              STRING 'ERR: TALIMAT YOK VEYA IPTAL:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              PERFORM H814-BUILD-IMAGE
              MOVE WS-MND-IMAGE             TO WS-MND-BEFORE
              MOVE 'I'                      TO MND-STATUS
              MOVE WS-CENT-DATE             TO MND-DATE
              PERFORM H815-STORE-MANDATE
              IF SUB-OUT-RETURN-CODE = RSN-OK
                 STRING 'TALIMAT IPTAL EDILDI       :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF.
       H812-END. EXIT.


      *-----------------------------------------------------------------
      *    H813:Kurum + hesap anahtariyla talimat kaydini okur;
      *    bulunursa WS-MND-FOUND 'Y' olur.
      *-----------------------------------------------------------------
       H813-READ-MANDATE.
           MOVE 'N'                         TO WS-MND-FOUND
           MOVE WS-MND-BILLER               TO MND-BILLER
           MOVE SUB-INP-ID                  TO MND-ID
           MOVE SUB-INP-DVZ                 TO MND-DVZ
           READ MND-FILE KEY IS MND-KEY
              INVALID KEY
                 MOVE 23 TO MND-ST
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MND-FOUND
           END-READ.
       H813-END. EXIT.


      *-----------------------------------------------------------------
      *    H814:Tampondaki talimat kaydinin CAUFILE imajini hazirlar:
      *    kurum kodu, doviz, durum, son gecerlilik tarihi, ust sinir.
      *-----------------------------------------------------------------
       H814-BUILD-IMAGE.
           MOVE MND-BILLER                  TO WS-MND-IMG-BILLER
           MOVE MND-DVZ                     TO WS-MND-IMG-DVZ
           MOVE MND-STATUS                  TO WS-MND-IMG-STATUS
           MOVE MND-EXPIRY                  TO WS-MND-IMG-EXPIRY
           MOVE MND-CAP                     TO WS-MND-IMG-CAP.
       H814-END. EXIT.


      *-----------------------------------------------------------------
      *    H815:Talimat kaydini yazar (yeni) veya geri yazar (mevcut)
      *    ve once/sonra imajini CAUFILE'a O alaniyla duser;
      *    simulasyonda yazim atlanir.
      *-----------------------------------------------------------------
       H815-STORE-MANDATE.
           IF SUB-SIM-YES
              MOVE RSN-OK                   TO SUB-OUT-RETURN-CODE
           ELSE
              IF WS-MND-FOUND-YES
                 REWRITE MND-REC
                    INVALID KEY
                       MOVE RSN-FILE-ERROR  TO SUB-OUT-RETURN-CODE
                    NOT INVALID KEY
                       MOVE RSN-OK          TO SUB-OUT-RETURN-CODE
                 END-REWRITE
              ELSE
                 WRITE MND-REC
                    INVALID KEY
                       MOVE RSN-FILE-ERROR  TO SUB-OUT-RETURN-CODE
                    NOT INVALID KEY
                       MOVE RSN-OK          TO SUB-OUT-RETURN-CODE
                 END-WRITE
              END-IF
              IF SUB-OUT-RETURN-CODE = RSN-OK
                 PERFORM H814-BUILD-IMAGE
                 MOVE 'SUBPROG'             TO CAU-PROGRAM
                 MOVE SUB-INP-ID            TO CAU-ID
                 MOVE 'O'                   TO CAU-FIELD
                 MOVE WS-CENT-DATE          TO CAU-DATE
                 MOVE WS-MND-BEFORE         TO CAU-BEFORE
                 MOVE WS-MND-IMAGE          TO CAU-AFTER
                 PERFORM H122-WRITE-CAU-CHAINED
              ELSE
                 STRING 'ERR: TALIMAT YAZILAMADI    :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
           END-IF.
       H815-END. EXIT.


      *-----------------------------------------------------------------
      *    Acik tutulan tum dosyalari bir kez kapatir ve programin
      *    cagrildigi yere doner.
              IF WS-LIE-OPEN-YES
                 CLOSE LIE-FILE
              END-IF
              IF WS-CHQ-OPEN-YES
                 CLOSE CHQ-FILE
              END-IF
              IF WS-MND-OPEN-YES
                 CLOSE MND-FILE
              END-IF
              IF WS-DLU-OPEN-YES
                 CLOSE DLU-FILE
              END-IF
              CLOSE DLX-FILE
              CLOSE AUD-FILE
              CLOSE CAU-FILE
              CLOSE CDC-FILE
              CLOSE DEL-FILE
              CLOSE JRN-FILE
              PERFORM H130-LOG-CHAINS
              MOVE 'N' TO WS-FILES-OPEN
              MOVE 'N' TO WS-CUS-OPEN
              MOVE 'N' TO WS-LIE-OPEN
              MOVE 'N' TO WS-CHQ-OPEN
              MOVE 'N' TO WS-MND-OPEN
              MOVE 'N' TO WS-DLU-OPEN
           END-IF.
           GOBACK.
      *
