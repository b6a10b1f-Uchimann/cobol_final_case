                             STATUS PRM-ST.
           SELECT OPTIONAL LIM-FILE ASSIGN TO LIMFILE
                             STATUS LIM-ST.
           SELECT OPTIONAL NOS-FILE ASSIGN TO NOSFILE
                             STATUS NOS-ST.
           SELECT PMO-FILE   ASSIGN TO PMOFILE
                             STATUS PMO-ST.
           SELECT OPTIONAL ACN-FILE ASSIGN TO ACNFILE
                             STATUS ACN-ST.
           SELECT OPTIONAL ACL-FILE ASSIGN TO ACLFILE
                             STATUS ACL-ST.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                             STATUS HLD-ST.
           SELECT OPTIONAL WHS-FILE ASSIGN TO WHSFILE
                             STATUS WHS-ST.
           SELECT OPTIONAL MKC-FILE ASSIGN TO MKCFILE
                             STATUS MKC-ST.
           SELECT OPTIONAL REF-FILE ASSIGN TO REFFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             STATUS ALI-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT OPTIONAL PRT-FILE ASSIGN TO PRTFILE
                             STATUS PRT-ST.
           SELECT OPTIONAL XPT-FILE ASSIGN TO XPTFILE
                             STATUS XPT-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
      *          Sube alindi dosyasi: gonderilen her detay kaydi icin
      *          bir satir - kaynagin parti basligindaki kodu, kaydin
      *          referansi ve nihai sonucu. Sonuc kodlari: I=islendi,
      *          B=onay icin askida (buyuk tutar ya da bakim
      *          onayi), E=ileri tarihli (ambarda),
      *          M=mukerrer referans/kayit, S=taninmayan tip
      *          (SUSFILE), R=partisi reddedildi, H=hatali. Sube kendi
      *          gonderimini bu dosyayla mutabakata sokar.
         01  ACK-REC.
           05 ACK-SOURCE               PIC X(08).
           05 ACK-REF-NO               PIC 9(09).
      *          program baslarken buraya A (aktif) kaydi yazar, normal
      *          bitiste R (birakildi) yazar. Aktif kilit varken ikinci
      *          bir guncelleyici baslatilamaz; cokme sonrasi operator
      *          LOKREL ile kilidi zorla birakir. Bolumlu calismada
      *          bolum kilitlerini (her bolum icin araligini tasiyan
      *          bir A kaydi) PRTSPLIT job'undaki PRTLOCK adimi tek
      *          seferde alir, PRTMERGE job'undaki PRTLOCK adimi
      *          birakir; bolumun MAINPROG'u kutuge yazmaz, yalnizca
      *          kendi kilidinin varligini dogrular. Aralik alanlari
      *          bos olan kayit tum dosyayi kilitler; aktif kilitler
      *          kutugun basinda tutuldugundan tek kayit okuyan diger
      *          programlar ilk kayit A oldugu surece baslamaz.
         01  LOK-REC.
           05 LOK-STATUS               PIC X(01).
           05 LOK-PROGRAM              PIC X(08).
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 LOK-ID-LOW               PIC 9(05).
           05 LOK-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(46).
       FD  PRT-FILE RECORDING MODE F.
      *          Bolum karti: PRTSPLIT'in bu calisma icin urettigi tek
      *          kart - bolum numarasi ve IDX-ID araligi. Kart yoksa
      *          (DD DUMMY) program eskisi gibi tum dosyayi kilitleyip
      *          her kaydi isler; capraz bolum son gecisi de bu sekilde
      *          kosulur.
         01  PRT-REC.
           05 PRT-NO                   PIC 9(02).
           05 PRT-ID-LOW               PIC 9(05).
           05 PRT-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(68).
       FD  XPT-FILE RECORDING MODE F.
      *          Capraz bolum dosyasi: bolumlu calismada bu bolumun
      *          araligi disina tasan (kaynagi ya da T hedefi baska
      *          bolumde olan) ve ortak kutuklere (HLDFILE, WHSFILE,
      *          MKCFILE) yazacak kayitlar islenmeden INPFILE duzeninde
      *          buraya yazilir; son seri gecis bunlari isler. Parti
      *          cercevesi korunur: her kaynak partisi icin H basligi
      *          ve yeniden hesaplanmis sayim/hash ile Z kuyrugu.
         01  XPT-REC                   PIC X(113).
         01  XPT-HDR-REC.
           07 XPT-HDR-TYPE             PIC X(01).
           07 XPT-HDR-SOURCE           PIC X(08).
           07 XPT-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  XPT-TRL-REC.
           07 XPT-TRL-TYPE             PIC X(01).
           07 XPT-TRL-COUNT            PIC 9(07).
           07 XPT-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  LIM-FILE RECORDING MODE F.
         01  LIM-REC.
           05 LIM-DVZ                  PIC 9(03).
           05 LIM-THRESHOLD            PIC 9(15).
           05 FILLER                   PIC X(62).
       FD  NOS-FILE RECORDING MODE F.
           COPY NOSREC.
       FD  PMO-FILE RECORDING MODE F.
      *          Giden odeme mesajlari: basariyla islenen her P icin
      *          odeme agina gidecek bir kayit eklenir.
           COPY PMTREC.
       FD  ACN-FILE RECORDING MODE F.
           COPY ACNREC.
       FD  ACL-FILE RECORDING MODE F.
           COPY ACLREC.
       FD  HLD-FILE RECORDING MODE F.
         01  HLD-REC.
           05 HLD-STATUS               PIC X(01).
           05 HLD-XLIT-RULE            PIC X(01).
           05 HLD-DATE                 PIC S9(7)  COMP-3.
           05 HLD-REF-NO               PIC 9(09).
       FD  WHS-FILE RECORDING MODE F.
           COPY WHSREC.
       FD  MKC-FILE RECORDING MODE F.
           COPY MKCREC.
       FD  REF-FILE.
      *          Calismalar arasi islem referans kutugu: burada bulunan
      *          bir referans saklama penceresi icinde zaten islenmis
           07 INP-XLIT-RULE            PIC X(01).
      *          INP-PRCSS-TYPE = 'T' (transfer) icin hedef hesap;
      *          INP-AMOUNT bu islemde transfer tutari olarak kullanilir.
      *          W (hesap acilis) ve N (sube nakli) kayitlarinda
      *          INP-TGT-ID hesabin baglanacagi sube kodunu tasir.
           07 INP-TGT-ID               PIC 9(5).
           07 INP-TGT-DVZ              PIC 9(3).
      *          Sube tarafindan uretilen islem referans numarasi;
      *          islemden once ALIFILE rehberinden ic anahtara
      *          cevrilir. Cozulemeyen numara SUSFILE'a duser.
           07 INP-ALIAS                PIC X(26).
      *          Valor tarihi (CYYAAGG): B/T hareketinin faiz acisindan
      *          gecerli oldugu gun. Bos/sifir ise islem gunu esastir;
      *          geri veya ileri valorlu hareketin faiz farkini INTACCR
      *          sonraki calismasinda ayri bir duzeltme olarak isler.
           07 INP-VALUE-DATE           PIC 9(07).
      *          Yururluk tarihi (CYYAAGG): is gununden ileri bir tarih
      *          tasiyan kayit islenmez, ileri tarihli kayit ambarina
      *          (WHSFILE) park edilir; WHSREL o gun geldiginde kaydi
      *          orijinal referansiyla INPFILE'a geri besler. Bos/sifir
      *          ise kayit hemen islenir.
           07 INP-EFF-DATE             PIC 9(07).
      *          Kaydi giren (ya da V kaydinda onaylayan) operatorun
      *          kimligi. F/G/K/L/X/Y/U/M/N bakim kayitlari ve esik
      *          ustu P odemeleri hemen islenmez, bakim onay kutugune
      *          (MKCFILE) park edilir; ancak farkli bir operatorden
      *          ayni referansla gelen V (onay) kaydiyla uygulanir.
      *          P (bankalararasi giden odeme) kaydinda INP-ID/DVZ
      *          borclanan musteri hesabi, INP-NAME(1:11) lehdar
      *          bankasinin kodu, INP-SRNAME lehdar adi, INP-ALIAS
      *          lehdarin diger bankadaki hesap numarasidir; alacak
      *          bacagi dovizin NOSFILE'daki nostro hesabina yazilir.
           07 INP-OPER-ID              PIC X(08).
      *          Subeden gelen dosyanin basindaki parti kontrol basligi
      *          (H) ve sonundaki parti kontrol kuyrugu (Z); kuyruk,
      *          detay sayisini ve tutarlarin mutlak deger toplamindan
           07 INP-HDR-TYPE             PIC X(01).
           07 INP-HDR-SOURCE           PIC X(08).
           07 INP-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  INP-TRL-REC.
           07 INP-TRL-TYPE             PIC X(01).
           07 INP-TRL-COUNT            PIC 9(07).
           07 INP-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-SUBPROG               PIC X(08)  VALUE 'SUBPROG'.
           05 LIM-ST                   PIC 9(02).
              88 LIM-EOF                          VALUE 10.
              88 LIM-SUCCES                       VALUE 00 97.
           05 NOS-ST                   PIC 9(02).
              88 NOS-EOF                          VALUE 10.
              88 NOS-SUCCES                       VALUE 00 97.
           05 PMO-ST                   PIC 9(02).
           05 ACN-ST                   PIC 9(02).
              88 ACN-SUCCES                       VALUE 00 97.
           05 ACL-ST                   PIC 9(02).
              88 ACL-EOF                          VALUE 10.
              88 ACL-SUCCES                       VALUE 00 97.
           05 HLD-ST                   PIC 9(02).
              88 HLD-EOF                          VALUE 10.
              88 HLD-SUCCES                       VALUE 00 97.
           05 WHS-ST                   PIC 9(02).
              88 WHS-EOF                          VALUE 10.
              88 WHS-SUCCES                       VALUE 00 97.
           05 MKC-ST                   PIC 9(02).
              88 MKC-EOF                          VALUE 10.
              88 MKC-SUCCES                       VALUE 00 97.
           05 REF-ST                   PIC 9(02).
              88 REF-SUCCES                       VALUE 00 05 97.
           05 WS-REF-OPEN              PIC X(01) VALUE 'N'.
           05 WS-LIM-ENTRY OCCURS 10 TIMES.
              07 WS-LIM-DVZ            PIC 9(03).
              07 WS-LIM-THRESHOLD      PIC S9(15) COMP-3.
         01  WS-NOS-AREA.
      *          Doviz bazinda nostro/takas hesaplari NOSFILE'dan
      *          yuklenir; P odemesinin alacak bacagi islemin dovizine
      *          ait hesaba yazilir. Karti olmayan dovizde P 48 koduyla
      *          reddedilir.
           05 WS-NOS-COUNT             PIC 9(02) VALUE 0.
           05 WS-NOS-MAX               PIC 9(02) VALUE 10.
           05 WS-NOS-IDX               PIC 9(02).
           05 WS-NOS-SEL               PIC 9(02) VALUE 0.
           05 WS-CNT-PMT-OUT           PIC 9(07) VALUE 0.
           05 WS-NOS-ENTRY OCCURS 10 TIMES.
              07 WS-NOS-DVZ            PIC 9(03).
              07 WS-NOS-ID             PIC 9(05).
              07 WS-NOS-BANK           PIC X(11).
         01  WS-ACN-AREA.
      *          Hesap numarasi tahsisi: ACNFILE kontrol karti calisma
      *          basinda okunur, ACLFILE tahsis kutugundeki en yuksek
      *          sira numarasiyla karsilastirilir. ID'si sifir gelen
      *          W'ye sonraki kontrol haneli numara verilir; kart
      *          yoksa tahsis yapilmaz ve boyle W 49 ile reddedilir.
           05 WS-ACN-LOADED            PIC X(01) VALUE 'N'.
              88 WS-ACN-LOADED-YES               VALUE 'Y'.
           05 WS-ACN-NEXT              PIC 9(05) VALUE 0.
           05 WS-ACN-LEGACY            PIC 9(05) VALUE 0.
           05 WS-ACN-LOG-MAX           PIC 9(04) VALUE 0.
           05 WS-ACN-COUNT             PIC 9(07) VALUE 0.
           05 WS-ACN-CAND-ID           PIC 9(05) VALUE 0.
           05 WS-ACN-TRIES             PIC 9(02) VALUE 0.
           05 WS-ACN-MAX-TRIES         PIC 9(02) VALUE 10.
           05 WS-ACN-DONE              PIC X(01) VALUE 'N'.
              88 WS-ACN-DONE-YES                 VALUE 'Y'.
           05 WS-ACN-STATUS            PIC X(01).
           05 WS-CNT-ACN-ALLOC         PIC 9(07) VALUE 0.
           05 WS-ACN-TIME              PIC 9(08).
      *          Kontrol hanesi hesabi: 4 haneli sira numarasi soldan
      *          5,4,3,2 ile agirliklandirilir; 11 - (toplam mod 11)
      *          kontrol hanesidir (11 ise 0; 10 cikan sira numarasi
      *          kullanilmaz).
           05 WS-CD-ID                 PIC 9(05).
           05 WS-CD-DIGITS REDEFINES WS-CD-ID.
              07 WS-CD-D1              PIC 9(01).
              07 WS-CD-D2              PIC 9(01).
              07 WS-CD-D3              PIC 9(01).
              07 WS-CD-D4              PIC 9(01).
              07 WS-CD-CHECK           PIC 9(01).
           05 WS-CD-SUM                PIC 9(03).
           05 WS-CD-QUOT               PIC 9(03).
           05 WS-CD-REM                PIC 9(02).
           05 WS-CD-RESULT             PIC 9(02).
         01  WS-HLD-AREA.
      *          Askidaki (onay bekleyen) kayitlar calisma basinda
      *          HLDFILE'dan bu tabloya yuklenir; yeni askiya alinan
              07 WS-HLD-XLIT-RULE      PIC X(01).
              07 WS-HLD-DATE           PIC S9(7)  COMP-3.
              07 WS-HLD-REF-NO         PIC 9(09).
         01  WS-WHS-AREA.
      *          Ileri tarihli kayit ambari: WHSFILE calisma basinda
      *          bu tabloya yuklenir; yururluk tarihi is gununden ileri
      *          olan detay kayitlari islenmeden eklenir (P), E
      *          (ambar iptali) girisleri eslesen bekleyen kaydi I
      *          durumuna ceker ve tablo H999'da WHSFILE'a geri
      *          yazilir. Yururluk gunu gelen kayitlari WHSREL serbest
      *          birakir.
           05 WS-WHS-COUNT             PIC 9(03) VALUE 0.
           05 WS-WHS-MAX               PIC 9(03) VALUE 500.
           05 WS-WHS-IDX               PIC 9(03).
           05 WS-WHS-SEL               PIC 9(03).
           05 WS-WHS-TODAY             PIC 9(07).
           05 WS-WHS-LOADED            PIC X(01) VALUE 'N'.
              88 WS-WHS-LOADED-YES               VALUE 'Y'.
           05 WS-WHS-FOUND             PIC X(01) VALUE 'N'.
              88 WS-WHS-FOUND-YES                VALUE 'Y'.
           05 WS-WHS-FUTURE            PIC X(01) VALUE 'N'.
              88 WS-WHS-FUTURE-YES               VALUE 'Y'.
           05 WS-CNT-PARKED            PIC 9(07) VALUE 0.
           05 WS-CNT-WHS-CANCEL        PIC 9(07) VALUE 0.
           05 WS-WHS-ENTRY OCCURS 500 TIMES.
              07 WS-WHS-STATUS         PIC X(01).
              07 WS-WHS-EFF-DATE       PIC 9(07).
              07 WS-WHS-PARK-DATE      PIC 9(07).
              07 WS-WHS-ACT-DATE       PIC 9(07).
              07 WS-WHS-SOURCE         PIC X(08).
              07 WS-WHS-ID             PIC 9(05).
              07 WS-WHS-DVZ            PIC 9(03).
              07 WS-WHS-REF-NO         PIC 9(09).
              07 WS-WHS-INPUT          PIC X(113).
         01  WS-MKC-AREA.
      *          Bakim islemleri onay kutugu: MKCFILE calisma basinda
      *          bu tabloya yuklenir; F/G/K/L/X/Y/U/M/N ve esik ustu
      *          P kayitlari uygulanmadan giren operatorle eklenir
      *          (P), V (onay) girisleri eslesen bekleyen kaydi
      *          uygular ya da reddeder ve tablo H999'da MKCFILE'a
      *          geri yazilir.
      *          Suresi dolan kayitlari MKCRPT kapatir.
           05 WS-MKC-COUNT             PIC 9(03) VALUE 0.
           05 WS-MKC-MAX               PIC 9(03) VALUE 500.
           05 WS-MKC-IDX               PIC 9(03).
           05 WS-MKC-SEL               PIC 9(03).
           05 WS-MKC-LOADED            PIC X(01) VALUE 'N'.
              88 WS-MKC-LOADED-YES               VALUE 'Y'.
           05 WS-MKC-FOUND             PIC X(01) VALUE 'N'.
              88 WS-MKC-FOUND-YES                VALUE 'Y'.
           05 WS-CNT-MKC-PARKED        PIC 9(07) VALUE 0.
           05 WS-CNT-MKC-APPLIED       PIC 9(07) VALUE 0.
           05 WS-CNT-MKC-DECLINED      PIC 9(07) VALUE 0.
           05 WS-MKC-ENTRY OCCURS 500 TIMES.
              07 WS-MKC-STATUS         PIC X(01).
              07 WS-MKC-ENTRY-DATE     PIC 9(07).
              07 WS-MKC-ACT-DATE       PIC 9(07).
              07 WS-MKC-MAKER          PIC X(08).
              07 WS-MKC-CHECKER        PIC X(08).
              07 WS-MKC-RESULT         PIC 9(02).
              07 WS-MKC-SOURCE         PIC X(08).
              07 WS-MKC-ID             PIC 9(05).
              07 WS-MKC-DVZ            PIC 9(03).
              07 WS-MKC-REF-NO         PIC 9(09).
              07 WS-MKC-INPUT          PIC X(113).
      *          Onaylanan bakim kaydinin alan bazinda gorunumu;
      *          SUBPROG cagrisi bu alanlardan beslenir.
           COPY MKCREC REPLACING LEADING ==MKC== BY ==MKW==.
         01  WS-DUP-AREA.
      *          Bu calistirmada W (create) ile islenmis ID/DVZ
      *          ciftlerini tutar; ayni calistirmada tekrar eden bir
           05 WS-DUP-ENTRY OCCURS 9999 TIMES.
              07 WS-DUP-ID            PIC 9(05).
              07 WS-DUP-DVZ           PIC 9(03).
         01  WS-PRT-AREA.
      *          Bolumlu calisma: PRTFILE karti geldiyse program yalniz
      *          kartin IDX-ID araligindaki hesaplari gunceller; bu
      *          aralik icin PRTLOCK'un aldigi kilidi LOKFILE'da arar.
      *          Kart yoksa aralik tum dosyadir (0-99999).
           05 PRT-ST                   PIC 9(02).
           05 XPT-ST                   PIC 9(02).
           05 WS-PRT-OPTION            PIC X(01) VALUE 'N'.
              88 WS-PRT-ENABLED                  VALUE 'Y'.
           05 WS-PRT-NO                PIC 9(02) VALUE 0.
           05 WS-PRT-LOW               PIC 9(05) VALUE 0.
           05 WS-PRT-HIGH              PIC 9(05) VALUE 99999.
           05 WS-XPT-OPEN              PIC X(01) VALUE 'N'.
              88 WS-XPT-OPEN-YES                 VALUE 'Y'.
           05 WS-XPT-ROUTE             PIC X(01) VALUE 'N'.
              88 WS-XPT-ROUTE-YES                VALUE 'Y'.
      *          XPTFILE'da basligi yazilmis son parti (parti tablosu
      *          sirasi) ve o partinin sayim/hash toplayicilari.
           05 WS-XPT-PTY               PIC 9(02) VALUE 0.
           05 WS-XPT-PTY-OPEN          PIC X(01) VALUE 'N'.
              88 WS-XPT-PTY-OPEN-YES             VALUE 'Y'.
           05 WS-XPT-DTL-CNT           PIC 9(07) VALUE 0.
           05 WS-XPT-HASH              PIC 9(15) VALUE 0.
           05 WS-XPT-HASH-ACC          PIC S9(17) COMP-3 VALUE 0.
           05 WS-CNT-XPT               PIC 9(07) VALUE 0.
           05 WS-LOK-CONFLICT          PIC X(01) VALUE 'N'.
              88 WS-LOK-CONFLICT-YES             VALUE 'Y'.
           05 WS-LOK-OWN               PIC X(01) VALUE 'N'.
              88 WS-LOK-OWN-YES                  VALUE 'Y'.
           COPY RSNCODE.
           COPY CALLAREA.
       PROCEDURE DIVISION.
      *    isaretleyip paragrafi sonlandirir.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H108-READ-PARTITION.
           PERFORM H116-ACQUIRE-LOCK.

           OPEN INPUT  INP-FILE.
           PERFORM H119-PREVALIDATE-BATCH.

           PERFORM H111-LOAD-LIMITS.
           PERFORM H128-LOAD-NOSTROS.
           PERFORM H131-LOAD-ACCT-CONTROL.
           PERFORM H113-LOAD-HOLDS.
           PERFORM H123-LOAD-WAREHOUSE.
           PERFORM H125-LOAD-MAINT.
           PERFORM H115-OPEN-REF-REGISTRY.
           PERFORM H121-OPEN-ALIAS-DIR.

               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           IF WS-PRT-ENABLED
              MOVE 'BOLUM'    TO WS-RLG-EVENT
              MOVE SPACES     TO WS-RLG-DETAIL
              STRING 'BOLUM=' WS-PRT-NO
                     ' ARALIK=' WS-PRT-LOW '-' WS-PRT-HIGH
                  DELIMITED BY SIZE INTO WS-RLG-DETAIL
              PERFORM H290-WRITE-RUNLOG
           END-IF.

           PERFORM H120-CHECK-RESTART.
           PERFORM H127-OPEN-CROSS-FILE.

           READ INP-FILE
           MOVE WS-PRT-NO TO SUB-INP-PART-NO
           MOVE 'N' TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H108:PRTFILE'da bir bolum karti varsa calisma bolumlu
      *    yurur: kartin IDX-ID araligi icin kilit dogrulanir ve
      *    yalnizca bu araliktaki hesaplar guncellenir. Bozuk kart tum
      *    dosyaya sessizce genisletilmez; kilide bakilmadan RC 16 ile
      *    durulur.
      *-----------------------------------------------------------------
       H108-READ-PARTITION.
           OPEN INPUT PRT-FILE.
           IF PRT-ST = 0
              READ PRT-FILE
              IF PRT-ST = 0
                 IF PRT-NO NUMERIC AND PRT-ID-LOW NUMERIC
                    AND PRT-ID-HIGH NUMERIC
                    AND PRT-ID-LOW <= PRT-ID-HIGH
                    MOVE 'Y'         TO WS-PRT-OPTION
                    MOVE PRT-NO      TO WS-PRT-NO
                    MOVE PRT-ID-LOW  TO WS-PRT-LOW
                    MOVE PRT-ID-HIGH TO WS-PRT-HIGH
                    DISPLAY 'BOLUMLU CALISMA: BOLUM=' WS-PRT-NO
                            ' ARALIK=' WS-PRT-LOW '-' WS-PRT-HIGH
                 ELSE
                    DISPLAY 'BOLUM KARTI GECERSIZ: ' PRT-REC
                    PERFORM H109-SET-WORK-DATE
                    MOVE 'MAINPROG'   TO ABD-PROGRAM
                    MOVE 'PRTFILE'    TO ABD-FAILED-FILE
                    MOVE 95           TO ABD-STATUS
                    MOVE WS-CENT-DATE TO ABD-DATE
                    MOVE PRT-REC      TO ABD-LAST-INPUT
                    CLOSE PRT-FILE
                    OPEN EXTEND ABD-FILE
                    IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
                        OPEN OUTPUT ABD-FILE
                    END-IF
                    WRITE ABD-REC
                    CLOSE ABD-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              CLOSE PRT-FILE
           END-IF.
       H108-END. EXIT.


      *-----------------------------------------------------------------
      *    H107:PRMFILE'da bir kontrol karti varsa ilk alanindan CSV
      *    secenegini ('Y' ise OUTFILE ile birlikte virgulle ayrilmis
       H112-END. EXIT.


      *-----------------------------------------------------------------
      *    H128:NOSFILE'daki doviz bazinda nostro/takas hesabi
      *    kartlarini tabloya yukler; dosya yoksa P odemesi yapilmaz.
      *-----------------------------------------------------------------
       H128-LOAD-NOSTROS.
           OPEN INPUT NOS-FILE.
           IF NOS-SUCCES
              READ NOS-FILE
              PERFORM H129-LOAD-ONE-NOSTRO UNTIL NOS-EOF
              CLOSE NOS-FILE
           END-IF.
       H128-END. EXIT.


      *-----------------------------------------------------------------
      *    H129:Okunan nostro kartini tabloya ekler.
      *-----------------------------------------------------------------
       H129-LOAD-ONE-NOSTRO.
           IF NOS-DVZ NUMERIC AND NOS-ID NUMERIC
              IF WS-NOS-COUNT < WS-NOS-MAX
                 ADD 1 TO WS-NOS-COUNT
                 MOVE NOS-DVZ  TO WS-NOS-DVZ(WS-NOS-COUNT)
                 MOVE NOS-ID   TO WS-NOS-ID(WS-NOS-COUNT)
                 MOVE NOS-BANK TO WS-NOS-BANK(WS-NOS-COUNT)
              ELSE
                 DISPLAY 'NOSTRO TABLOSU DOLDU, KART ATLANDI'
              END-IF
           ELSE
              DISPLAY 'NOSTRO KARTI GECERSIZ: ' NOS-REC
           END-IF.
           READ NOS-FILE.
       H129-END. EXIT.


      *-----------------------------------------------------------------
      *    H131:Hesap numarasi tahsis kontrol kartini (ACNFILE) okur ve
      *    tahsis kutugundeki (ACLFILE) en yuksek sira numarasini
      *    bulur. Sonraki sira numarasi eski (kontrol hanesiz)
      *    numaralarin ustunde ve kutukte verilmis her numaranin
      *    ilerisinde olacak sekilde ayarlanir; kart yedekten
      *    donulmus olsa bile numara tekrar verilmez.
      *-----------------------------------------------------------------
       H131-LOAD-ACCT-CONTROL.
           OPEN INPUT ACN-FILE.
           IF ACN-SUCCES OR ACN-ST = 05
              READ ACN-FILE
              IF ACN-ST = 0
                 AND ACN-NEXT-SERIAL NUMERIC
                 AND ACN-LEGACY-HIGH NUMERIC
                 MOVE 'Y'             TO WS-ACN-LOADED
                 MOVE ACN-NEXT-SERIAL TO WS-ACN-NEXT
                 MOVE ACN-LEGACY-HIGH TO WS-ACN-LEGACY
                 IF ACN-ALLOC-COUNT NUMERIC
                    MOVE ACN-ALLOC-COUNT TO WS-ACN-COUNT
                 END-IF
              ELSE
                 DISPLAY 'ACNFILE KARTI YOK/GECERSIZ, HESAP NUMARASI'
                         ' TAHSISI KAPALI'
              END-IF
              CLOSE ACN-FILE
           END-IF.

           IF WS-ACN-LOADED-YES
              IF WS-ACN-NEXT * 10 NOT > WS-ACN-LEGACY
                 COMPUTE WS-ACN-NEXT = WS-ACN-LEGACY / 10 + 1
              END-IF
              OPEN INPUT ACL-FILE
              IF ACL-SUCCES OR ACL-ST = 05
                 READ ACL-FILE
                 PERFORM H132-SCAN-ONE-ALLOC UNTIL ACL-EOF
                 CLOSE ACL-FILE
              END-IF
              IF WS-ACN-LOG-MAX NOT < WS-ACN-NEXT
                 DISPLAY 'ACNFILE TAHSIS KUTUGUNUN GERISINDE, SIRA '
                         WS-ACN-LOG-MAX ' SONRASINDAN DEVAM EDILIYOR'
                 COMPUTE WS-ACN-NEXT = WS-ACN-LOG-MAX + 1
              END-IF
           END-IF.
       H131-END. EXIT.


      *-----------------------------------------------------------------
      *    H132:Tahsis kutugunun okunan kaydinin sira numarasini
      *    simdiye kadarki en yuksek numarayla karsilastirir.
      *-----------------------------------------------------------------
       H132-SCAN-ONE-ALLOC.
           IF ACL-SERIAL NUMERIC
              AND ACL-SERIAL > WS-ACN-LOG-MAX
              MOVE ACL-SERIAL TO WS-ACN-LOG-MAX
           END-IF.
           READ ACL-FILE.
       H132-END. EXIT.


      *-----------------------------------------------------------------
      *    H113:Onceki calismalardan askida kalan kayitlari HLDFILE'dan
      *    tabloya yukler; tablo H999'da dosyaya geri yazilir.


      *-----------------------------------------------------------------
      *    H123:Ileri tarihli kayit ambarini WHSFILE'dan tabloya
      *    yukler; tablo H999'da dosyaya geri yazilir.
      *-----------------------------------------------------------------
       H123-LOAD-WAREHOUSE.
           OPEN INPUT WHS-FILE.
           IF WHS-SUCCES OR WHS-ST = 05
              MOVE 'Y' TO WS-WHS-LOADED
              READ WHS-FILE
              PERFORM H124-LOAD-ONE-WHS UNTIL WHS-EOF
              CLOSE WHS-FILE
           END-IF.
       H123-END. EXIT.


      *-----------------------------------------------------------------
      *    H124:Okunan ambar kaydini tabloya ekler. Tablo dolarsa
      *    dosya geri yazilmaz ki fazla kayitlar silinmesin.
      *-----------------------------------------------------------------
       H124-LOAD-ONE-WHS.
           IF WS-WHS-COUNT < WS-WHS-MAX
              ADD 1 TO WS-WHS-COUNT
              MOVE WHS-STATUS    TO WS-WHS-STATUS(WS-WHS-COUNT)
              MOVE WHS-EFF-DATE  TO WS-WHS-EFF-DATE(WS-WHS-COUNT)
              MOVE WHS-PARK-DATE TO WS-WHS-PARK-DATE(WS-WHS-COUNT)
              MOVE WHS-ACT-DATE  TO WS-WHS-ACT-DATE(WS-WHS-COUNT)
              MOVE WHS-SOURCE    TO WS-WHS-SOURCE(WS-WHS-COUNT)
              MOVE WHS-ID        TO WS-WHS-ID(WS-WHS-COUNT)
              MOVE WHS-DVZ       TO WS-WHS-DVZ(WS-WHS-COUNT)
              MOVE WHS-REF-NO    TO WS-WHS-REF-NO(WS-WHS-COUNT)
              MOVE WHS-INPUT     TO WS-WHS-INPUT(WS-WHS-COUNT)
           ELSE
              DISPLAY 'AMBAR TABLOSU DOLDU, WHSFILE KORUNACAK'
              MOVE 'N' TO WS-WHS-LOADED
           END-IF.
           READ WHS-FILE.
       H124-END. EXIT.


      *-----------------------------------------------------------------
      *    H125:Onay bekleyen bakim kayitlarini MKCFILE'dan tabloya
      *    yukler; tablo H999'da dosyaya geri yazilir.
      *-----------------------------------------------------------------
       H125-LOAD-MAINT.
           OPEN INPUT MKC-FILE.
           IF MKC-SUCCES OR MKC-ST = 05
              MOVE 'Y' TO WS-MKC-LOADED
              READ MKC-FILE
              PERFORM H126-LOAD-ONE-MAINT UNTIL MKC-EOF
              CLOSE MKC-FILE
           END-IF.
       H125-END. EXIT.


      *-----------------------------------------------------------------
      *    H126:Okunan bakim onay kaydini tabloya ekler. Tablo dolarsa
      *    dosya geri yazilmaz ki fazla kayitlar silinmesin.
      *-----------------------------------------------------------------
       H126-LOAD-ONE-MAINT.
           IF WS-MKC-COUNT < WS-MKC-MAX
              ADD 1 TO WS-MKC-COUNT
              MOVE MKC-STATUS     TO WS-MKC-STATUS(WS-MKC-COUNT)
              MOVE MKC-ENTRY-DATE TO WS-MKC-ENTRY-DATE(WS-MKC-COUNT)
              MOVE MKC-ACT-DATE   TO WS-MKC-ACT-DATE(WS-MKC-COUNT)
              MOVE MKC-MAKER      TO WS-MKC-MAKER(WS-MKC-COUNT)
              MOVE MKC-CHECKER    TO WS-MKC-CHECKER(WS-MKC-COUNT)
              MOVE MKC-RESULT     TO WS-MKC-RESULT(WS-MKC-COUNT)
              MOVE MKC-SOURCE     TO WS-MKC-SOURCE(WS-MKC-COUNT)
              MOVE MKC-ID         TO WS-MKC-ID(WS-MKC-COUNT)
              MOVE MKC-DVZ        TO WS-MKC-DVZ(WS-MKC-COUNT)
              MOVE MKC-REF-NO     TO WS-MKC-REF-NO(WS-MKC-COUNT)
              MOVE MKC-INPUT      TO WS-MKC-INPUT(WS-MKC-COUNT)
           ELSE
              DISPLAY 'BAKIM ONAY TABLOSU DOLDU, MKCFILE KORUNACAK'
              MOVE 'N' TO WS-MKC-LOADED
           END-IF.
           READ MKC-FILE.
       H126-END. EXIT.


      *-----------------------------------------------------------------
      *    H116:Calisma kilidini alir. LOKFILE'da herhangi bir aktif
      *    (A) kilit varsa ikinci bir guncelleyici baslatilmaz - kilit
      *    sahibi ABDFILE'a dusulur ve program RC 77 ile durur; yoksa
      *    A kaydi yazilarak kilit alinir. Bolumlu calismada kutuge
      *    yazilmaz: bolum kilidi PRTLOCK tarafindan onceden alinmis
      *    olmalidir (H116B); bulunamazsa program yine RC 77 ile
      *    durur.
      *-----------------------------------------------------------------
       H116-ACQUIRE-LOCK.
           IF WS-PRT-ENABLED
              PERFORM H116B-CHECK-PARTITION-LOCK
           ELSE
              MOVE 'N' TO WS-LOK-CONFLICT
              OPEN INPUT LOK-FILE
              IF LOK-SUCCES
                 READ LOK-FILE
                 PERFORM H116A-SCAN-LOCK
                    UNTIL LOK-EOF OR WS-LOK-CONFLICT-YES
                 IF WS-LOK-CONFLICT-YES
                    DISPLAY 'AKTIF CALISMA KILIDI VAR, SAHIBI: '
                            LOK-PROGRAM ' ' LOK-DATE ' ' LOK-TIME
                    DISPLAY 'KILITLI ARALIK: ' LOK-ID-LOW '-'
                            LOK-ID-HIGH
                    CLOSE LOK-FILE
                    PERFORM H118-LOG-LOCK-HOLDER
                    MOVE 77 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE LOK-FILE
              END-IF
              OPEN OUTPUT LOK-FILE
              IF LOK-SUCCES
                 MOVE SPACES      TO LOK-REC
                 MOVE 'A'         TO LOK-STATUS
                 MOVE 'MAINPROG'  TO LOK-PROGRAM
                 PERFORM H109-SET-WORK-DATE
                 MOVE WS-CENT-DATE TO LOK-DATE
                 ACCEPT WS-LOK-TIME FROM TIME
                 MOVE WS-LOK-TIME TO LOK-TIME
                 WRITE LOK-REC
                 CLOSE LOK-FILE
                 MOVE 'Y' TO WS-LOCK-HELD
              ELSE
                 DISPLAY 'LOKFILE YAZILAMADI: ' LOK-ST
              END-IF
           END-IF.
       H116-END. EXIT.


      *-----------------------------------------------------------------
      *    H116A:Okunan kilit kaydi aktifse (bolum kilidi dahil) tum
      *    dosyayi isteyen bu calismayla cakisir; kayit LOK-REC'te
      *    birakilir.
      *-----------------------------------------------------------------
       H116A-SCAN-LOCK.
           IF LOK-STATUS = 'A'
              SET WS-LOK-CONFLICT-YES TO TRUE
           ELSE
              READ LOK-FILE
           END-IF.
       H116A-END. EXIT.


      *-----------------------------------------------------------------
      *    H116B:Bolumlu calismada bu bolumun kilidini dogrular:
      *    LOKFILE'da bolumun araligini tasiyan aktif bir MAINPROG
      *    kaydi aranir. Kutuk bu adimda salt okunur; bolumler ayni
      *    anda kosarken kilit kutugunu yeniden yazan olmaz. Kilit
      *    yoksa (PRTLOCK kosmamis ya da kilit LOKREL ile birakilmis)
      *    bolum hic baslamadan RC 77 ile durur.
      *-----------------------------------------------------------------
       H116B-CHECK-PARTITION-LOCK.
           MOVE 'N' TO WS-LOK-OWN.
           OPEN INPUT LOK-FILE.
           IF LOK-SUCCES
              READ LOK-FILE
              PERFORM H116C-FIND-OWN-LOCK
                 UNTIL LOK-EOF OR WS-LOK-OWN-YES
              CLOSE LOK-FILE
           END-IF.
           IF NOT WS-LOK-OWN-YES
              DISPLAY 'BOLUM KILIDI BULUNAMADI, ARALIK: '
                      WS-PRT-LOW '-' WS-PRT-HIGH
              PERFORM H109-SET-WORK-DATE
              MOVE 'MAINPROG'   TO ABD-PROGRAM
              MOVE 'LOKFILE'    TO ABD-FAILED-FILE
              MOVE 91           TO ABD-STATUS
              MOVE WS-CENT-DATE TO ABD-DATE
              MOVE SPACES       TO ABD-LAST-INPUT
              STRING 'BOLUM KILIDI YOK: ARALIK=' DELIMITED BY SIZE
                     WS-PRT-LOW                  DELIMITED BY SIZE
                     '-'                         DELIMITED BY SIZE
                     WS-PRT-HIGH                 DELIMITED BY SIZE
                     INTO ABD-LAST-INPUT
              END-STRING
              OPEN EXTEND ABD-FILE
              IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
                  OPEN OUTPUT ABD-FILE
              END-IF
              WRITE ABD-REC
              CLOSE ABD-FILE
              MOVE 77 TO RETURN-CODE
              STOP RUN
           END-IF.
       H116B-END. EXIT.


       H116C-FIND-OWN-LOCK.
           IF LOK-STATUS = 'A'
              AND LOK-PROGRAM = 'MAINPROG'
              AND LOK-ID-LOW NUMERIC AND LOK-ID-HIGH NUMERIC
              AND LOK-ID-LOW = WS-PRT-LOW
              AND LOK-ID-HIGH = WS-PRT-HIGH
              SET WS-LOK-OWN-YES TO TRUE
           ELSE
              READ LOK-FILE
           END-IF.
       H116C-END. EXIT.


      *-----------------------------------------------------------------
      *    H117:Normal bitiste kilidi birakir (R kaydi yazar). Bolumlu
      *    calisma kilidi kendisi almadigindan birakmaz; bolum
      *    kilitleri PRTMERGE job'unda PRTLOCK ile birakilir.
      *-----------------------------------------------------------------
       H117-RELEASE-LOCK.
           IF WS-LOCK-HELD-YES
           END-IF.

      *    Ic anahtari bos, dis numarasi dolu kayit once rehberden
      *    cevrilir; cozulemeyen kayit islem dagitimina girmez. P
      *    kaydinin dis numarasi lehdarin diger bankadaki hesabidir,
      *    rehbere sorulmaz.
           MOVE 'N' TO WS-ALI-REJ.
           IF INP-ID = 0 AND INP-ALIAS NOT = SPACES
              AND INP-PRCSS-TYPE NOT = 'P'
              PERFORM H206-TRANSLATE-ALIAS
           END-IF.

           MOVE INP-TGT-ID                  TO SUB-INP-TGT-ID
           MOVE INP-TGT-DVZ                 TO SUB-INP-TGT-DVZ
           MOVE INP-REF-NO                  TO SUB-INP-REF-NO
           IF INP-VALUE-DATE NUMERIC
              MOVE INP-VALUE-DATE           TO SUB-INP-VALUE-DATE
           ELSE
              MOVE ZEROES                   TO SUB-INP-VALUE-DATE
           END-IF

           PERFORM H209-CHECK-FUTURE.

      *    Bolumlu calismada bu bolumde islenemeyecek kayit capraz
      *    bolum dosyasina ayrilir; cikti ve alindi satirini son
      *    seri gecis uretir.
           MOVE 'N' TO WS-XPT-ROUTE.
           IF WS-PRT-ENABLED
              PERFORM H208-CHECK-PARTITION
           END-IF.

           IF WS-XPT-ROUTE-YES
              PERFORM H208A-ROUTE-CROSS-PARTITION
           ELSE
              PERFORM H203A-POST-DETAIL
           END-IF.
       H203-END. EXIT.


      *-----------------------------------------------------------------
      *    H203A:Detay kaydini islem tipine gore dagitir, sonucu
      *    OUTFILE'a (ve istenirse CSVFILE'a) yazar, alindi satirini
      *    uretir, sayaclari gunceller ve sonraki kaydi okur.
      *-----------------------------------------------------------------
       H203A-POST-DETAIL.
           IF WS-ALI-REJ-YES
              CONTINUE
           ELSE
           IF WS-PTY-CUR > 0
              AND WS-PTY-STATUS(WS-PTY-CUR) = 'R'
              PERFORM H199-ROUTE-PARTY-REJECT
           ELSE
           IF WS-WHS-FUTURE-YES
              PERFORM H210-PARK-FUTURE
           ELSE
              IF INP-PRCSS-TYPE = 'R'
                 CALL WS-SUBPROG USING WS-SUB-AREA
              ELSE IF INP-PRCSS-TYPE = 'D'
                 CALL WS-SUBPROG USING WS-SUB-AREA
              ELSE IF INP-PRCSS-TYPE = 'W' AND INP-ID = 0
                 PERFORM H225-ALLOCATE-AND-OPEN
              ELSE IF INP-PRCSS-TYPE = 'W'
                 PERFORM H180-CHECK-DUP-KEY
                 IF WS-DUP-FOUND-YES
                    PERFORM H185-ROUTE-DUP-SUSPENSE
                 ELSE
                 IF WS-ACN-LOADED-YES
                    AND INP-ID > WS-ACN-LEGACY
                    AND INP-ID NOT < WS-ACN-NEXT * 10
                    PERFORM H224-REJECT-UNISSUED-ID
                 ELSE
                    PERFORM H186-ADD-DUP-KEY
                    CALL WS-SUBPROG USING WS-SUB-AREA
                 END-IF
                 END-IF
              ELSE IF INP-PRCSS-TYPE = 'U'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'B' OR 'T'
                 PERFORM H196-CHECK-REFERENCE
                 IF WS-REF-DUP-YES
              ELSE IF INP-PRCSS-TYPE = 'C'
                 PERFORM H192-RELEASE-CANCEL
              ELSE IF INP-PRCSS-TYPE = 'L'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'X' OR 'Y'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'M'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'F' OR 'G' OR 'K'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'Q'
                 CALL WS-SUBPROG USING WS-SUB-AREA
              ELSE IF INP-PRCSS-TYPE = 'O'
                 CALL WS-SUBPROG USING WS-SUB-AREA
              ELSE IF INP-PRCSS-TYPE = 'E'
                 PERFORM H212-CANCEL-FUTURE
              ELSE IF INP-PRCSS-TYPE = 'V'
                 PERFORM H218-AUTHORISE-MAINT
              ELSE IF INP-PRCSS-TYPE = 'N'
                 PERFORM H216-PARK-MAINT
              ELSE IF INP-PRCSS-TYPE = 'P'
                 PERFORM H196-CHECK-REFERENCE
                 IF WS-REF-DUP-YES
                    PERFORM H198-ROUTE-REF-SUSPENSE
                 ELSE
                    PERFORM H187-CHECK-THRESHOLD
                    IF WS-LIM-FOUND-YES
                       PERFORM H216-PARK-MAINT
                    ELSE
                       MOVE INP-REC TO MKW-INPUT
                       PERFORM H221-POST-PAYMENT
                    END-IF
                 END-IF
              ELSE
                 PERFORM H170-ROUTE-SUSPENSE
              END-IF
           END-IF
           END-IF.

           MOVE SUB-OUT-PRCSS-TYPE          TO   OUT-PRCSS-TYPE
           END-IF.

              READ INP-FILE.
       H203A-END. EXIT.


      *-----------------------------------------------------------------
      *    H208:Bolumlu calismada detay kaydinin bu bolumde islenip
      *    islenemeyecegine karar verir. Kaynak hesabi araligin
      *    disinda kalan, hedefi baska bolume dusen T, ileri tarihli
      *    (ambara gidecek), esik ustu (onaya askiya alinacak) B/T,
      *    numara tahsisi isteyen (ID'si sifir) W ve ortak kutuklere
      *    (HLDFILE, WHSFILE, MKCFILE) yazan ya da taninmayan tipler
      *    WS-XPT-ROUTE-YES ile ayrilir; bolumde
      *    yalnizca hesaba yerel R/D/W/B/T/Q/O islenir. Dis numarasi
      *    cozulemeyen ve partisi reddedilmis kayit burada kalir,
      *    hatasi bu bolumun ciktisina duser.
      *-----------------------------------------------------------------
       H208-CHECK-PARTITION.
           IF WS-ALI-REJ-YES
              CONTINUE
           ELSE
           IF WS-PTY-CUR > 0
              AND WS-PTY-STATUS(WS-PTY-CUR) = 'R'
              CONTINUE
           ELSE
           IF INP-PRCSS-TYPE = 'W' AND INP-ID = 0
              SET WS-XPT-ROUTE-YES TO TRUE
           ELSE
           IF INP-ID < WS-PRT-LOW OR INP-ID > WS-PRT-HIGH
              SET WS-XPT-ROUTE-YES TO TRUE
           ELSE
           IF INP-PRCSS-TYPE = 'T'
              AND (INP-TGT-ID < WS-PRT-LOW
                   OR INP-TGT-ID > WS-PRT-HIGH)
              SET WS-XPT-ROUTE-YES TO TRUE
           ELSE
           IF WS-WHS-FUTURE-YES
              SET WS-XPT-ROUTE-YES TO TRUE
           ELSE
           IF INP-PRCSS-TYPE = 'B' OR 'T'
              PERFORM H187-CHECK-THRESHOLD
              IF WS-LIM-FOUND-YES
                 SET WS-XPT-ROUTE-YES TO TRUE
              END-IF
           ELSE
           IF INP-PRCSS-TYPE NOT = 'R' AND 'D' AND 'W' AND 'Q' AND 'O'
              SET WS-XPT-ROUTE-YES TO TRUE
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
       H208-END. EXIT.


      *-----------------------------------------------------------------
      *    H208A:Ayrilan kaydi XPTFILE'a yazar. Kaynak partisi
      *    degistiginde acik parti Z kuyruguyla kapatilir ve yeni
      *    partinin basligi (kaynak kodu ve tarihiyle) yazilir;
      *    basliksiz eski tip partide cerceve yazilmaz. Kayit
      *    checkpoint sayimina girer ki yeniden baslatmada atlansin.
      *-----------------------------------------------------------------
       H208A-ROUTE-CROSS-PARTITION.
           IF WS-PTY-CUR NOT = WS-XPT-PTY
              PERFORM H208B-CLOSE-XPT-PARTY
              MOVE WS-PTY-CUR TO WS-XPT-PTY
              IF WS-PTY-CUR > 0
                 IF WS-PTY-HDR(WS-PTY-CUR) = 'Y'
                    MOVE SPACES                    TO XPT-HDR-REC
                    MOVE 'H'                       TO XPT-HDR-TYPE
                    MOVE WS-PTY-SOURCE(WS-PTY-CUR) TO XPT-HDR-SOURCE
                    MOVE WS-PTY-DATE(WS-PTY-CUR)   TO XPT-HDR-DATE
                    WRITE XPT-HDR-REC
                    MOVE 'Y' TO WS-XPT-PTY-OPEN
                 END-IF
              END-IF
           END-IF.

           MOVE INP-REC TO XPT-REC.
           WRITE XPT-REC.
           ADD 1 TO WS-CNT-XPT.

           IF WS-XPT-PTY-OPEN-YES
              ADD 1 TO WS-XPT-DTL-CNT
              IF INP-AMOUNT NUMERIC
                 IF INP-AMOUNT < 0
                    COMPUTE WS-ABS-HASH-AMT = 0 - INP-AMOUNT
                 ELSE
                    MOVE INP-AMOUNT TO WS-ABS-HASH-AMT
                 END-IF
                 COMPUTE WS-XPT-HASH-ACC =
                         WS-XPT-HASH-ACC + WS-ABS-HASH-AMT
                 MOVE WS-XPT-HASH-ACC TO WS-XPT-HASH
                 MOVE WS-XPT-HASH     TO WS-XPT-HASH-ACC
              END-IF
           END-IF.

           ADD 1 TO WS-CHK-COUNT
           DIVIDE WS-CHK-COUNT BY WS-CHK-INTERVAL
                  GIVING WS-CHK-DUMMY REMAINDER WS-CHK-REMAINDER
           IF WS-CHK-REMAINDER = 0 AND NOT WS-SIM-ENABLED
              PERFORM H150-WRITE-CHECKPOINT
           END-IF.

           READ INP-FILE.
       H208A-END. EXIT.


      *-----------------------------------------------------------------
      *    H208B:XPTFILE'da acik bir parti varsa onu ayrilan detay
      *    sayisi ve tutar hash'i ile Z kuyruguna baglar.
      *-----------------------------------------------------------------
       H208B-CLOSE-XPT-PARTY.
           IF WS-XPT-PTY-OPEN-YES
              MOVE SPACES         TO XPT-TRL-REC
              MOVE 'Z'            TO XPT-TRL-TYPE
              MOVE WS-XPT-DTL-CNT TO XPT-TRL-COUNT
              MOVE WS-XPT-HASH    TO XPT-TRL-HASH
              WRITE XPT-TRL-REC
              MOVE 'N'    TO WS-XPT-PTY-OPEN
              MOVE ZEROES TO WS-XPT-DTL-CNT
              MOVE ZEROES TO WS-XPT-HASH
              MOVE ZEROES TO WS-XPT-HASH-ACC
           END-IF.
       H208B-END. EXIT.


      *-----------------------------------------------------------------
      *    H127:Bolumlu calismada capraz bolum dosyasini acar:
      *    checkpoint'ten devam ediliyorsa ekleme modunda, aksi halde
      *    sifirdan.
      *-----------------------------------------------------------------
       H127-OPEN-CROSS-FILE.
           IF WS-PRT-ENABLED
              IF WS-CHK-COUNT > 0
                 OPEN EXTEND XPT-FILE
              ELSE
                 OPEN OUTPUT XPT-FILE
              END-IF
              IF (XPT-ST NOT = 0) AND (XPT-ST NOT = 97)
                  DISPLAY 'UNABLE TO OPEN XPTFILE: ' XPT-ST
                  MOVE 'XPTFILE'  TO ABD-FAILED-FILE
                  MOVE XPT-ST     TO ABD-STATUS
                  PERFORM H105-WRITE-ABEND
                  MOVE XPT-ST TO RETURN-CODE
                  PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-XPT-OPEN
           END-IF.
       H127-END. EXIT.


      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    H158:Az once OUTFILE'a yazilan sonucun sube alindi satirini
      *    uretir: kaynak parti kodu, referans ve donus kodundan
      *    turetilen nihai sonuc (I/B/E/M/S/R/H).
      *-----------------------------------------------------------------
       H158-WRITE-ACK.
           MOVE SPACES          TO ACK-REC
              WHEN OUT-RETURN-CODE = RSN-OK
                 MOVE 'I' TO ACK-DISP
              WHEN OUT-RETURN-CODE = RSN-HELD
              WHEN OUT-RETURN-CODE = RSN-MKC-PENDING
                 MOVE 'B' TO ACK-DISP
              WHEN OUT-RETURN-CODE = RSN-WAREHOUSED
                 MOVE 'E' TO ACK-DISP
              WHEN OUT-RETURN-CODE = RSN-DUP-REF
              WHEN OUT-RETURN-CODE = RSN-DUP-RUN
                 MOVE 'M' TO ACK-DISP
              WHEN 'X'
              WHEN 'Y'
              WHEN 'M'
              WHEN 'Q'
              WHEN 'O'
              WHEN 'E'
              WHEN 'V'
              WHEN 'N'
              WHEN 'P'
                 ADD 1 TO WS-CNT-S
              WHEN OTHER
                 ADD 1 TO WS-CNT-INVALID

           IF INP-PRCSS-TYPE = 'R' OR 'D' OR 'W' OR 'U' OR 'B' OR 'T'
              OR 'L' OR 'F' OR 'G' OR 'K' OR 'A' OR 'C' OR 'X' OR 'Y'
              OR 'M' OR 'Q' OR 'O' OR 'E' OR 'V' OR 'N' OR 'P'
              IF OUT-RETURN-CODE = 0
                 ADD 1 TO WS-CNT-OK
              ELSE
       H195-END. EXIT.


      *-----------------------------------------------------------------
      *    H209:Kaydin yururluk tarihi is gununden ileriyse
      *    WS-WHS-FUTURE-YES isaretini koyar; kayit islenmeyip ambara
      *    park edilecektir. Ambar iptali (E) ve bakim onayi (V) her
      *    zaman hemen islenir.
      *-----------------------------------------------------------------
       H209-CHECK-FUTURE.
           MOVE 'N' TO WS-WHS-FUTURE.
           IF INP-EFF-DATE NUMERIC AND INP-EFF-DATE > 0
              AND INP-PRCSS-TYPE NOT = 'E' AND 'V'
              PERFORM H109-SET-WORK-DATE
              MOVE WS-CENT-DATE TO WS-WHS-TODAY
              IF INP-EFF-DATE > WS-WHS-TODAY
                 SET WS-WHS-FUTURE-YES TO TRUE
              END-IF
           END-IF.
       H209-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Ileri tarihli kaydi IDXFILE'a hic ugratmadan ambar
      *    tablosuna P durumunda ekler ve ortak WRITE OUT-REC bloguna
      *    42 kodlu bir kayit birakir. Kayit ancak referansla park
      *    edilir (iptal ve serbest birakma referansla yurur); referansi
      *    REFFILE'da ya da ambarda zaten bulunan kayit mukerrer olarak
      *    SUSFILE'a duser.
      *-----------------------------------------------------------------
       H210-PARK-FUTURE.
           IF INP-REF-NO = 0
              MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
              MOVE INP-ID             TO SUB-OUT-ID
              MOVE INP-DVZ            TO SUB-OUT-DVZ
              MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
              MOVE SPACES             TO SUB-OUT-FNAME-FROM
              MOVE SPACES             TO SUB-OUT-FNAME-TO
              MOVE SPACES             TO SUB-OUT-LNAME-FROM
              MOVE SPACES             TO SUB-OUT-LNAME-TO
              STRING 'ERR: ILERI TARIH REFERANSSIZ: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              PERFORM H196-CHECK-REFERENCE
              IF NOT WS-REF-DUP-YES
                 PERFORM H211-FIND-WHS-REF
              END-IF
              IF WS-REF-DUP-YES
                 PERFORM H198-ROUTE-REF-SUSPENSE
              ELSE
              IF WS-WHS-COUNT < WS-WHS-MAX
                 ADD 1 TO WS-WHS-COUNT
                 ADD 1 TO WS-CNT-PARKED
                 MOVE 'P'           TO WS-WHS-STATUS(WS-WHS-COUNT)
                 MOVE INP-EFF-DATE  TO WS-WHS-EFF-DATE(WS-WHS-COUNT)
                 MOVE WS-WHS-TODAY  TO WS-WHS-PARK-DATE(WS-WHS-COUNT)
                 MOVE ZEROES        TO WS-WHS-ACT-DATE(WS-WHS-COUNT)
                 MOVE WS-CUR-SOURCE TO WS-WHS-SOURCE(WS-WHS-COUNT)
                 MOVE INP-ID        TO WS-WHS-ID(WS-WHS-COUNT)
                 MOVE INP-DVZ       TO WS-WHS-DVZ(WS-WHS-COUNT)
                 MOVE INP-REF-NO    TO WS-WHS-REF-NO(WS-WHS-COUNT)
                 MOVE INP-REC       TO WS-WHS-INPUT(WS-WHS-COUNT)

                 MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
                 MOVE INP-ID             TO SUB-OUT-ID
                 MOVE INP-DVZ            TO SUB-OUT-DVZ
                 MOVE RSN-WAREHOUSED     TO SUB-OUT-RETURN-CODE
                 MOVE SPACES             TO SUB-OUT-FNAME-FROM
                 MOVE SPACES             TO SUB-OUT-FNAME-TO
                 MOVE SPACES             TO SUB-OUT-LNAME-FROM
                 MOVE SPACES             TO SUB-OUT-LNAME-TO
                 STRING 'ILERI TARIHLI - AMBARDA    :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 DISPLAY 'AMBAR TABLOSU DOLDU, KAYIT REDDEDILDI'
                 MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
                 MOVE INP-ID             TO SUB-OUT-ID
                 MOVE INP-DVZ            TO SUB-OUT-DVZ
                 MOVE RSN-FILE-ERROR     TO SUB-OUT-RETURN-CODE
                 MOVE SPACES             TO SUB-OUT-FNAME-FROM
                 MOVE SPACES             TO SUB-OUT-FNAME-TO
                 MOVE SPACES             TO SUB-OUT-LNAME-FROM
                 MOVE SPACES             TO SUB-OUT-LNAME-TO
                 STRING 'ERR: AMBAR TABLOSU DOLU    :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              END-IF
              END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H211:Park edilecek kaydin referansi ambarda bekleyen ya da
      *    bugun serbest birakilmis bir kayitta varsa mukerrer isareti
      *    koyar.
      *-----------------------------------------------------------------
       H211-FIND-WHS-REF.
           PERFORM H211A-MATCH-WHS-REF
              VARYING WS-WHS-IDX FROM 1 BY 1
                 UNTIL WS-WHS-IDX > WS-WHS-COUNT
                    OR WS-REF-DUP-YES.
       H211-END. EXIT.


       H211A-MATCH-WHS-REF.
           IF WS-WHS-REF-NO(WS-WHS-IDX) = INP-REF-NO
              AND (WS-WHS-STATUS(WS-WHS-IDX) = 'P' OR 'S')
              SET WS-REF-DUP-YES TO TRUE
           END-IF.
       H211A-END. EXIT.


      *-----------------------------------------------------------------
      *    H212:Ambar iptali (E): ayni hesap ve referansla bekleyen
      *    kaydi I durumuna ceker; kayit hic islenmeden kapanir.
      *    Eslesen bekleyen kayit yoksa 43 kodu doner.
      *-----------------------------------------------------------------
       H212-CANCEL-FUTURE.
           MOVE 'N' TO WS-WHS-FOUND
           MOVE 0   TO WS-WHS-SEL
           IF INP-REF-NO > 0
              PERFORM H213-MATCH-WHS-CANCEL
                 VARYING WS-WHS-IDX FROM 1 BY 1
                    UNTIL WS-WHS-IDX > WS-WHS-COUNT
                       OR WS-WHS-FOUND-YES
           END-IF.

           MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
           MOVE INP-ID             TO SUB-OUT-ID
           MOVE INP-DVZ            TO SUB-OUT-DVZ
           MOVE SPACES             TO SUB-OUT-FNAME-FROM
           MOVE SPACES             TO SUB-OUT-FNAME-TO
           MOVE SPACES             TO SUB-OUT-LNAME-FROM
           MOVE SPACES             TO SUB-OUT-LNAME-TO

           IF NOT WS-WHS-FOUND-YES
              MOVE RSN-NO-WHS      TO SUB-OUT-RETURN-CODE
              STRING 'ERR: AMBARDA KAYIT YOK     :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              PERFORM H109-SET-WORK-DATE
              MOVE 'I'          TO WS-WHS-STATUS(WS-WHS-SEL)
              MOVE WS-CENT-DATE TO WS-WHS-ACT-DATE(WS-WHS-SEL)
              ADD 1 TO WS-CNT-WHS-CANCEL
              MOVE RSN-OK          TO SUB-OUT-RETURN-CODE
              STRING 'AMBARDAKI KAYIT IPTAL EDILDI: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           END-IF.
       H212-END. EXIT.


       H213-MATCH-WHS-CANCEL.
           IF WS-WHS-STATUS(WS-WHS-IDX) = 'P'
              AND WS-WHS-REF-NO(WS-WHS-IDX) = INP-REF-NO
              AND WS-WHS-ID(WS-WHS-IDX) = INP-ID
              AND WS-WHS-DVZ(WS-WHS-IDX) = INP-DVZ
              SET WS-WHS-FOUND-YES TO TRUE
              MOVE WS-WHS-IDX TO WS-WHS-SEL
           END-IF.
       H213-END. EXIT.


      *-----------------------------------------------------------------
      *    H214:Ambar tablosunu WHSFILE'a geri yazar. Tablo H123'te
      *    tam yuklenmemisse (erken cikis, tablo tasmasi) veya
      *    simulasyon calismasinda dosyaya dokunulmaz.
      *-----------------------------------------------------------------
       H214-SAVE-WAREHOUSE.
           IF WS-WHS-LOADED-YES AND NOT WS-SIM-ENABLED
              OPEN OUTPUT WHS-FILE
              IF WHS-SUCCES
                 PERFORM H215-SAVE-ONE-WHS
                    VARYING WS-WHS-IDX FROM 1 BY 1
                       UNTIL WS-WHS-IDX > WS-WHS-COUNT
                 CLOSE WHS-FILE
              ELSE
                 DISPLAY 'WHSFILE YAZILAMADI: ' WHS-ST
              END-IF
           END-IF.
       H214-END. EXIT.


      *-----------------------------------------------------------------
      *    H215:Ambar tablosunun bir girdisini WHSFILE'a yazar.
      *-----------------------------------------------------------------
       H215-SAVE-ONE-WHS.
           MOVE SPACES                         TO WHS-REC
           MOVE WS-WHS-STATUS(WS-WHS-IDX)      TO WHS-STATUS
           MOVE WS-WHS-EFF-DATE(WS-WHS-IDX)    TO WHS-EFF-DATE
           MOVE WS-WHS-PARK-DATE(WS-WHS-IDX)   TO WHS-PARK-DATE
           MOVE WS-WHS-ACT-DATE(WS-WHS-IDX)    TO WHS-ACT-DATE
           MOVE WS-WHS-SOURCE(WS-WHS-IDX)      TO WHS-SOURCE
           MOVE WS-WHS-INPUT(WS-WHS-IDX)       TO WHS-INPUT
           WRITE WHS-REC.
       H215-END. EXIT.


      *-----------------------------------------------------------------
      *    H216:F/G/K/L/X/Y/U/M/N bakim kaydini IDXFILE'a ugratmadan
      *    onay tablosuna P durumunda, giren operatorle ekler ve ortak
      *    WRITE OUT-REC bloguna 44 kodlu bir kayit birakir. Operator
      *    kimligi ve referans zorunludur (onay referansla eslesir);
      *    tabloda zaten bulunan referans mukerrer olarak SUSFILE'a
      *    duser.
      *-----------------------------------------------------------------
       H216-PARK-MAINT.
           MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
           MOVE INP-ID             TO SUB-OUT-ID
           MOVE INP-DVZ            TO SUB-OUT-DVZ
           MOVE SPACES             TO SUB-OUT-FNAME-FROM
           MOVE SPACES             TO SUB-OUT-FNAME-TO
           MOVE SPACES             TO SUB-OUT-LNAME-FROM
           MOVE SPACES             TO SUB-OUT-LNAME-TO

           MOVE 'N' TO WS-MKC-FOUND
           IF INP-REF-NO > 0
              PERFORM H217A-MATCH-MKC-REF
                 VARYING WS-MKC-IDX FROM 1 BY 1
                    UNTIL WS-MKC-IDX > WS-MKC-COUNT
                       OR WS-MKC-FOUND-YES
           END-IF.

           IF INP-OPER-ID = SPACES
              MOVE RSN-NO-OPER        TO SUB-OUT-RETURN-CODE
              STRING 'ERR: OPERATOR KIMLIGI YOK  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF INP-REF-NO = 0
              MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
              STRING 'ERR: BAKIM REFERANSSIZ     :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-MKC-FOUND-YES
              PERFORM H198-ROUTE-REF-SUSPENSE
           ELSE
           IF WS-MKC-COUNT < WS-MKC-MAX
              PERFORM H109-SET-WORK-DATE
              ADD 1 TO WS-MKC-COUNT
              ADD 1 TO WS-CNT-MKC-PARKED
              MOVE 'P'           TO WS-MKC-STATUS(WS-MKC-COUNT)
              MOVE WS-CENT-DATE  TO WS-MKC-ENTRY-DATE(WS-MKC-COUNT)
              MOVE ZEROES        TO WS-MKC-ACT-DATE(WS-MKC-COUNT)
              MOVE INP-OPER-ID   TO WS-MKC-MAKER(WS-MKC-COUNT)
              MOVE SPACES        TO WS-MKC-CHECKER(WS-MKC-COUNT)
              MOVE ZEROES        TO WS-MKC-RESULT(WS-MKC-COUNT)
              MOVE WS-CUR-SOURCE TO WS-MKC-SOURCE(WS-MKC-COUNT)
              MOVE INP-ID        TO WS-MKC-ID(WS-MKC-COUNT)
              MOVE INP-DVZ       TO WS-MKC-DVZ(WS-MKC-COUNT)
              MOVE INP-REF-NO    TO WS-MKC-REF-NO(WS-MKC-COUNT)
              MOVE INP-REC       TO WS-MKC-INPUT(WS-MKC-COUNT)
              MOVE RSN-MKC-PENDING    TO SUB-OUT-RETURN-CODE
              STRING 'ONAY BEKLIYOR (BAKIM)      :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              DISPLAY 'BAKIM ONAY TABLOSU DOLDU, KAYIT REDDEDILDI'
              MOVE RSN-FILE-ERROR     TO SUB-OUT-RETURN-CODE
              STRING 'ERR: BAKIM ONAY TABLOSU DOLU: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           END-IF
           END-IF
           END-IF
           END-IF.
       H216-END. EXIT.


      *-----------------------------------------------------------------
      *    H217:Onay (V) girisinin referansi ve hesabiyla eslesen P
      *    durumundaki bakim kaydini arar.
      *-----------------------------------------------------------------
       H217-FIND-MAINT.
           MOVE 'N' TO WS-MKC-FOUND
           MOVE 0   TO WS-MKC-SEL
           IF INP-REF-NO > 0
              PERFORM H217B-MATCH-MKC-AUTH
                 VARYING WS-MKC-IDX FROM 1 BY 1
                    UNTIL WS-MKC-IDX > WS-MKC-COUNT
                       OR WS-MKC-FOUND-YES
           END-IF.
       H217-END. EXIT.


       H217A-MATCH-MKC-REF.
           IF WS-MKC-REF-NO(WS-MKC-IDX) = INP-REF-NO
              SET WS-MKC-FOUND-YES TO TRUE
           END-IF.
       H217A-END. EXIT.


       H217B-MATCH-MKC-AUTH.
           IF WS-MKC-STATUS(WS-MKC-IDX) = 'P'
              AND WS-MKC-REF-NO(WS-MKC-IDX) = INP-REF-NO
              AND WS-MKC-ID(WS-MKC-IDX) = INP-ID
              AND WS-MKC-DVZ(WS-MKC-IDX) = INP-DVZ
              SET WS-MKC-FOUND-YES TO TRUE
              MOVE WS-MKC-IDX TO WS-MKC-SEL
           END-IF.
       H217B-END. EXIT.


      *-----------------------------------------------------------------
      *    H218:Bakim onayi (V): onaylayan operator INP-OPER-ID'dedir
      *    ve kaydi giren operatorden farkli olmak zorundadir. INP-
      *    XLIT-RULE 'R' ise bekleyen kayit uygulanmadan reddedilir
      *    (R); aksi halde saklanan orijinal bakim kaydi SUBPROG
      *    uzerinden uygulanir ve sonucuna gore A ya da H durumuna
      *    cekilir. Sonuc ortak WRITE OUT-REC bloguna V islem tipiyle
      *    dusuler. Ayni operatorun onayi kaydi bekler durumda birakir.
      *-----------------------------------------------------------------
       H218-AUTHORISE-MAINT.
           PERFORM H217-FIND-MAINT.

           MOVE INP-PRCSS-TYPE     TO SUB-OUT-PRCSS-TYPE
           MOVE INP-ID             TO SUB-OUT-ID
           MOVE INP-DVZ            TO SUB-OUT-DVZ
           MOVE SPACES             TO SUB-OUT-FNAME-FROM
           MOVE SPACES             TO SUB-OUT-FNAME-TO
           MOVE SPACES             TO SUB-OUT-LNAME-FROM
           MOVE SPACES             TO SUB-OUT-LNAME-TO

           IF INP-OPER-ID = SPACES
              MOVE RSN-NO-OPER        TO SUB-OUT-RETURN-CODE
              STRING 'ERR: OPERATOR KIMLIGI YOK  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF NOT WS-MKC-FOUND-YES
              MOVE RSN-NO-MKC         TO SUB-OUT-RETURN-CODE
              STRING 'ERR: ONAY BEKLEYEN BAKIM YOK: '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-MKC-MAKER(WS-MKC-SEL) = INP-OPER-ID
              MOVE RSN-SAME-OPER      TO SUB-OUT-RETURN-CODE
              STRING 'ERR: AYNI OPERATOR ONAYLAYAMAZ'
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              PERFORM H109-SET-WORK-DATE
              MOVE INP-OPER-ID  TO WS-MKC-CHECKER(WS-MKC-SEL)
              MOVE WS-CENT-DATE TO WS-MKC-ACT-DATE(WS-MKC-SEL)
              IF INP-XLIT-RULE = 'R'
                 MOVE 'R' TO WS-MKC-STATUS(WS-MKC-SEL)
                 ADD 1 TO WS-CNT-MKC-DECLINED
                 MOVE RSN-OK          TO SUB-OUT-RETURN-CODE
                 STRING 'BAKIM ONAYI REDDEDILDI     :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 PERFORM H218A-APPLY-MAINT
              END-IF
           END-IF
           END-IF
           END-IF.
       H218-END. EXIT.


      *-----------------------------------------------------------------
      *    H218A:Saklanan bakim kaydini CALLAREA'ya tasiyip SUBPROG'u
      *    cagirir; donus kodunu kayda isler.
      *-----------------------------------------------------------------
       H218A-APPLY-MAINT.
           MOVE WS-MKC-INPUT(WS-MKC-SEL) TO MKW-INPUT

           MOVE MKW-PRCSS-TYPE     TO SUB-INP-PRCSS-TYPE
           MOVE MKW-ID             TO SUB-INP-ID
           MOVE MKW-DVZ            TO SUB-INP-DVZ
           MOVE MKW-AMOUNT         TO SUB-INP-AMOUNT
           MOVE MKW-NAME           TO SUB-INP-NAME
           MOVE MKW-SRNAME         TO SUB-INP-SRNAME
           MOVE MKW-XLIT-RULE      TO SUB-INP-XLIT-RULE
           MOVE MKW-TGT-ID         TO SUB-INP-TGT-ID
           MOVE MKW-TGT-DVZ        TO SUB-INP-TGT-DVZ
           MOVE MKW-REF-NO         TO SUB-INP-REF-NO
           MOVE ZEROES             TO SUB-INP-VALUE-DATE

      *    Esik ustu odeme onaylandiginda once referansin bu arada
      *    baska bir kayitla islenmedigine bakilir; odeme H221 ile
      *    nostroya aktarilir ve mesaji yazilir.
           IF MKW-PRCSS-TYPE = 'P'
              IF MKW-VALUE-DATE NUMERIC
                 MOVE MKW-VALUE-DATE TO SUB-INP-VALUE-DATE
              END-IF
              PERFORM H196-CHECK-REFERENCE
              IF WS-REF-DUP-YES
                 MOVE RSN-DUP-REF     TO SUB-OUT-RETURN-CODE
                 STRING 'ERR: MUKERRER REFERANS     :  '
                     DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
              ELSE
                 PERFORM H221-POST-PAYMENT
              END-IF
           ELSE
              CALL WS-SUBPROG USING WS-SUB-AREA
           END-IF

           MOVE SUB-OUT-RETURN-CODE TO WS-MKC-RESULT(WS-MKC-SEL)
           IF SUB-OUT-RETURN-CODE = 0
              MOVE 'A' TO WS-MKC-STATUS(WS-MKC-SEL)
              ADD 1 TO WS-CNT-MKC-APPLIED
           ELSE
              MOVE 'H' TO WS-MKC-STATUS(WS-MKC-SEL)
           END-IF

      *    Onay kartinin kendi tipi geri yuklenir; ortak blok
      *    INP-PRCSS-TYPE'i SUB-INP'ten tazeledigi icin sayaclar
      *    aksi halde islemi bakim tipiyle sayardi.
           MOVE 'V'                TO SUB-INP-PRCSS-TYPE
           MOVE 'V'                TO SUB-OUT-PRCSS-TYPE.
       H218A-END. EXIT.


      *-----------------------------------------------------------------
      *    H219:Bakim onay tablosunu MKCFILE'a geri yazar. Tablo
      *    H125'te tam yuklenmemisse (erken cikis, tablo tasmasi) veya
      *    simulasyon calismasinda dosyaya dokunulmaz.
      *-----------------------------------------------------------------
       H219-SAVE-MAINT.
           IF WS-MKC-LOADED-YES AND NOT WS-SIM-ENABLED
              OPEN OUTPUT MKC-FILE
              IF MKC-SUCCES
                 PERFORM H220-SAVE-ONE-MAINT
                    VARYING WS-MKC-IDX FROM 1 BY 1
                       UNTIL WS-MKC-IDX > WS-MKC-COUNT
                 CLOSE MKC-FILE
              ELSE
                 DISPLAY 'MKCFILE YAZILAMADI: ' MKC-ST
              END-IF
           END-IF.
       H219-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Bakim onay tablosunun bir girdisini MKCFILE'a yazar.
      *-----------------------------------------------------------------
       H220-SAVE-ONE-MAINT.
           MOVE SPACES                         TO MKC-REC
           MOVE WS-MKC-STATUS(WS-MKC-IDX)      TO MKC-STATUS
           MOVE WS-MKC-ENTRY-DATE(WS-MKC-IDX)  TO MKC-ENTRY-DATE
           MOVE WS-MKC-ACT-DATE(WS-MKC-IDX)    TO MKC-ACT-DATE
           MOVE WS-MKC-MAKER(WS-MKC-IDX)       TO MKC-MAKER
           MOVE WS-MKC-CHECKER(WS-MKC-IDX)     TO MKC-CHECKER
           MOVE WS-MKC-RESULT(WS-MKC-IDX)      TO MKC-RESULT
           MOVE WS-MKC-SOURCE(WS-MKC-IDX)      TO MKC-SOURCE
           MOVE WS-MKC-INPUT(WS-MKC-IDX)       TO MKC-INPUT
           WRITE MKC-REC.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H221:Bankalararasi giden odeme (P). Kayit MKW alanlarinda,
      *    CALLAREA'nin SUB-INP alanlari cagirandan doludur. Odeme
      *    referansli olmali, lehdar bankasi ve hesabi dolu olmali ve
      *    islemin dovizine ait nostro hesabi tanimli olmalidir. Tutar
      *    SUBPROG'a T olarak verilir: musteri borclanir, nostro
      *    alacaklanir; cagri giden odeme bacagi ('C') olarak
      *    isaretlenir. Borclanan musteri oldugundan durum, uyuyan
      *    hesap, bloke, gunluk limit, bakiye ve komisyon kurallari
      *    T ile aynidir ve journal kaydi odeme referansini tasir
      *    (NSTRECON muhabir ekstresini bu referansla eslestirir).
      *    Basarili odemenin referansi kutuge yazilir ve H223 ile
      *    odeme mesaji uretilir.
      *-----------------------------------------------------------------
       H221-POST-PAYMENT.
           MOVE 0   TO WS-NOS-SEL
           PERFORM H222-MATCH-NOSTRO
              VARYING WS-NOS-IDX FROM 1 BY 1
                 UNTIL WS-NOS-IDX > WS-NOS-COUNT
                    OR WS-NOS-SEL > 0

           MOVE 'P'                TO SUB-OUT-PRCSS-TYPE
           MOVE MKW-ID             TO SUB-OUT-ID
           MOVE MKW-DVZ            TO SUB-OUT-DVZ
           MOVE SPACES             TO SUB-OUT-FNAME-FROM
           MOVE SPACES             TO SUB-OUT-FNAME-TO
           MOVE SPACES             TO SUB-OUT-LNAME-FROM
           MOVE SPACES             TO SUB-OUT-LNAME-TO

           IF MKW-REF-NO NOT NUMERIC OR MKW-REF-NO = 0
              MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
              STRING 'ERR: ODEME REFERANSSIZ     :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF MKW-AMOUNT NOT > 0
              MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
              STRING 'ERR: ODEME TUTARI GECERSIZ :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF MKW-NAME(1:11) = SPACES OR MKW-ALIAS = SPACES
              MOVE RSN-INVALID-DATA   TO SUB-OUT-RETURN-CODE
              STRING 'ERR: LEHDAR BILGISI EKSIK  :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
           IF WS-NOS-SEL = 0
              MOVE RSN-NO-NOSTRO      TO SUB-OUT-RETURN-CODE
              STRING 'ERR: NOSTRO HESABI TANIMSIZ:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE 'T'                     TO SUB-INP-PRCSS-TYPE
              MOVE WS-NOS-ID(WS-NOS-SEL)   TO SUB-INP-TGT-ID
              MOVE WS-NOS-DVZ(WS-NOS-SEL)  TO SUB-INP-TGT-DVZ
              MOVE 'C'                     TO SUB-INP-IBK-LEG
              CALL WS-SUBPROG USING WS-SUB-AREA
              MOVE 'N'                     TO SUB-INP-IBK-LEG
              IF SUB-OUT-RETURN-CODE = 0
                 MOVE MKW-REF-NO TO WS-REF-CURR
                 PERFORM H197-REGISTER-REFERENCE
                 PERFORM H223-WRITE-PAYMENT-MSG
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Ciktida, alindi satirinda ve sayaclarda islem P olarak
      *    kalir; ic aktarim tipi disari tasinmaz.
           MOVE 'P'                TO SUB-INP-PRCSS-TYPE
           MOVE 'P'                TO SUB-OUT-PRCSS-TYPE.
       H221-END. EXIT.


      *-----------------------------------------------------------------
      *    H222:Nostro tablosunun WS-NOS-IDX'inci girdisi odemenin
      *    dovizine aitse secer.
      *-----------------------------------------------------------------
       H222-MATCH-NOSTRO.
           IF WS-NOS-DVZ(WS-NOS-IDX) = MKW-DVZ
              MOVE WS-NOS-IDX TO WS-NOS-SEL
           END-IF.
       H222-END. EXIT.


      *-----------------------------------------------------------------
      *    H223:Islenen odeme icin PMOFILE'a giden odeme mesaji ekler:
      *    referans (JRN-REF-NO), islem ve valor tarihi, doviz, tutar,
      *    gonderen banka kodu ve musteri hesabi, lehdar bankasi,
      *    hesabi ve adi, gecilen nostro hesabi. Valor bos ise islem
      *    gunudur. Simulasyon calismasinda mesaj yazilmaz.
      *-----------------------------------------------------------------
       H223-WRITE-PAYMENT-MSG.
           IF NOT WS-SIM-ENABLED
              PERFORM H109-SET-WORK-DATE
              MOVE SPACES                  TO PMT-REC
              SET PMT-DIR-OUT              TO TRUE
              MOVE MKW-REF-NO              TO PMT-REF-NO
              MOVE WS-CENT-DATE            TO PMT-DATE
              IF SUB-INP-VALUE-DATE > 0
                 MOVE SUB-INP-VALUE-DATE   TO PMT-VALUE-DATE
              ELSE
                 MOVE WS-CENT-DATE         TO PMT-VALUE-DATE
              END-IF
              MOVE MKW-DVZ                 TO PMT-DVZ
              MOVE MKW-AMOUNT              TO PMT-AMOUNT
              MOVE WS-NOS-BANK(WS-NOS-SEL) TO PMT-ORD-BANK
              STRING MKW-ID '/' MKW-DVZ
                  DELIMITED BY SIZE INTO PMT-ORD-ACCOUNT
              MOVE MKW-NAME(1:11)          TO PMT-BNF-BANK
              MOVE MKW-ALIAS               TO PMT-BNF-ACCOUNT
              MOVE MKW-SRNAME              TO PMT-BNF-NAME
              MOVE WS-NOS-ID(WS-NOS-SEL)   TO PMT-NOSTRO-ID
              MOVE WS-NOS-DVZ(WS-NOS-SEL)  TO PMT-NOSTRO-DVZ

              OPEN EXTEND PMO-FILE
              IF (PMO-ST NOT = 0) AND (PMO-ST NOT = 97)
                  OPEN OUTPUT PMO-FILE
              END-IF
              WRITE PMT-REC
              CLOSE PMO-FILE
              ADD 1 TO WS-CNT-PMT-OUT
           END-IF.
       H223-END. EXIT.


      *-----------------------------------------------------------------
      *    H224:Eski numara araliginin ustunde olup henuz tahsis
      *    edilmemis bir numarayla gelen W'yi reddeder; sube yeni
      *    musteri icin numara secemez, ID'yi sifir gondererek
      *    tahsis ister. Tahsis edilmis numaraya (ornegin musterinin
      *    ikinci doviz hesabi) W serbesttir.
      *-----------------------------------------------------------------
       H224-REJECT-UNISSUED-ID.
           MOVE 'W'                TO SUB-OUT-PRCSS-TYPE
           MOVE INP-ID             TO SUB-OUT-ID
           MOVE INP-DVZ            TO SUB-OUT-DVZ
           MOVE SPACES             TO SUB-OUT-FNAME-FROM
           MOVE SPACES             TO SUB-OUT-FNAME-TO
           MOVE SPACES             TO SUB-OUT-LNAME-FROM
           MOVE SPACES             TO SUB-OUT-LNAME-TO
           MOVE RSN-ACCT-ALLOC     TO SUB-OUT-RETURN-CODE
           STRING 'ERR: NUMARA HENUZ TAHSISSIZ:  '
               DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION.
       H224-END. EXIT.


      *-----------------------------------------------------------------
      *    H225:ID'si sifir gelen W icin hesap numarasi tahsis eder ve
      *    hesabi bu numarayla acar. Numara IDXFILE'da zaten varsa
      *    (eski duzende elle acilmis) atlanir ve sonraki denenir.
      *    Hesap acilamazsa (KYC, doviz, sube vb.) numara tuketilmez,
      *    ciktiya ve alindi satirina numara donmez; acilan hesabin
      *    numarasi OUTFILE ve ACKFILE'da subeye bildirilir.
      *-----------------------------------------------------------------
       H225-ALLOCATE-AND-OPEN.
           MOVE 'N' TO WS-ACN-DONE
           MOVE 0   TO WS-ACN-TRIES

           IF NOT WS-ACN-LOADED-YES
              MOVE 'W'                TO SUB-OUT-PRCSS-TYPE
              MOVE ZEROES             TO SUB-OUT-ID
              MOVE INP-DVZ            TO SUB-OUT-DVZ
              MOVE SPACES             TO SUB-OUT-FNAME-FROM
              MOVE SPACES             TO SUB-OUT-FNAME-TO
              MOVE SPACES             TO SUB-OUT-LNAME-FROM
              MOVE SPACES             TO SUB-OUT-LNAME-TO
              MOVE RSN-ACCT-ALLOC     TO SUB-OUT-RETURN-CODE
              STRING 'ERR: TAHSIS KARTI YOK      :  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              PERFORM H226-TRY-ALLOCATION UNTIL WS-ACN-DONE-YES
           END-IF.

           IF SUB-OUT-RETURN-CODE NOT = 0
              MOVE ZEROES             TO SUB-OUT-ID
              MOVE ZEROES             TO SUB-INP-ID
           END-IF.
       H225-END. EXIT.


      *-----------------------------------------------------------------
      *    H226:Sonraki kontrol haneli numarayla bir acilis dener.
      *    Acilan ya da IDXFILE'da var oldugu icin atlanan numara H229
      *    ile tuketilir ve kutuge yazilir; atlama en fazla
      *    WS-ACN-MAX-TRIES kez tekrarlanir.
      *-----------------------------------------------------------------
       H226-TRY-ALLOCATION.
           ADD 1 TO WS-ACN-TRIES
           PERFORM H227-NEXT-CANDIDATE

           IF WS-ACN-CAND-ID = 0
              MOVE 'Y'                TO WS-ACN-DONE
              MOVE 'W'                TO SUB-OUT-PRCSS-TYPE
              MOVE ZEROES             TO SUB-OUT-ID
              MOVE INP-DVZ            TO SUB-OUT-DVZ
              MOVE SPACES             TO SUB-OUT-FNAME-FROM
              MOVE SPACES             TO SUB-OUT-FNAME-TO
              MOVE SPACES             TO SUB-OUT-LNAME-FROM
              MOVE SPACES             TO SUB-OUT-LNAME-TO
              MOVE RSN-ACCT-ALLOC     TO SUB-OUT-RETURN-CODE
              STRING 'ERR: HESAP NUMARASI TUKENDI:  '
                  DELIMITED BY SIZE INTO SUB-OUT-DESCRIPTION
           ELSE
              MOVE WS-ACN-CAND-ID     TO SUB-INP-ID
              CALL WS-SUBPROG USING WS-SUB-AREA
              IF SUB-OUT-RETURN-CODE = 0
                 MOVE 'A' TO WS-ACN-STATUS
                 PERFORM H229-LOG-ALLOCATION
                 ADD 1 TO WS-CNT-ACN-ALLOC
                 MOVE 'Y' TO WS-ACN-DONE
              ELSE
              IF SUB-OUT-RETURN-CODE = RSN-ALREADY-EXISTS
                 DISPLAY 'TAHSIS EDILECEK NUMARA ZATEN VAR, ATLANDI: '
                         WS-ACN-CAND-ID
                 MOVE 'S' TO WS-ACN-STATUS
                 PERFORM H229-LOG-ALLOCATION
                 IF WS-ACN-TRIES NOT < WS-ACN-MAX-TRIES
                    MOVE 'Y' TO WS-ACN-DONE
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-ACN-DONE
              END-IF
              END-IF
           END-IF.
       H226-END. EXIT.


      *-----------------------------------------------------------------
      *    H227:Sonraki sira numarasindan baslayarak kontrol hanesi
      *    10 cikmayan ilk numarayi WS-ACN-CAND-ID'ye koyar; 4 haneli
      *    sira tukenmisse WS-ACN-CAND-ID sifir kalir.
      *-----------------------------------------------------------------
       H227-NEXT-CANDIDATE.
           MOVE 0 TO WS-ACN-CAND-ID
           PERFORM H228-CHECK-SERIAL
              UNTIL WS-ACN-CAND-ID > 0
                 OR WS-ACN-NEXT > 9999.
       H227-END. EXIT.


      *-----------------------------------------------------------------
      *    H228:WS-ACN-NEXT sira numarasinin kontrol hanesini hesaplar;
      *    gecerliyse aday numarayi kurar, degilse numarayi atlar.
      *-----------------------------------------------------------------
       H228-CHECK-SERIAL.
           COMPUTE WS-CD-ID = WS-ACN-NEXT * 10
           PERFORM H230-COMPUTE-CHECK-DIGIT
           IF WS-CD-RESULT < 10
              MOVE WS-CD-RESULT TO WS-CD-CHECK
              MOVE WS-CD-ID     TO WS-ACN-CAND-ID
           ELSE
              ADD 1 TO WS-ACN-NEXT
           END-IF.
       H228-END. EXIT.


      *-----------------------------------------------------------------
      *    H229:Aday numarayi tuketir: sonraki sira numarasi ilerler,
      *    ACLFILE'a tahsis kaydi eklenir ve ACNFILE kontrol karti
      *    yeniden yazilir ki cokme sonrasi da numara tekrar
      *    verilmesin. Simulasyonda yalniz bellekteki sayac ilerler.
      *-----------------------------------------------------------------
       H229-LOG-ALLOCATION.
           ADD 1 TO WS-ACN-NEXT
           IF WS-ACN-STATUS = 'A'
              ADD 1 TO WS-ACN-COUNT
           END-IF

           IF NOT WS-SIM-ENABLED
              PERFORM H109-SET-WORK-DATE
              MOVE SPACES              TO ACL-REC
              MOVE WS-ACN-CAND-ID      TO ACL-ID
              COMPUTE ACL-SERIAL = WS-ACN-CAND-ID / 10
              MOVE SUB-INP-DVZ         TO ACL-DVZ
              MOVE SUB-INP-TGT-ID      TO ACL-BRANCH
              MOVE WS-ACN-STATUS       TO ACL-STATUS
              MOVE WS-CENT-DATE        TO ACL-DATE
              ACCEPT WS-ACN-TIME FROM TIME
              MOVE WS-ACN-TIME         TO ACL-TIME
              IF INP-REF-NO NUMERIC
                 MOVE INP-REF-NO       TO ACL-REF-NO
              ELSE
                 MOVE ZEROES           TO ACL-REF-NO
              END-IF
              MOVE INP-OPER-ID         TO ACL-OPER-ID
              MOVE INP-SRNAME          TO ACL-SRNAME
              OPEN EXTEND ACL-FILE
              IF (ACL-ST NOT = 0) AND (ACL-ST NOT = 97)
                  OPEN OUTPUT ACL-FILE
              END-IF
              WRITE ACL-REC
              CLOSE ACL-FILE

              OPEN OUTPUT ACN-FILE
              IF ACN-SUCCES
                 MOVE SPACES           TO ACN-REC
                 MOVE WS-ACN-NEXT      TO ACN-NEXT-SERIAL
                 MOVE WS-ACN-LEGACY    TO ACN-LEGACY-HIGH
                 IF WS-ACN-STATUS = 'A'
                    MOVE WS-ACN-CAND-ID TO ACN-LAST-ID
                    MOVE WS-CENT-DATE   TO ACN-LAST-DATE
                 ELSE
                    MOVE ZEROES         TO ACN-LAST-ID
                    MOVE ZEROES         TO ACN-LAST-DATE
                 END-IF
                 MOVE WS-ACN-COUNT     TO ACN-ALLOC-COUNT
                 WRITE ACN-REC
                 CLOSE ACN-FILE
              ELSE
                 DISPLAY 'ACNFILE YAZILAMADI: ' ACN-ST
              END-IF
           END-IF.
       H229-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:WS-CD-ID'nin ilk dort hanesi (sira numarasi) icin mod
      *    11 kontrol hanesini WS-CD-RESULT'a hesaplar; 10 sonucu o
      *    sira numarasinin kullanilamayacagini gosterir.
      *-----------------------------------------------------------------
       H230-COMPUTE-CHECK-DIGIT.
           COMPUTE WS-CD-SUM = WS-CD-D1 * 5 + WS-CD-D2 * 4
                             + WS-CD-D3 * 3 + WS-CD-D4 * 2
           DIVIDE WS-CD-SUM BY 11
                  GIVING WS-CD-QUOT REMAINDER WS-CD-REM
           COMPUTE WS-CD-RESULT = 11 - WS-CD-REM
           IF WS-CD-RESULT = 11
              MOVE 0 TO WS-CD-RESULT
           END-IF.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H115:Islem referans kutugunu (REFFILE) calisma boyunca acik
      *    tutmak uzere acar; acilamazsa mukerrer referans kontrolu
           DISPLAY ' B-BALANCE ISLEM SAYISI  : ' WS-CNT-B
           DISPLAY ' T-TRANSFER ISLEM SAYISI : ' WS-CNT-T
           DISPLAY ' L-LIMIT   ISLEM SAYISI  : ' WS-CNT-L
           DISPLAY ' F/G/K/A/C/X/Y/M/P SAYISI: ' WS-CNT-S
           DISPLAY ' GECERSIZ  ISLEM SAYISI  : ' WS-CNT-INVALID
           DISPLAY ' BASARILI  ISLEM SAYISI  : ' WS-CNT-OK
           DISPLAY ' HATALI    ISLEM SAYISI  : ' WS-CNT-ERROR
           DISPLAY ' AMBARA PARK EDILEN      : ' WS-CNT-PARKED
           DISPLAY ' AMBARDAN IPTAL EDILEN   : ' WS-CNT-WHS-CANCEL
           DISPLAY ' BAKIM ONAYA PARK EDILEN : ' WS-CNT-MKC-PARKED
           DISPLAY ' BAKIM ONAYLANIP ISLENEN : ' WS-CNT-MKC-APPLIED
           DISPLAY ' BAKIM ONAYI REDDEDILEN  : ' WS-CNT-MKC-DECLINED
           DISPLAY ' GIDEN ODEME MESAJI      : ' WS-CNT-PMT-OUT
           DISPLAY ' TAHSIS EDILEN HESAP NO  : ' WS-CNT-ACN-ALLOC
           IF WS-PRT-ENABLED
              DISPLAY ' BOLUM / ARALIK          : ' WS-PRT-NO ' / '
                      WS-PRT-LOW '-' WS-PRT-HIGH
              DISPLAY ' CAPRAZ BOLUME AYRILAN   : ' WS-CNT-XPT
           END-IF
           DISPLAY '================================================='

           IF WS-PTY-COUNT > 0
           WRITE CTL-REC.
           CLOSE CTL-FILE.

      *    Bolumlu calisma ortak kutuklere hic yazmaz (bu kayitlar
      *    son seri gecise ayrilir); paralel bolumler HLDFILE,
      *    WHSFILE ve MKCFILE'i birbirinin uzerine yazamaz.
           IF NOT WS-PRT-ENABLED
              PERFORM H194-SAVE-HOLDS
              PERFORM H214-SAVE-WAREHOUSE
              PERFORM H219-SAVE-MAINT
           END-IF.

           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.
           IF WS-CSV-ENABLED
               CLOSE CSV-FILE
           END-IF.
           IF WS-XPT-OPEN-YES
              PERFORM H208B-CLOSE-XPT-PARTY
              CLOSE XPT-FILE
           END-IF.

           PERFORM H117-RELEASE-LOCK.

