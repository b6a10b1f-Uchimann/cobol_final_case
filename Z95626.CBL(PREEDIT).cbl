                             STATUS REJ-ST.
           SELECT OPTIONAL BLK-FILE ASSIGN TO BLKFILE
                             STATUS BLK-ST.
           SELECT OPTIONAL REL-FILE ASSIGN TO RELFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-HOLDER
                                 WITH DUPLICATES
                             STATUS REL-ST.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT OPTIONAL ACN-FILE ASSIGN TO ACNFILE
                             STATUS ACN-ST.
           SELECT RVW-FILE   ASSIGN TO RVWFILE
                             STATUS RVW-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
       FILE SECTION.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  ACN-FILE RECORDING MODE F.
           COPY ACNREC.
       FD  INP-FILE RECORDING MODE F.
      *          Ham INPFILE kaydi: sayisal alanlar dogrulanmadan once
      *          karakter (X) gorunumuyle okunur; paketli tutar kendi
      *          Dis (IBAN benzeri) hesap numarasi; ic anahtar sifir
      *          gelirse MAINPROG bu alani rehberden cevirir.
           07 INP-ALIAS-X              PIC X(26).
      *          Valor tarihi (CYYAAGG); bos/sifir ise islem gunu.
           07 INP-VALUE-DATE-X         PIC X(07).
      *          Yururluk tarihi (CYYAAGG); ileri tarihli kayit MAINPROG
      *          tarafindan ambara park edilir.
           07 INP-EFF-DATE-X           PIC X(07).
      *          Kaydi giren operator; F/G/K/L/X/Y/U/M/N bakim kayitlari
      *          ve V onay kayitlari icin zorunludur.
           07 INP-OPER-ID              PIC X(08).
      *          Parti kontrol basligi (H) oldugu gibi gecirilir;
      *          kuyruk (Z) temiz dosyadaki detay sayisi ve hash ile
      *          yeniden yazilir ki reddedilen kayitlar MAINPROG'un
           07 INP-TRL-TYPE             PIC X(01).
           07 INP-TRL-COUNT            PIC 9(07).
           07 INP-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  VAL-FILE RECORDING MODE F.
         01  VAL-REC                   PIC X(113).
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-REASON               PIC X(24).
           05 REJ-ORIGINAL             PIC X(113).
       FD  BLK-FILE RECORDING MODE F.
      *          Uyum biriminin yasakli taraf listesi: ID (sifir ise
      *          yalniz soyad karsilastirilir) ve soyad. Soyad
      *          eslesme nedeniyle birlikte uyum incelemesine gider.
         01  RVW-REC.
           05 RVW-REASON               PIC X(24).
           05 RVW-ORIGINAL             PIC X(113).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
              88 BLK-EOF                          VALUE 10.
              88 BLK-SUCCES                       VALUE 00 97.
           05 RVW-ST                   PIC 9(02).
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN-YES                  VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
           05 CUS-ST                   PIC 9(02).
              88 CUS-SUCCES                       VALUE 00 05 97.
           05 WS-CUS-OPEN              PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN-YES                  VALUE 'Y'.
      *          Hesap numarasi kontrol hanesi testi: ACNFILE karti
      *          varsa eski (kontrol hanesiz) en yuksek numaranin
      *          ustundeki her INP-ID ve hesap tasiyan INP-TGT-ID mod 11
      *          kontrol hanesiyle dogrulanir; kart yoksa test yapilmaz.
           05 ACN-ST                   PIC 9(02).
              88 ACN-SUCCES                       VALUE 00 97.
           05 WS-ACN-LOADED            PIC X(01) VALUE 'N'.
              88 WS-ACN-LOADED-YES                VALUE 'Y'.
           05 WS-ACN-LEGACY            PIC 9(05) VALUE 0.
           05 WS-CD-ID-BAD             PIC X(01).
              88 WS-CD-ID-BAD-YES                 VALUE 'Y'.
           05 WS-CD-TGT-BAD            PIC X(01).
              88 WS-CD-TGT-BAD-YES                VALUE 'Y'.
           05 WS-CD-BAD                PIC X(01).
              88 WS-CD-BAD-YES                    VALUE 'Y'.
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
      *          Hesap sahipleri taramasinda incelenen hesap ve sahip.
           05 WS-SCR-ACC-ID-X          PIC X(05).
           05 WS-SCR-ACC-ID REDEFINES WS-SCR-ACC-ID-X
                                       PIC 9(05).
           05 WS-SCR-ACC-DVZ-X         PIC X(03).
           05 WS-SCR-ACC-DVZ REDEFINES WS-SCR-ACC-DVZ-X
                                       PIC 9(03).
           05 WS-SCR-HLD-ID            PIC 9(05).
           05 WS-SCR-REASON            PIC X(24).
           05 WS-SCR-I                 PIC 9(03).
           05 WS-SCR-J                 PIC 9(03).

           PERFORM H110-LOAD-BLOCKLIST.

           OPEN INPUT REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-SUCCES
              MOVE 'Y' TO WS-CUS-OPEN
           END-IF.

           PERFORM H120-LOAD-ACCT-CONTROL.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H115-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:Hesap numarasi tahsis kontrol kartindan eski numara
      *    araliginin ust sinirini okur; kart yoksa kontrol hanesi
      *    testi yapilmaz.
      *-----------------------------------------------------------------
       H120-LOAD-ACCT-CONTROL.
           OPEN INPUT ACN-FILE.
           IF ACN-SUCCES OR ACN-ST = 05
              READ ACN-FILE
              IF ACN-ST = 0 AND ACN-LEGACY-HIGH NUMERIC
                 MOVE 'Y'             TO WS-ACN-LOADED
                 MOVE ACN-LEGACY-HIGH TO WS-ACN-LEGACY
              ELSE
                 DISPLAY 'ACNFILE KARTI YOK, KONTROL HANESI TESTI'
                         ' YAPILMIYOR'
              END-IF
              CLOSE ACN-FILE
           END-IF.
       H120-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *    H300:Alan duzeyindeki tum kurallar: islem tipi gecerli mi,
      *    ID/DVZ sayisal mi, DVZ 1-3 araliginda mi, tutar kullanan
      *    tiplerde paketli alan saglam mi, W icin ad/soyad dolu mu,
      *    W (acilis) ve N (sube nakli) icin sube kodu dolu mu,
      *    T icin hedef alanlari dolu ve gecerli mi, transliterasyon
      *    kurali taninan bir deger mi, M bildirim tercihinde olay
      *    kodu, E/H isareti ve esik gecerli mi, M vefat kaydinda
      *    olum tarihi ve belge referansi dolu mu, Q icin cek alt
      *    islemi ve cek numarasi gecerli mi, O icin talimat alt
      *    islemi, kurum kodu ve son gecerlilik tarihi gecerli mi,
      *    P (giden odeme) icin ic hesap, lehdar bankasi ve hesabi,
      *    sifirdan buyuk tutar ve referans dolu mu, eski numara
      *    araliginin ustundeki hesap ve hedef hesap numaralari
      *    kontrol hanesini tutuyor mu (sifir ID'li W numara tahsisi
      *    ister, dis numara gerektirmez), valor tarihi
      *    yalniz B/T/P'de ve gecerli bir tarih olarak mi
      *    gelmis, yururluk tarihi gecerli mi, ileri tarihli kayit
      *    ile ambar iptali (E) referans tasiyor mu, bakim kayitlari
      *    (F/G/K/L/X/Y/U/M/N) ve bakim onayi (V) operator kimligi ile
      *    referans tasiyor mu.
      *-----------------------------------------------------------------
       H300-EDIT-FIELDS.
           PERFORM H310-CHECK-DIGITS.

           IF INP-PRCSS-TYPE NOT = 'R' AND 'D' AND 'W' AND 'U'
              AND 'B' AND 'T' AND 'L' AND 'F' AND 'G' AND 'K'
              AND 'A' AND 'C' AND 'X' AND 'Y' AND 'M' AND 'Q'
              AND 'O' AND 'E' AND 'V' AND 'N' AND 'P'
              MOVE 'GECERSIZ ISLEM TIPI'     TO WS-REJ-REASON
           ELSE
           IF INP-ID-X NOT NUMERIC
              MOVE 'DVZ 1-3 DISINDA'         TO WS-REJ-REASON
           ELSE
           IF (INP-PRCSS-TYPE = 'B' OR 'T' OR 'L' OR 'A' OR 'C'
               OR 'X' OR 'Y' OR 'Q' OR 'O' OR 'P')
              AND INP-AMOUNT NOT NUMERIC
              MOVE 'TUTAR PAKETLI BOZUK'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'P' AND INP-AMOUNT NOT > 0
              MOVE 'ODEME TUTARI GECERSIZ'   TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'P' AND INP-ID-X = '00000'
              MOVE 'ODEMEDE HESAP ID BOS'    TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'P' AND INP-NAME(1:11) = SPACES
              MOVE 'LEHDAR BANKASI BOS'      TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'P' AND INP-ALIAS-X = SPACES
              MOVE 'LEHDAR HESABI BOS'       TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'P'
              AND (INP-REF-NO-X = SPACES OR '000000000')
              MOVE 'ODEME REFERANSI BOS'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'W' AND INP-NAME = SPACES
              MOVE 'AD ALANI BOS'            TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'W' AND INP-SRNAME = SPACES
              MOVE 'SOYAD ALANI BOS'         TO WS-REJ-REASON
           ELSE
           IF (INP-PRCSS-TYPE = 'W' OR 'N')
              AND (INP-TGT-ID-X NOT NUMERIC
                   OR INP-TGT-ID-X = '00000')
              MOVE 'SUBE KODU GECERSIZ'      TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'T' AND INP-TGT-ID-X NOT NUMERIC
              MOVE 'HEDEF ID SAYISAL DEGIL'  TO WS-REJ-REASON
           ELSE
              MOVE 'XLIT KURALI GECERSIZ'    TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M'
              AND INP-XLIT-RULE NOT = 'A' AND 'N' AND 'P' AND 'R'
                                     AND 'V' AND 'I' AND 'D'
              MOVE 'BAKIM ALANI GECERSIZ'    TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'R'
              AND INP-NAME(1:1) NOT = 'L' AND 'M' AND 'H'
              MOVE 'RISK SINIFI GECERSIZ'    TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'V'
              AND INP-NAME(1:7) NOT NUMERIC
              MOVE 'INCELEME TARIHI GECERSIZ' TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'D'
              AND (INP-NAME(1:7) NOT NUMERIC
                   OR INP-NAME(1:7) = '0000000')
              MOVE 'OLUM TARIHI GECERSIZ'    TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'D'
              AND INP-SRNAME = SPACES
              MOVE 'VEFAT REFERANSI BOS'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'I'
              AND ((INP-NAME(1:1) NOT = 'B' AND 'A' AND 'K' AND 'F'
                                    AND 'D' AND 'V')
                   OR (INP-NAME(2:1) NOT = 'E' AND 'H'))
              MOVE 'BILDIRIM TERCIHI HATALI' TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'I'
              AND INP-AMOUNT NOT NUMERIC
              MOVE 'TUTAR PAKETLI BOZUK'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M' AND INP-XLIT-RULE = 'I'
              AND INP-AMOUNT < 0
              MOVE 'BILDIRIM ESIGI EKSI'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'M'
              AND INP-NAME = SPACES AND INP-SRNAME = SPACES
              MOVE 'BAKIM DEGERI BOS'        TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'Q'
              AND INP-XLIT-RULE NOT = 'V' AND 'S' AND 'K'
              MOVE 'CEK ISLEMI GECERSIZ'     TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'Q'
              AND (INP-NAME(1:7) NOT NUMERIC
                   OR INP-NAME(1:7) = '0000000')
              MOVE 'CEK NUMARASI GECERSIZ'   TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'O'
              AND INP-XLIT-RULE NOT = 'E' AND 'I'
              MOVE 'TALIMAT ISLEMI GECERSIZ' TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'O'
              AND INP-NAME(1:8) = SPACES
              MOVE 'KURUM KODU BOS'          TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'O' AND INP-XLIT-RULE = 'E'
              AND INP-SRNAME(1:7) NOT NUMERIC
              MOVE 'TALIMAT TARIHI GECERSIZ' TO WS-REJ-REASON
           ELSE
           IF INP-REF-NO-X NOT = SPACES
              AND INP-REF-NO-X NOT NUMERIC
              MOVE 'REFERANS SAYISAL DEGIL'  TO WS-REJ-REASON
           ELSE
           IF WS-CD-ID-BAD-YES
              MOVE 'HESAP NO KONTROL HANESI' TO WS-REJ-REASON
           ELSE
           IF WS-CD-TGT-BAD-YES
              MOVE 'HEDEF NO KONTROL HANESI' TO WS-REJ-REASON
           ELSE
           IF INP-ID-X = '00000' AND INP-ALIAS-X = SPACES
              AND INP-PRCSS-TYPE NOT = 'W'
              MOVE 'HESAP ID VE DIS NO BOS'  TO WS-REJ-REASON
           ELSE
           IF INP-VALUE-DATE-X NOT = SPACES AND '0000000'
              AND INP-PRCSS-TYPE NOT = 'B' AND 'T' AND 'P'
              MOVE 'VALOR YALNIZ B/T/P ICIN' TO WS-REJ-REASON
           ELSE
           IF INP-VALUE-DATE-X NOT = SPACES AND '0000000'
              AND (INP-VALUE-DATE-X NOT NUMERIC
                   OR INP-VALUE-DATE-X(4:2) < '01'
                   OR INP-VALUE-DATE-X(4:2) > '12'
                   OR INP-VALUE-DATE-X(6:2) < '01'
                   OR INP-VALUE-DATE-X(6:2) > '31')
              MOVE 'VALOR TARIHI GECERSIZ'   TO WS-REJ-REASON
           ELSE
           IF INP-EFF-DATE-X NOT = SPACES AND '0000000'
              AND (INP-EFF-DATE-X NOT NUMERIC
                   OR INP-EFF-DATE-X(4:2) < '01'
                   OR INP-EFF-DATE-X(4:2) > '12'
                   OR INP-EFF-DATE-X(6:2) < '01'
                   OR INP-EFF-DATE-X(6:2) > '31')
              MOVE 'YURURLUK TARIHI GECERSIZ' TO WS-REJ-REASON
           ELSE
           IF INP-EFF-DATE-X NOT = SPACES AND '0000000'
              AND INP-PRCSS-TYPE = 'E'
              MOVE 'IPTALDE YURURLUK OLMAZ'  TO WS-REJ-REASON
           ELSE
           IF INP-EFF-DATE-X NOT = SPACES AND '0000000'
              AND (INP-REF-NO-X = SPACES OR '000000000')
              MOVE 'ILERI TARIH REFERANSSIZ' TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'E'
              AND (INP-REF-NO-X = SPACES OR '000000000')
              MOVE 'IPTAL REFERANSI BOS'     TO WS-REJ-REASON
           ELSE
           IF INP-EFF-DATE-X NOT = SPACES AND '0000000'
              AND INP-PRCSS-TYPE = 'V'
              MOVE 'ONAYDA YURURLUK OLMAZ'   TO WS-REJ-REASON
           ELSE
           IF INP-PRCSS-TYPE = 'V'
              AND INP-XLIT-RULE NOT = ' ' AND 'R'
              MOVE 'ONAY ISLEMI GECERSIZ'    TO WS-REJ-REASON
           ELSE
           IF (INP-PRCSS-TYPE = 'F' OR 'G' OR 'K' OR 'L' OR 'X'
               OR 'Y' OR 'U' OR 'M' OR 'V' OR 'N')
              AND INP-OPER-ID = SPACES
              MOVE 'OPERATOR KIMLIGI EKSIK'  TO WS-REJ-REASON
           ELSE
           IF (INP-PRCSS-TYPE = 'F' OR 'G' OR 'K' OR 'L' OR 'X'
               OR 'Y' OR 'U' OR 'M' OR 'V' OR 'N')
              AND (INP-REF-NO-X = SPACES OR '000000000')
              MOVE 'BAKIM REFERANSI BOS'     TO WS-REJ-REASON
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Kontrol hanesi testini yapar. Sayisal, sifirdan ve eski
      *    numara araliginin ust sinirindan buyuk INP-ID ile W/N
      *    disindaki tiplerde (W/N hedef alaninda sube kodu tasir)
      *    ayni kosuldaki INP-TGT-ID son hanesinin, ilk dort hanenin
      *    mod 11 kontrol hanesine esit olmasi gerekir.
      *-----------------------------------------------------------------
       H310-CHECK-DIGITS.
           MOVE 'N' TO WS-CD-ID-BAD.
           MOVE 'N' TO WS-CD-TGT-BAD.
           IF WS-ACN-LOADED-YES
              IF INP-ID-X NUMERIC
                 MOVE INP-ID-X TO WS-CD-ID
                 IF WS-CD-ID > WS-ACN-LEGACY
                    PERFORM H315-TEST-CHECK-DIGIT
                    MOVE WS-CD-BAD TO WS-CD-ID-BAD
                 END-IF
              END-IF
              IF INP-TGT-ID-X NUMERIC
                 AND INP-PRCSS-TYPE NOT = 'W' AND 'N'
                 MOVE INP-TGT-ID-X TO WS-CD-ID
                 IF WS-CD-ID > WS-ACN-LEGACY
                    PERFORM H315-TEST-CHECK-DIGIT
                    MOVE WS-CD-BAD TO WS-CD-TGT-BAD
                 END-IF
              END-IF
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H315:WS-CD-ID'nin son hanesini ilk dort hanenin mod 11
      *    kontrol hanesiyle (agirliklar 5,4,3,2; 11 ise 0)
      *    karsilastirir; 10 cikan sira numarasi hic tahsis
      *    edilmediginden gecersizdir.
      *-----------------------------------------------------------------
       H315-TEST-CHECK-DIGIT.
           MOVE 'N' TO WS-CD-BAD.
           COMPUTE WS-CD-SUM = WS-CD-D1 * 5 + WS-CD-D2 * 4
                             + WS-CD-D3 * 3 + WS-CD-D4 * 2
           DIVIDE WS-CD-SUM BY 11
                  GIVING WS-CD-QUOT REMAINDER WS-CD-REM
           COMPUTE WS-CD-RESULT = 11 - WS-CD-REM
           IF WS-CD-RESULT = 11
              MOVE 0 TO WS-CD-RESULT
           END-IF.
           IF WS-CD-RESULT NOT = WS-CD-CHECK
              MOVE 'Y' TO WS-CD-BAD
           END-IF.
       H315-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Temiz W/T/P kaydini yasakli taraf listesine karsi
      *    tarar. W'de hesap ID'si ve soyad, T'de kaynak ve hedef
      *    ID'ler, P'de hesap ID'si ve lehdar adi karsilastirilir.
      *    Soyad; sikistirilmis hali ve IDX-SRNAME'e uygulanan iki
      *    transliterasyon kuralinin sonuclariyla birlikte denenir.
      *    Ardindan islemdeki hesaplarin (T'de kaynak ve hedef) iliski
      *    kutugundeki tum sahipleri ayni kurallarla taranir. Eslesme
      *    nedeni WS-SCR-REASON'a dusuler.
      *-----------------------------------------------------------------
       H400-SCREEN-PARTY.
           MOVE SPACES TO WS-SCR-REASON.
           IF WS-BLK-COUNT > 0
              AND (INP-PRCSS-TYPE = 'W' OR 'T' OR 'P')
              IF INP-PRCSS-TYPE = 'W' OR 'P'
                 MOVE INP-SRNAME TO WS-SCR-X1
                 PERFORM H415-BUILD-VARIANTS
              END-IF
              PERFORM H420-CHECK-ONE-BLOCK
                 VARYING WS-BLK-IDX FROM 1 BY 1
                    UNTIL WS-BLK-IDX > WS-BLK-COUNT
                       OR WS-SCR-REASON NOT = SPACES
              IF WS-SCR-REASON = SPACES
                 MOVE INP-ID-X  TO WS-SCR-ACC-ID-X
                 MOVE INP-DVZ-X TO WS-SCR-ACC-DVZ-X
                 PERFORM H430-SCREEN-HOLDERS
              END-IF
              IF WS-SCR-REASON = SPACES
                 AND INP-PRCSS-TYPE = 'T'
                 MOVE INP-TGT-ID-X  TO WS-SCR-ACC-ID-X
                 MOVE INP-TGT-DVZ-X TO WS-SCR-ACC-DVZ-X
                 PERFORM H430-SCREEN-HOLDERS
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H415:WS-SCR-X1'deki soyadi sikistirip WS-SCR-BASE'e, iki
      *    transliterasyon varyantini WS-SCR-V1/V2'ye koyar.
      *-----------------------------------------------------------------
       H415-BUILD-VARIANTS.
           PERFORM H410-COMPACT-SRNAME
           MOVE WS-SCR-CMP TO WS-SCR-BASE
           MOVE WS-SCR-BASE TO WS-SCR-V1
           INSPECT WS-SCR-V1 REPLACING ALL 'E' BY 'I'
           INSPECT WS-SCR-V1 REPLACING ALL 'A' BY 'E'
           MOVE WS-SCR-BASE TO WS-SCR-V2
           INSPECT WS-SCR-V2 REPLACING ALL 'I' BY 'E'
           INSPECT WS-SCR-V2 REPLACING ALL 'E' BY 'A'.
       H415-END. EXIT.


      *-----------------------------------------------------------------
      *    H420:Yasakli listesinin WS-BLK-IDX'inci girdisini kayitla
      *    karsilastirir: once ID'ler, sonra (yalniz W ve P icin) soyad
      *    varyantlari.
      *-----------------------------------------------------------------
       H420-CHECK-ONE-BLOCK.
              END-IF
           END-IF.
           IF WS-SCR-REASON = SPACES
              AND (INP-PRCSS-TYPE = 'W' OR 'P')
              AND WS-BLK-SRNAME(WS-BLK-IDX) NOT = SPACES
              IF WS-SCR-BASE = WS-BLK-SRNAME(WS-BLK-IDX)
                 OR WS-SCR-V1 = WS-BLK-SRNAME(WS-BLK-IDX)
       H420-END. EXIT.


      *-----------------------------------------------------------------
      *    H430:WS-SCR-ACC-ID/DVZ hesabinin iliski kutugundeki tum
      *    sahiplerini (asil, ortak, veli, yetkili) tarar. Anahtar
      *    sayisal degilse veya kutuk yoksa tarama yapilmaz.
      *-----------------------------------------------------------------
       H430-SCREEN-HOLDERS.
           IF WS-REL-OPEN-YES
              AND WS-SCR-ACC-ID-X NUMERIC
              AND WS-SCR-ACC-ID > 0
              AND WS-SCR-ACC-DVZ-X NUMERIC
              MOVE 'N'            TO WS-REL-DONE
              MOVE WS-SCR-ACC-ID  TO REL-ID
              MOVE WS-SCR-ACC-DVZ TO REL-DVZ
              MOVE ZEROES         TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
              PERFORM H431-SCREEN-ONE-HOLDER
                 UNTIL WS-REL-DONE-YES
                    OR WS-SCR-REASON NOT = SPACES
           END-IF.
       H430-END. EXIT.


      *-----------------------------------------------------------------
      *    H431:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter. Sahibin soyadi CUSFILE'dan alinip varyantlari
      *    kurulur ve yasakli listesiyle karsilastirilir.
      *-----------------------------------------------------------------
       H431-SCREEN-ONE-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-SCR-ACC-ID
                    OR REL-DVZ NOT = WS-SCR-ACC-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    MOVE REL-CUS-ID TO WS-SCR-HLD-ID
                    MOVE SPACES     TO WS-SCR-BASE
                    MOVE SPACES     TO WS-SCR-V1
                    MOVE SPACES     TO WS-SCR-V2
                    IF WS-CUS-OPEN-YES
                       MOVE REL-CUS-ID TO CUS-ID
                       READ CUS-FILE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE CUS-SRNAME TO WS-SCR-X1
                             PERFORM H415-BUILD-VARIANTS
                       END-READ
                    END-IF
                    PERFORM H440-CHECK-HOLDER-BLOCK
                       VARYING WS-BLK-IDX FROM 1 BY 1
                          UNTIL WS-BLK-IDX > WS-BLK-COUNT
                             OR WS-SCR-REASON NOT = SPACES
                 END-IF
           END-READ.
       H431-END. EXIT.


      *-----------------------------------------------------------------
      *    H440:Yasakli listesinin WS-BLK-IDX'inci girdisini hesap
      *    sahibiyle karsilastirir: once musteri numarasi, sonra
      *    soyad varyantlari.
      *-----------------------------------------------------------------
       H440-CHECK-HOLDER-BLOCK.
           IF WS-BLK-ID(WS-BLK-IDX) > 0
              AND WS-BLK-ID(WS-BLK-IDX) = WS-SCR-HLD-ID
              MOVE 'YASAKLI HESAP SAHIBI ID' TO WS-SCR-REASON
           END-IF.
           IF WS-SCR-REASON = SPACES
              AND WS-SCR-BASE NOT = SPACES
              AND WS-BLK-SRNAME(WS-BLK-IDX) NOT = SPACES
              IF WS-SCR-BASE = WS-BLK-SRNAME(WS-BLK-IDX)
                 OR WS-SCR-V1 = WS-BLK-SRNAME(WS-BLK-IDX)
                 OR WS-SCR-V2 = WS-BLK-SRNAME(WS-BLK-IDX)
                 MOVE 'YASAKLI SAHIP SOYADI' TO WS-SCR-REASON
              END-IF
           END-IF.
       H440-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol toplamlarini konsola basar.
      *-----------------------------------------------------------------
           CLOSE VAL-FILE.
           CLOSE REJ-FILE.
           CLOSE RVW-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           IF WS-CUS-OPEN-YES
              CLOSE CUS-FILE
           END-IF.
           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
