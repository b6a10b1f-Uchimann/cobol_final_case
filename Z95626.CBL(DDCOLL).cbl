       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIL-FILE   ASSIGN TO BILFILE
                             STATUS BIL-ST.
           SELECT MND-FILE   ASSIGN TO MNDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY MND-KEY
                             STATUS MND-ST.
           SELECT GEN-FILE   ASSIGN TO GENFILE
                             STATUS GEN-ST.
           SELECT SNT-FILE   ASSIGN TO SNTFILE
                             STATUS SNT-ST.
           SELECT RSP-FILE   ASSIGN TO RSPFILE
                             STATUS RSP-ST.
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
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  BIL-FILE RECORDING MODE F.
           COPY BILREC.
       FD  MND-FILE.
           COPY MNDREC.
       FD  GEN-FILE RECORDING MODE F.
      *          MAINPROG'un INPFILE duzeninde uretilen parti: basta H
      *          basligi, talimat kontrolunden gecen her kalem icin
      *          musteri hesabini borclandiran bir B detayi (eksi
      *          tutar), sonda detay sayisi ve tutar hash'i ile Z
      *          kuyrugu.
         01  GEN-REC.
           07 GEN-PRCSS-TYPE           PIC X(01).
           07 GEN-ID                   PIC 9(5).
           07 GEN-DVZ                  PIC 9(3).
           07 GEN-AMOUNT               PIC S9(15) COMP-3.
           07 GEN-NAME                 PIC X(15).
           07 GEN-SRNAME               PIC X(15).
           07 GEN-XLIT-RULE            PIC X(01).
           07 GEN-TGT-ID               PIC 9(5).
           07 GEN-TGT-DVZ              PIC 9(3).
           07 GEN-REF-NO               PIC 9(09).
           07 FILLER                   PIC X(26).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(08).
         01  GEN-HDR-REC.
           07 GEN-HDR-TYPE             PIC X(01).
           07 GEN-HDR-SOURCE           PIC X(08).
           07 GEN-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  GEN-TRL-REC.
           07 GEN-TRL-TYPE             PIC X(01).
           07 GEN-TRL-COUNT            PIC 9(07).
           07 GEN-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  SNT-FILE RECORDING MODE F.
      *          MAINPROG'a gonderilen kalemlerin izleme dosyasi;
      *          MAINPROG sonrasinda DDRESP sonucu bu kayitlarla
      *          referans numarasindan eslestirir.
           COPY DDRREC.
       FD  RSP-FILE RECORDING MODE F.
      *          Kuruma giden yanit dosyasi: talimat kontrolunde
      *          reddedilen kalemler burada yazilir, kayit sonuclari
      *          DDRESP tarafindan ayni dosyaya eklenir.
           COPY DDRREC REPLACING LEADING ==DDR== BY ==RSP==.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 BIL-ST                   PIC 9(02).
              88 BIL-EOF                          VALUE 10.
              88 BIL-SUCCES                       VALUE 00 97.
           05 MND-ST                   PIC 9(02).
              88 MND-SUCCES                       VALUE 00 97.
           05 GEN-ST                   PIC 9(02).
           05 SNT-ST                   PIC 9(02).
           05 RSP-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
      *          PRMFILE'dan okunan is gunu tarihi (CYYAAGG); sifir ise
      *          tarih damgalari makine tarihine geri doner.
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-SENT              PIC 9(07) VALUE 0.
           05 WS-CNT-REFUSED           PIC 9(07) VALUE 0.
           05 WS-TOT-SENT              PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-REFUSED           PIC S9(15) COMP-3 VALUE 0.
      *          Kalemin akibeti: Y=talimat gecerli, partiye girer;
      *          N=reddedildi, neden kodu ve aciklamasi
      *          WS-REF-REASON/WS-REF-TEXT'te.
           05 WS-ITEM-OK               PIC X(01).
              88 WS-ITEM-OK-YES                   VALUE 'Y'.
           05 WS-REF-REASON            PIC 9(02).
           05 WS-REF-TEXT              PIC X(30).
      *          Uretilen parti kuyrugu icin detay sayisi ve tutar
      *          hash'i; hash kurali MAINPROG/PREEDIT ile birebir
      *          aynidir (mutlak deger toplami, tasan hane atilir).
           05 WS-GEN-COUNT             PIC 9(07) VALUE 0.
           05 WS-GEN-HASH              PIC 9(15) VALUE 0.
           05 WS-HASH-ACC              PIC S9(17) COMP-3 VALUE 0.
           05 WS-ABS-HASH-AMT          PIC S9(15) COMP-3.
           05 WS-GEN-AMOUNT            PIC S9(15) COMP-3.
      *          Tahsilat referansi: 700000000 + AAGG (ay+gun) * 10000
      *          + gun ici sira numarasi. STORDGEN'in AAGG tabanli ve
      *          LONCOLL'un 8 ile baslayan araligiyla cakismaz; DDRESP
      *          sonuclari bu aralikla ayiklar.
           05 WS-REF-SEQ               PIC 9(04) VALUE 0.
           05 WS-REF-SEQ-MAX           PIC 9(04) VALUE 9999.
           05 WS-REF-NO                PIC 9(09).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-DETAIL.
           05 DTL-BILLER               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REF                  PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RESULT               PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REASON               PIC X(29).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY RSNCODE.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Kurumlarin gonderdigi otomatik odeme tahsilat
      *    dosyasini MAINPROG'dan once isler. Her kalem kurum + hesap
      *    anahtariyla talimat kutugunde (MNDFILE) aranir: talimat
      *    yoksa veya iptalse, suresi dolmussa ya da tutar tahsilat
      *    basina ust siniri asiyorsa kalem reddedilip neden koduyla
      *    kuruma giden yanit dosyasina (RSPFILE) yazilir. Gecen
      *    kalemler LONCOLL'daki gibi MAINPROG'un okuyacagi bir
      *    INPFILE partisine B borclandirmasi olarak yazilir ve
      *    sonucun DDRESP ile kuruma donulmesi icin SNTFILE'a dusulur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-ITEM UNTIL BIL-EOF
           PERFORM H450-WRITE-TRAILER
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Tahsilat dosyasini ve talimat kutugunu girdi; partiyi,
      *    izleme ve yanit dosyalarini ve kayit defterini cikti olarak
      *    acar. Acilma hatasinda ABDFILE'a tani kaydi dusup
      *    programdan cikar. Parti basligi hemen yazilir.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  BIL-FILE.
           OPEN INPUT  MND-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT SNT-FILE.
           OPEN OUTPUT RSP-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (BIL-ST NOT = 0) AND (BIL-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN BILFILE: ' BIL-ST
               MOVE 'BILFILE'  TO ABD-FAILED-FILE
               MOVE BIL-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE BIL-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (MND-ST NOT = 0) AND (MND-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN MNDFILE: ' MND-ST
               MOVE 'MNDFILE'  TO ABD-FAILED-FILE
               MOVE MND-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE MND-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (GEN-ST NOT = 0) AND (GEN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN GENFILE: ' GEN-ST
               MOVE 'GENFILE'  TO ABD-FAILED-FILE
               MOVE GEN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE GEN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (SNT-ST NOT = 0) AND (SNT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN SNTFILE: ' SNT-ST
               MOVE 'SNTFILE'  TO ABD-FAILED-FILE
               MOVE SNT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE SNT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RSP-ST NOT = 0) AND (RSP-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RSPFILE: ' RSP-ST
               MOVE 'RSPFILE'  TO ABD-FAILED-FILE
               MOVE RSP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RSP-ST TO RETURN-CODE
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

           MOVE SPACES        TO GEN-HDR-REC
           MOVE 'H'           TO GEN-HDR-TYPE
           MOVE 'DDCOLL'      TO GEN-HDR-SOURCE
           MOVE WS-CENT-DATE  TO GEN-HDR-DATE
           WRITE GEN-HDR-REC.

           MOVE 'OTOMATIK ODEME TAHSILAT TALIMAT KONTROL LISTESI'
             TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           READ BIL-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'DDCOLL' TO ABD-PROGRAM.
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
           MOVE 'DDCOLL'  TO RLG-PROGRAM.
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
      *    H200:Bir tahsilat kalemini isler: kalem dogrulanir ve
      *    talimata karsi kontrol edilir; gecen kalem partiye islenir,
      *    takilan kalem yanit dosyasina reddedildi olarak yazilir.
      *-----------------------------------------------------------------
       H200-PROCESS-ITEM.
           ADD 1 TO WS-CNT-READ.
           MOVE 'Y'    TO WS-ITEM-OK
           MOVE 0      TO WS-REF-REASON
           MOVE SPACES TO WS-REF-TEXT.

           PERFORM H210-CHECK-MANDATE.

           IF WS-ITEM-OK-YES
              PERFORM H400-EMIT-DETAIL
           ELSE
              PERFORM H300-REFUSE-ITEM
           END-IF.

           READ BIL-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Kalemin alanlarini dogrular ve talimat kutugunu
      *    okur. Talimat yok/iptal ise 37, suresi dolmussa 38, tutar
      *    ust siniri asiyorsa 39 neden koduyla kalem reddedilir.
      *    Hesabin durumu ve bakiyesi burada degil, kayit motorunda
      *    kontrol edilir.
      *-----------------------------------------------------------------
       H210-CHECK-MANDATE.
           IF BIL-BILLER = SPACES
              OR BIL-ID NOT NUMERIC OR BIL-DVZ NOT NUMERIC
              OR BIL-AMOUNT NOT NUMERIC
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-INVALID-DATA            TO WS-REF-REASON
              MOVE 'GECERSIZ TAHSILAT KALEMI'  TO WS-REF-TEXT
           ELSE
           IF BIL-AMOUNT = 0
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-INVALID-DATA            TO WS-REF-REASON
              MOVE 'TAHSILAT TUTARI SIFIR'     TO WS-REF-TEXT
           ELSE
           IF WS-REF-SEQ NOT < WS-REF-SEQ-MAX
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-INVALID-DATA            TO WS-REF-REASON
              MOVE 'GUNLUK REFERANS ARALIGI DOLU' TO WS-REF-TEXT
           ELSE
              MOVE BIL-BILLER  TO MND-BILLER
              MOVE BIL-ID      TO MND-ID
              MOVE BIL-DVZ     TO MND-DVZ
              READ MND-FILE
                 INVALID KEY
                    MOVE 'N'                   TO WS-ITEM-OK
                    MOVE RSN-MND-NONE          TO WS-REF-REASON
                    MOVE 'TALIMAT YOK'         TO WS-REF-TEXT
                 NOT INVALID KEY
                    PERFORM H220-APPLY-RULES
              END-READ
           END-IF
           END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Okunan talimatin durumunu, son gecerlilik tarihini ve
      *    tahsilat basina ust sinirini kaleme uygular.
      *-----------------------------------------------------------------
       H220-APPLY-RULES.
           IF MND-STS-CANCELLED
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-MND-NONE                TO WS-REF-REASON
              MOVE 'TALIMAT IPTAL EDILMIS'     TO WS-REF-TEXT
           ELSE
           IF MND-EXPIRY NOT = 0 AND MND-EXPIRY < WS-CENT-DATE
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-MND-EXPIRED             TO WS-REF-REASON
              MOVE 'TALIMAT SURESI DOLMUS'     TO WS-REF-TEXT
           ELSE
           IF BIL-AMOUNT > MND-CAP
              MOVE 'N'                         TO WS-ITEM-OK
              MOVE RSN-MND-OVER-CAP            TO WS-REF-REASON
              MOVE 'TUTAR TALIMAT LIMITINI ASIYOR' TO WS-REF-TEXT
           END-IF
           END-IF
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Reddedilen kalemi neden koduyla R durumunda yanit
      *    dosyasina yazar ve kayit defterine satir duser.
      *-----------------------------------------------------------------
       H300-REFUSE-ITEM.
           MOVE SPACES          TO RSP-REC
           MOVE BIL-BILLER      TO RSP-BILLER
           MOVE BIL-ID          TO RSP-ID
           MOVE BIL-DVZ         TO RSP-DVZ
           MOVE BIL-AMOUNT      TO RSP-AMOUNT
           MOVE BIL-BILL-REF    TO RSP-BILL-REF
           MOVE 0               TO RSP-REF-NO
           MOVE 'R'             TO RSP-STATUS
           MOVE WS-REF-REASON   TO RSP-RETURN-CODE
           MOVE WS-REF-TEXT     TO RSP-TEXT
           MOVE WS-CENT-DATE    TO RSP-DATE
           WRITE RSP-REC.

           ADD 1 TO WS-CNT-REFUSED.
           IF BIL-AMOUNT NUMERIC
              ADD BIL-AMOUNT TO WS-TOT-REFUSED
           END-IF.

           MOVE 0               TO WS-REF-NO
           MOVE 'RED  '         TO DTL-RESULT
           MOVE WS-REF-TEXT     TO DTL-REASON
           PERFORM H330-WRITE-DETAIL-LINE.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H330:Kalemin kayit defteri satirini yazar.
      *-----------------------------------------------------------------
       H330-WRITE-DETAIL-LINE.
           MOVE BIL-BILLER      TO DTL-BILLER
           IF BIL-ID NUMERIC AND BIL-DVZ NUMERIC
              MOVE BIL-ID       TO DTL-ID
              MOVE BIL-DVZ      TO DTL-DVZ
           ELSE
              MOVE 0            TO DTL-ID
              MOVE 0            TO DTL-DVZ
           END-IF
           IF BIL-AMOUNT NUMERIC
              MOVE BIL-AMOUNT   TO DTL-AMOUNT
           ELSE
              MOVE 0            TO DTL-AMOUNT
           END-IF
           MOVE WS-REF-NO       TO DTL-REF
           MOVE WS-DETAIL       TO RPT-REC
           WRITE RPT-REC.
       H330-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Talimat kontrolunden gecen kalemden musteri hesabini
      *    borclandiran bir B detayi uretir; parti sayaci ve tutar
      *    hash'i islenir, kalem G durumuyla SNTFILE'a yazilir ve
      *    kayit defterine satir dusulur.
      *-----------------------------------------------------------------
       H400-EMIT-DETAIL.
           ADD 1 TO WS-REF-SEQ.
           COMPUTE WS-REF-NO = 700000000
               + (((WS-CENT-MM * 100) + WS-CENT-DD) * 10000)
               + WS-REF-SEQ.
           COMPUTE WS-GEN-AMOUNT = 0 - BIL-AMOUNT.

           MOVE SPACES        TO GEN-REC
           MOVE 'B'           TO GEN-PRCSS-TYPE
           MOVE BIL-ID        TO GEN-ID
           MOVE BIL-DVZ       TO GEN-DVZ
           MOVE WS-GEN-AMOUNT TO GEN-AMOUNT
           MOVE SPACES        TO GEN-NAME
           MOVE SPACES        TO GEN-SRNAME
           MOVE SPACE         TO GEN-XLIT-RULE
           MOVE 0             TO GEN-TGT-ID
           MOVE 0             TO GEN-TGT-DVZ
           MOVE WS-REF-NO     TO GEN-REF-NO
           WRITE GEN-REC.

           ADD 1 TO WS-GEN-COUNT.
           MOVE BIL-AMOUNT TO WS-ABS-HASH-AMT
           COMPUTE WS-HASH-ACC = WS-HASH-ACC + WS-ABS-HASH-AMT
           MOVE WS-HASH-ACC TO WS-GEN-HASH
           MOVE WS-GEN-HASH TO WS-HASH-ACC.

           MOVE SPACES          TO DDR-REC
           MOVE BIL-BILLER      TO DDR-BILLER
           MOVE BIL-ID          TO DDR-ID
           MOVE BIL-DVZ         TO DDR-DVZ
           MOVE BIL-AMOUNT      TO DDR-AMOUNT
           MOVE BIL-BILL-REF    TO DDR-BILL-REF
           MOVE WS-REF-NO       TO DDR-REF-NO
           MOVE 'G'             TO DDR-STATUS
           MOVE 0               TO DDR-RETURN-CODE
           MOVE 'TAHSILATA GONDERILDI' TO DDR-TEXT
           MOVE WS-CENT-DATE    TO DDR-DATE
           WRITE DDR-REC.

           ADD 1 TO WS-CNT-SENT.
           ADD BIL-AMOUNT TO WS-TOT-SENT.

           MOVE 'GND  '         TO DTL-RESULT
           MOVE 'TAHSILATA GONDERILDI' TO DTL-REASON
           PERFORM H330-WRITE-DETAIL-LINE.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H450:Parti kuyrugunu detay sayisi ve tutar hash'i ile yazar.
      *-----------------------------------------------------------------
       H450-WRITE-TRAILER.
           MOVE SPACES        TO GEN-TRL-REC
           MOVE 'Z'           TO GEN-TRL-TYPE
           MOVE WS-GEN-COUNT  TO GEN-TRL-COUNT
           MOVE WS-GEN-HASH   TO GEN-TRL-HASH
           WRITE GEN-TRL-REC.
       H450-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kayit defteri sonuna ozet satirlarini basar ve kontrol
      *    toplamlarini konsola dokur.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN TAHSILAT KALEMI      : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TAHSILATA GONDERILEN KALEM  : ' TO TOT-LABEL
           MOVE WS-CNT-SENT                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'GONDERILEN TUTAR            : ' TO TOT-LABEL
           MOVE WS-TOT-SENT                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TALIMAT NEDENIYLE REDDEDILEN: ' TO TOT-LABEL
           MOVE WS-CNT-REFUSED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'REDDEDILEN TUTAR            : ' TO TOT-LABEL
           MOVE WS-TOT-REFUSED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '============ DDCOLL CONTROL TOTALS =============='
           DISPLAY ' OKUNAN KALEM            : ' WS-CNT-READ
           DISPLAY ' URETILEN DETAY SAYISI   : ' WS-GEN-COUNT
           DISPLAY ' REDDEDILEN KALEM        : ' WS-CNT-REFUSED
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE BIL-FILE.
           CLOSE MND-FILE.
           CLOSE GEN-FILE.
           CLOSE SNT-FILE.
           CLOSE RSP-FILE.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
