       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSP-FILE ASSIGN TO DSPFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY DSP-CASE-NO
                             STATUS DSP-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT OPTIONAL DFD-FILE ASSIGN TO DSPFEED
                             STATUS DFD-ST.
           SELECT OPTIONAL DPR-FILE ASSIGN TO DSPPRM
                             STATUS DPR-ST.
           SELECT OPTIONAL OUT-FILE ASSIGN TO OUTFILE
                             STATUS OUT-ST.
           SELECT GEN-FILE   ASSIGN TO GENFILE
                             STATUS GEN-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT AGE-FILE   ASSIGN TO AGERPT
                             STATUS AGE-ST.
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
       FD  DSP-FILE.
           COPY DSPREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  DFD-FILE RECORDING MODE F.
      *          Vaka karti: A = vaka ac, K = musteri lehine kapat,
      *          R = musteri aleyhine kapat, E = elle kapat (kayit
      *          uretilmez; reddedilmis kaydin elle duzeltildigi
      *          durumlar icin). Acilis karti hesabi, itiraz edilen
      *          hareketin referansini, tutari ve gecici alacak
      *          isaretini (E = gecici alacak ver) tasir. Operator
      *          kimligi bloke kayitlarina giren olarak aktarilir.
         01  DFD-REC.
           05 DFD-ACTION               PIC X(01).
              88 DFD-ACT-OPEN                    VALUE 'A'.
              88 DFD-ACT-WON                     VALUE 'K'.
              88 DFD-ACT-LOST                    VALUE 'R'.
              88 DFD-ACT-MANUAL                  VALUE 'E'.
           05 DFD-CASE-NO              PIC 9(09).
           05 DFD-ID                   PIC 9(05).
           05 DFD-DVZ                  PIC 9(03).
           05 DFD-JRN-REF-NO           PIC 9(09).
           05 DFD-AMOUNT               PIC 9(15).
           05 DFD-PROV                 PIC X(01).
              88 DFD-PROV-YES                    VALUE 'E'.
           05 DFD-OPER-ID              PIC X(08).
           05 DFD-REASON               PIC X(20).
           05 FILLER                   PIC X(09).
       FD  DPR-FILE RECORDING MODE F.
      *          Itiraz parametre karti: yasal cevap suresi (gun) ve
      *          yaslandirma raporunun yaklasan penceresi (gun). Kart
      *          ya da alan yoksa sure 30, pencere 5 gundur. Sure vaka
      *          acilisinda vakaya yazilir; sonradan degisen sure acik
      *          vakalari etkilemez.
         01  DPR-REC.
           05 DPR-DUE-DAYS             PIC 9(03).
           05 DPR-WARN-DAYS            PIC 9(03).
           05 FILLER                   PIC X(74).
       FD  OUT-FILE RECORDING MODE F.
      *          Bir onceki MAINPROG calismasinin sonuc dosyasi;
      *          vakalar icin gonderilen kayitlarin sonucu referans
      *          numarasindan bulunur.
           COPY OUTREC.
       FD  GEN-FILE RECORDING MODE F.
      *          MAINPROG'un INPFILE duzeninde uretilen parti: basta H
      *          basligi, vaka adimlarinin B (gecici alacak / geri
      *          alma), X (bloke) ve Y (bloke kaldirma) detaylari,
      *          sonda detay sayisi ve tutar hash'i ile Z kuyrugu.
      *          X/Y bakim kayitlari oldugundan MAINPROG'da onay
      *          kutugune (MKCFILE) park edilir ve ikinci bir
      *          operatorun V onayiyla uygulanir.
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
           07 GEN-OPER-ID              PIC X(08).
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  AGE-FILE RECORDING MODE F.
         01  AGE-REC                   PIC X(100).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 DSP-ST                   PIC 9(02).
              88 DSP-EOF                          VALUE 10.
              88 DSP-SUCCES                       VALUE 00 05 97.
           05 IDX-ST                   PIC 9(02).
           05 DFD-ST                   PIC 9(02).
              88 DFD-EOF                          VALUE 10.
              88 DFD-SUCCES                       VALUE 00 05 97.
           05 DPR-ST                   PIC 9(02).
           05 OUT-ST                   PIC 9(02).
              88 OUT-EOF                          VALUE 10.
              88 OUT-SUCCES                       VALUE 00 97.
           05 GEN-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 AGE-ST                   PIC 9(02).
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
           05 WS-DUE-DAYS              PIC 9(03) VALUE 30.
           05 WS-WARN-DAYS             PIC 9(03) VALUE 5.
           05 WS-CNT-CARDS             PIC 9(07) VALUE 0.
           05 WS-CNT-CARD-REJ          PIC 9(07) VALUE 0.
           05 WS-CNT-OPENED            PIC 9(07) VALUE 0.
           05 WS-CNT-PROV              PIC 9(07) VALUE 0.
           05 WS-CNT-WON               PIC 9(07) VALUE 0.
           05 WS-CNT-LOST              PIC 9(07) VALUE 0.
           05 WS-CNT-MANUAL            PIC 9(07) VALUE 0.
           05 WS-CNT-CONFIRMED         PIC 9(07) VALUE 0.
           05 WS-CNT-FAILED            PIC 9(07) VALUE 0.
           05 WS-CNT-OPEN-CASES        PIC 9(07) VALUE 0.
           05 WS-CNT-OVERDUE           PIC 9(07) VALUE 0.
           05 WS-CNT-DUE-SOON          PIC 9(07) VALUE 0.
           05 WS-CNT-HELD-FAILED       PIC 9(07) VALUE 0.
           05 WS-AMT-OPEN              PIC S9(15) COMP-3 VALUE 0.
           05 WS-AMT-PROV              PIC S9(15) COMP-3 VALUE 0.
      *          Uretilen parti kuyrugu icin detay sayisi ve tutar
      *          hash'i; hash kurali MAINPROG/PREEDIT ile birebir
      *          aynidir (mutlak deger toplami, tasan hane atilir).
           05 WS-GEN-COUNT             PIC 9(07) VALUE 0.
           05 WS-GEN-HASH              PIC 9(15) VALUE 0.
           05 WS-HASH-ACC              PIC S9(17) COMP-3 VALUE 0.
           05 WS-ABS-HASH-AMT          PIC S9(15) COMP-3.
      *          Uretilecek detayin alanlari; H370 referansi uretip
      *          kaydi yazar ve vakanin WS-GEN-SLOT'taki kayit
      *          girdisine isler.
           05 WS-GEN-TYPE              PIC X(01).
           05 WS-GEN-AMOUNT            PIC S9(15) COMP-3.
           05 WS-GEN-NAME              PIC X(15).
           05 WS-GEN-SLOT              PIC 9(01).
      *          Itiraz referansi: 500000000 + AAGG (ay+gun) * 10000 +
      *          gun ici sira numarasi. STORDGEN (AAGG tabanli),
      *          EODSWEEP (6), DDCOLL (7) ve LONCOLL (8) araliklariyla
      *          cakismaz; sonuclar OUTFILE'da bu aralikla ayiklanir.
           05 WS-REF-SEQ               PIC 9(04) VALUE 0.
           05 WS-REF-NO                PIC 9(09).
           05 WS-LIEN-REF.
              07 FILLER                PIC X(06) VALUE 'ITIRAZ'.
              07 WS-LIEN-CASE          PIC 9(09).
           05 WS-CARD-MSG              PIC X(40).
           05 WS-CARD-OK               PIC X(01).
              88 WS-CARD-OK-YES                   VALUE 'Y'.
           05 WS-PST-IDX               PIC 9(01).
           05 WS-PST-OK                PIC 9(01).
           05 WS-PST-BAD               PIC 9(01).
           05 WS-PST-USED              PIC 9(01).
           05 WS-RUN-DAYNUM            PIC 9(07).
           05 WS-DAYS-OPEN             PIC S9(07).
           05 WS-DAYS-LEFT             PIC S9(07).
           05 WS-DAY-NUM               PIC 9(07).
           05 WS-DAY-IDX               PIC 9(02).
           05 WS-YEAR                  PIC 9(04).
           05 WS-YEAR-REM              PIC 9(04).
           05 WS-YEAR-DUMMY            PIC 9(04).
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
         01  WS-MONTH-TABLE.
      *          Ay uzunluklari; artik yil duzeltmesi H150'dedir.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
         01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-RES-AREA.
      *          Onceki MAINPROG calismasinin itiraz kayitlari
      *          sonuclari: OUTFILE'daki 5 ile baslayan referansli
      *          kayitlar calisma basinda bu tabloya yuklenir. Ayni
      *          referans tekrar gelirse (onay kaydinin sonucu gibi)
      *          son sonuc gecerlidir.
           05 WS-RES-COUNT             PIC 9(04) VALUE 0.
           05 WS-RES-MAX               PIC 9(04) VALUE 2000.
           05 WS-RES-IDX               PIC 9(04).
           05 WS-RES-SEL               PIC 9(04).
           05 WS-RES-FOUND             PIC X(01) VALUE 'N'.
              88 WS-RES-FOUND-YES                VALUE 'Y'.
           05 WS-RES-SRCH-REF          PIC 9(09).
           05 WS-RES-ENTRY OCCURS 2000 TIMES.
              07 WS-RES-REF-NO         PIC 9(09).
              07 WS-RES-RC             PIC 9(02).
         01  WS-LOG-LINE.
           05 LOG-CASE                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LOG-ACTION               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LOG-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 LOG-DVZ                  PIC 999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LOG-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LOG-MSG                  PIC X(40).
         01  WS-HDR2.
           05 FILLER              PIC X(10) VALUE 'VAKA NO'.
           05 FILLER              PIC X(10) VALUE 'HESAP'.
           05 FILLER              PIC X(10) VALUE 'JRN REF'.
           05 FILLER              PIC X(16) VALUE '           TUTAR'.
           05 FILLER              PIC X(09) VALUE ' ACILIS'.
           05 FILLER              PIC X(04) VALUE 'SURE'.
           05 FILLER              PIC X(07) VALUE '   GUN'.
           05 FILLER              PIC X(07) VALUE ' KALAN'.
           05 FILLER              PIC X(02) VALUE ' K'.
           05 FILLER              PIC X(10) VALUE ' DURUM'.
         01  WS-AGE-LINE.
           05 AGE-CASE                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 AGE-DVZ                  PIC 999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-JRN-REF              PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-OPEN                 PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-DUE                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-DAYS                 PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-LEFT                 PIC -(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-POST                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AGE-STS                  PIC X(09).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY RSNCODE.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Musteri itiraz vakalarinin gece calismasi. Once bir
      *    onceki MAINPROG calismasinin sonuclari (OUTFILE) okunup
      *    sonuc bekleyen vakalarin kayitlari islendi/reddedildi olarak
      *    isaretlenir. Sonra vaka kartlari (DSPFEED) uygulanir: acilan
      *    vakaya istenirse gecici alacak (B) ve ayni tutarda bloke
      *    (X), musteri lehine kapanan vakaya bloke kaldirma (Y),
      *    aleyhine kapanana bloke kaldirma ve gecici alacagin geri
      *    alinmasi (Y + eksi tutarli B) STORDGEN'deki gibi MAINPROG'un
      *    okuyacagi bir INPFILE partisine yazilir. Son olarak acik
      *    vakalar yasal cevap suresine gore yaslandirma raporuna
      *    (AGERPT) dokulur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-CONFIRM-CASE UNTIL DSP-EOF
           PERFORM H300-PROCESS-CARD UNTIL DFD-EOF
           PERFORM H400-WRITE-TRAILER
           PERFORM H500-START-AGEING
           PERFORM H510-AGE-CASE UNTIL DSP-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Vaka kutugunu guncelleme, hesap kutugunu okuma icin;
      *    kart dosyasini girdi, partiyi ve iki raporu cikti olarak
      *    acar. Acilma hatasinda ABDFILE'a tani kaydi dusup programdan
      *    cikar. Onceki calismanin sonuclari tabloya yuklenir, parti
      *    basligi hemen yazilir ve vaka kutugu bastan konumlanir.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H120-READ-PARMS.
           PERFORM H110-LOAD-RESULTS.

           OPEN I-O    DSP-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  DFD-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT AGE-FILE.
           IF NOT DSP-SUCCES
               DISPLAY 'UNABLE TO OPEN DSPFILE: ' DSP-ST
               MOVE 'DSPFILE'  TO ABD-FAILED-FILE
               MOVE DSP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE DSP-ST TO RETURN-CODE
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
           IF NOT DFD-SUCCES
               DISPLAY 'UNABLE TO OPEN DSPFEED: ' DFD-ST
               MOVE 'DSPFEED'  TO ABD-FAILED-FILE
               MOVE DFD-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE DFD-ST TO RETURN-CODE
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
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (AGE-ST NOT = 0) AND (AGE-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN AGERPT: ' AGE-ST
               MOVE 'AGERPT'   TO ABD-FAILED-FILE
               MOVE AGE-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE AGE-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-CENT-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE WS-CENT-DATE TO WS-WRK-DATE
           PERFORM H150-DATE-TO-DAYNUM
           MOVE WS-DAY-NUM TO WS-RUN-DAYNUM.

           MOVE SPACES        TO GEN-HDR-REC
           MOVE 'H'           TO GEN-HDR-TYPE
           MOVE 'DSPMNT'      TO GEN-HDR-SOURCE
           MOVE WS-CENT-DATE  TO GEN-HDR-DATE
           WRITE GEN-HDR-REC.

           MOVE 'MUSTERI ITIRAZ VAKALARI ISLEM DEFTERI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           MOVE ZEROES TO DSP-CASE-NO
           START DSP-FILE KEY >= DSP-CASE-NO
              INVALID KEY
                 MOVE 10 TO DSP-ST
           END-START.
           IF NOT DSP-EOF
              READ DSP-FILE NEXT RECORD
           END-IF.
           READ DFD-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'DSPMNT' TO ABD-PROGRAM.
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
      *    H110:Onceki MAINPROG calismasinin sonuclarini tabloya
      *    yukler; OUTFILE yoksa sonuc bekleyen vakalar beklemede
      *    kalir.
      *-----------------------------------------------------------------
       H110-LOAD-RESULTS.
           OPEN INPUT OUT-FILE.
           IF OUT-SUCCES
              READ OUT-FILE
              PERFORM H111-LOAD-ONE-RESULT UNTIL NOT OUT-SUCCES
              CLOSE OUT-FILE
           ELSE
              DISPLAY 'OUTFILE ACILAMADI: ' OUT-ST
                      ' ITIRAZ SONUCLARI ISLENMEDI'
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H111:OUTFILE'in bir kaydini inceler; itiraz referansli
      *    sonucsa tabloya ekler ya da ayni referansin onceki sonucunu
      *    gunceller.
      *-----------------------------------------------------------------
       H111-LOAD-ONE-RESULT.
           IF OUT-REF-NO NUMERIC
              AND OUT-REF-NO >= 500000000 AND OUT-REF-NO <= 599999999
              MOVE OUT-REF-NO TO WS-RES-SRCH-REF
              PERFORM H115-FIND-RESULT
              IF WS-RES-FOUND-YES
                 MOVE OUT-RETURN-CODE TO WS-RES-RC(WS-RES-SEL)
              ELSE
              IF WS-RES-COUNT < WS-RES-MAX
                 ADD 1 TO WS-RES-COUNT
                 MOVE OUT-REF-NO      TO WS-RES-REF-NO(WS-RES-COUNT)
                 MOVE OUT-RETURN-CODE TO WS-RES-RC(WS-RES-COUNT)
              ELSE
                 DISPLAY 'SONUC TABLOSU DOLU, ATLANDI: ' OUT-REF-NO
              END-IF
              END-IF
           END-IF.
           READ OUT-FILE.
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H115:WS-RES-SRCH-REF referansini sonuc tablosunda arar.
      *-----------------------------------------------------------------
       H115-FIND-RESULT.
           MOVE 'N' TO WS-RES-FOUND
           MOVE 0   TO WS-RES-SEL
           PERFORM H116-MATCH-RESULT
              VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > WS-RES-COUNT
                    OR WS-RES-FOUND-YES.
       H115-END. EXIT.


       H116-MATCH-RESULT.
           IF WS-RES-REF-NO(WS-RES-IDX) = WS-RES-SRCH-REF
              SET WS-RES-FOUND-YES TO TRUE
              MOVE WS-RES-IDX TO WS-RES-SEL
           END-IF.
       H116-END. EXIT.


      *-----------------------------------------------------------------
      *    H120:DSPPRM kartindan yasal cevap suresini ve yaklasan
      *    penceresini okur; kart ya da alan yoksa 30 ve 5 gundur.
      *-----------------------------------------------------------------
       H120-READ-PARMS.
           OPEN INPUT DPR-FILE.
           IF DPR-ST = 0
               READ DPR-FILE
               IF DPR-ST = 0
                   IF DPR-DUE-DAYS NUMERIC AND DPR-DUE-DAYS > 0
                      MOVE DPR-DUE-DAYS TO WS-DUE-DAYS
                   END-IF
                   IF DPR-WARN-DAYS NUMERIC
                      MOVE DPR-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
               END-IF
               CLOSE DPR-FILE
           END-IF.
       H120-END. EXIT.


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
           MOVE 'DSPMNT  ' TO RLG-PROGRAM.
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
      *    H200:Sonuc bekleyen (G) vakanin gonderilmis kayitlarini
      *    sonuc tablosunda arar. 00 islendi; 26 (referans zaten
      *    islenmis) da daha once islendigini gosterir. 25 (buyuk
      *    tutar onayi) ve 44 (bakim onayi) bekleyen kayittir, durum
      *    korunur; sonucu gelmemis kayit da beklemede kalir. Diger
      *    kodlar vakayi elle takip icin H'ye ceker. Butun kayitlari
      *    islenen vaka T olur.
      *-----------------------------------------------------------------
       H200-CONFIRM-CASE.
           IF DSP-PST-SENT
              MOVE 0 TO WS-PST-OK
              MOVE 0 TO WS-PST-BAD
              MOVE 0 TO WS-PST-USED
              PERFORM H210-CHECK-POSTING
                 VARYING WS-PST-IDX FROM 1 BY 1
                    UNTIL WS-PST-IDX > 2
              IF WS-PST-BAD > 0
                 MOVE 'H' TO DSP-POST-STATE
                 ADD 1 TO WS-CNT-FAILED
                 MOVE 'KAYIT REDDEDILDI, ELLE TAKIP' TO WS-CARD-MSG
                 PERFORM H220-REWRITE-CONFIRMED
              ELSE
              IF WS-PST-OK = WS-PST-USED
                 MOVE 'T' TO DSP-POST-STATE
                 ADD 1 TO WS-CNT-CONFIRMED
                 MOVE 'KAYITLAR ISLENDI' TO WS-CARD-MSG
                 PERFORM H220-REWRITE-CONFIRMED
              END-IF
              END-IF
           END-IF.
           READ DSP-FILE NEXT RECORD.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Vakanin bir kayit girdisinin sonucunu tablodan alir.
      *-----------------------------------------------------------------
       H210-CHECK-POSTING.
           IF DSP-POST-REF(WS-PST-IDX) > 0
              ADD 1 TO WS-PST-USED
              MOVE DSP-POST-REF(WS-PST-IDX) TO WS-RES-SRCH-REF
              PERFORM H115-FIND-RESULT
              IF WS-RES-FOUND-YES
                 MOVE WS-RES-RC(WS-RES-SEL)
                      TO DSP-POST-RC(WS-PST-IDX)
              END-IF
              IF DSP-POST-RC(WS-PST-IDX) = RSN-OK
                 OR DSP-POST-RC(WS-PST-IDX) = RSN-DUP-REF
                 IF WS-RES-FOUND-YES
                    ADD 1 TO WS-PST-OK
                 END-IF
              ELSE
              IF DSP-POST-RC(WS-PST-IDX) NOT = RSN-HELD
                 AND DSP-POST-RC(WS-PST-IDX) NOT = RSN-MKC-PENDING
                 ADD 1 TO WS-PST-BAD
              END-IF
              END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Sonucu netlesen vakayi geri yazar ve deftere basar.
      *-----------------------------------------------------------------
       H220-REWRITE-CONFIRMED.
           REWRITE DSP-REC
              INVALID KEY
                 DISPLAY 'DSPFILE GUNCELLENEMEDI: ' DSP-CASE-NO
                         ' ' DSP-ST
           END-REWRITE.
           MOVE DSP-CASE-NO  TO LOG-CASE
           MOVE DSP-STATUS   TO LOG-ACTION
           MOVE DSP-ID       TO LOG-ID
           MOVE DSP-DVZ      TO LOG-DVZ
           MOVE DSP-AMOUNT   TO LOG-AMOUNT
           MOVE WS-CARD-MSG  TO LOG-MSG
           MOVE WS-LOG-LINE  TO RPT-REC
           WRITE RPT-REC.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Bir vaka kartini isler ve sonucunu deftere basar.
      *-----------------------------------------------------------------
       H300-PROCESS-CARD.
           ADD 1 TO WS-CNT-CARDS.
           MOVE 'N'    TO WS-CARD-OK
           MOVE SPACES TO WS-CARD-MSG

           IF DFD-CASE-NO NOT NUMERIC OR DFD-CASE-NO = 0
              MOVE 'GECERSIZ VAKA NUMARASI' TO WS-CARD-MSG
           ELSE
              EVALUATE TRUE
                 WHEN DFD-ACT-OPEN
                    PERFORM H310-OPEN-CASE
                 WHEN DFD-ACT-WON
                    PERFORM H320-RESOLVE-WON
                 WHEN DFD-ACT-LOST
                    PERFORM H330-RESOLVE-LOST
                 WHEN DFD-ACT-MANUAL
                    PERFORM H340-CLOSE-MANUAL
                 WHEN OTHER
                    MOVE 'GECERSIZ ISLEM KODU' TO WS-CARD-MSG
              END-EVALUATE
           END-IF.

           IF NOT WS-CARD-OK-YES
              ADD 1 TO WS-CNT-CARD-REJ
           END-IF.
           MOVE DFD-CASE-NO  TO LOG-CASE
           MOVE DFD-ACTION   TO LOG-ACTION
           MOVE DFD-ID       TO LOG-ID
           MOVE DFD-DVZ      TO LOG-DVZ
           IF DFD-AMOUNT NUMERIC
              MOVE DFD-AMOUNT TO LOG-AMOUNT
           ELSE
              MOVE ZEROES     TO LOG-AMOUNT
           END-IF
           MOVE WS-CARD-MSG  TO LOG-MSG
           MOVE WS-LOG-LINE  TO RPT-REC
           WRITE RPT-REC.

           READ DFD-FILE.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Yeni vaka acar. Vaka numarasi kullanilmamis, hesap
      *    mevcut ve kapali degil, tutar ve itiraz edilen hareketin
      *    referansi dolu olmalidir. Gecici alacak istenmisse tutar
      *    kadar B alacagi ve ayni tutarda, vaka numarali yasal
      *    referansla bir X blokesi partiye yazilir.
      *-----------------------------------------------------------------
       H310-OPEN-CASE.
           MOVE DFD-CASE-NO TO DSP-CASE-NO
           READ DSP-FILE KEY IS DSP-CASE-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'VAKA NUMARASI KULLANILMIS' TO WS-CARD-MSG
           END-READ.

           IF WS-CARD-MSG = SPACES
              IF DFD-ID NOT NUMERIC OR DFD-DVZ NOT NUMERIC
                 MOVE 'GECERSIZ HESAP' TO WS-CARD-MSG
              ELSE
                 MOVE DFD-ID  TO IDX-ID
                 MOVE DFD-DVZ TO IDX-DVZ
                 READ IDX-FILE KEY IS IDX-KEY
                    INVALID KEY
                       MOVE 'HESAP BULUNAMADI' TO WS-CARD-MSG
                    NOT INVALID KEY
                       IF IDX-STS-CLOSED
                          MOVE 'HESAP KAPALI' TO WS-CARD-MSG
                       END-IF
                 END-READ
              END-IF
           END-IF.

           IF WS-CARD-MSG = SPACES
              IF DFD-AMOUNT NOT NUMERIC OR DFD-AMOUNT = 0
                 MOVE 'GECERSIZ TUTAR' TO WS-CARD-MSG
              ELSE
              IF DFD-JRN-REF-NO NOT NUMERIC OR DFD-JRN-REF-NO = 0
                 MOVE 'ITIRAZ EDILEN REFERANS BOS' TO WS-CARD-MSG
              ELSE
              IF DFD-PROV-YES AND DFD-OPER-ID = SPACES
                 MOVE 'OPERATOR KIMLIGI EKSIK' TO WS-CARD-MSG
              END-IF
              END-IF
              END-IF
           END-IF.

           IF WS-CARD-MSG = SPACES
              INITIALIZE DSP-REC
              MOVE DFD-CASE-NO     TO DSP-CASE-NO
              MOVE DFD-ID          TO DSP-ID
              MOVE DFD-DVZ         TO DSP-DVZ
              MOVE DFD-JRN-REF-NO  TO DSP-JRN-REF-NO
              MOVE DFD-AMOUNT      TO DSP-AMOUNT
              MOVE ZEROES          TO DSP-PROV-AMOUNT
              MOVE DFD-REASON      TO DSP-REASON
              MOVE DFD-OPER-ID     TO DSP-OPER-ID
              MOVE WS-CENT-DATE    TO DSP-OPEN-DATE
              MOVE WS-DUE-DAYS     TO DSP-DUE-DAYS
              MOVE ZEROES          TO DSP-CLOSE-DATE
              MOVE 'A'             TO DSP-STATUS
              MOVE SPACE           TO DSP-POST-STATE
              IF DFD-PROV-YES
                 MOVE DFD-AMOUNT   TO DSP-PROV-AMOUNT
                 MOVE 'G'          TO DSP-POST-STATE
                 MOVE 'B'          TO WS-GEN-TYPE
                 MOVE DFD-AMOUNT   TO WS-GEN-AMOUNT
                 MOVE SPACES       TO WS-GEN-NAME
                 MOVE 1            TO WS-GEN-SLOT
                 PERFORM H370-EMIT-DETAIL
                 MOVE 'X'          TO WS-GEN-TYPE
                 MOVE DFD-AMOUNT   TO WS-GEN-AMOUNT
                 MOVE DFD-CASE-NO  TO WS-LIEN-CASE
                 MOVE WS-LIEN-REF  TO WS-GEN-NAME
                 MOVE 2            TO WS-GEN-SLOT
                 PERFORM H370-EMIT-DETAIL
                 ADD 1 TO WS-CNT-PROV
              END-IF
              WRITE DSP-REC
                 INVALID KEY
                    MOVE 'VAKA YAZILAMADI' TO WS-CARD-MSG
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CARD-OK
                    ADD 1 TO WS-CNT-OPENED
                    IF DFD-PROV-YES
                       MOVE 'VAKA ACILDI, GECICI ALACAK+BLOKE'
                            TO WS-CARD-MSG
                    ELSE
                       MOVE 'VAKA ACILDI' TO WS-CARD-MSG
                    END-IF
              END-WRITE
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H315:Kapatma kartinin vakasini okur ve kapatilabilir
      *    oldugunu dogrular: vaka acik olmali, gonderilmis kayitlari
      *    sonuc bekliyor ya da reddedilmis olmamalidir.
      *-----------------------------------------------------------------
       H315-READ-OPEN-CASE.
           MOVE DFD-CASE-NO TO DSP-CASE-NO
           READ DSP-FILE KEY IS DSP-CASE-NO
              INVALID KEY
                 MOVE 'VAKA BULUNAMADI' TO WS-CARD-MSG
              NOT INVALID KEY
                 IF NOT DSP-STS-OPEN
                    MOVE 'VAKA ZATEN KAPALI' TO WS-CARD-MSG
                 ELSE
                 IF DSP-PST-SENT
                    MOVE 'ACILIS KAYITLARI SONUC BEKLIYOR'
                         TO WS-CARD-MSG
                 ELSE
                 IF DSP-PST-FAILED
                    MOVE 'ACILIS KAYDI REDDEDILMIS, ELLE KAPAT'
                         TO WS-CARD-MSG
                 ELSE
                 IF DSP-PROV-AMOUNT > 0 AND DFD-OPER-ID = SPACES
                    MOVE 'OPERATOR KIMLIGI EKSIK' TO WS-CARD-MSG
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
       H315-END. EXIT.


      *-----------------------------------------------------------------
      *    H320:Vakayi musteri lehine kapatir. Gecici alacak verilmisse
      *    yalniz bloke kaldirilir (Y) ve alacak kalici olur;
      *    verilmemisse itiraz tutari simdi alacaklandirilir (B).
      *-----------------------------------------------------------------
       H320-RESOLVE-WON.
           PERFORM H315-READ-OPEN-CASE.
           IF WS-CARD-MSG = SPACES
              PERFORM H350-CLEAR-POSTINGS
              MOVE 1 TO WS-GEN-SLOT
              IF DSP-PROV-AMOUNT > 0
                 MOVE 'Y'             TO WS-GEN-TYPE
                 MOVE DSP-PROV-AMOUNT TO WS-GEN-AMOUNT
                 MOVE DSP-CASE-NO     TO WS-LIEN-CASE
                 MOVE WS-LIEN-REF     TO WS-GEN-NAME
              ELSE
                 MOVE 'B'             TO WS-GEN-TYPE
                 MOVE DSP-AMOUNT      TO WS-GEN-AMOUNT
                 MOVE SPACES          TO WS-GEN-NAME
              END-IF
              PERFORM H370-EMIT-DETAIL
              MOVE 'K' TO DSP-STATUS
              MOVE 'G' TO DSP-POST-STATE
              PERFORM H360-REWRITE-CLOSED
              IF WS-CARD-OK-YES
                 ADD 1 TO WS-CNT-WON
                 MOVE 'MUSTERI LEHINE KAPANDI' TO WS-CARD-MSG
              END-IF
           END-IF.
       H320-END. EXIT.


      *-----------------------------------------------------------------
      *    H330:Vakayi musteri aleyhine kapatir. Gecici alacak
      *    verilmisse once bloke kaldirilir (Y), ardindan alacak eksi
      *    tutarli bir B ile geri alinir; verilmemisse kayit uretilmez.
      *-----------------------------------------------------------------
       H330-RESOLVE-LOST.
           PERFORM H315-READ-OPEN-CASE.
           IF WS-CARD-MSG = SPACES
              PERFORM H350-CLEAR-POSTINGS
              IF DSP-PROV-AMOUNT > 0
                 MOVE 'Y'             TO WS-GEN-TYPE
                 MOVE DSP-PROV-AMOUNT TO WS-GEN-AMOUNT
                 MOVE DSP-CASE-NO     TO WS-LIEN-CASE
                 MOVE WS-LIEN-REF     TO WS-GEN-NAME
                 MOVE 1               TO WS-GEN-SLOT
                 PERFORM H370-EMIT-DETAIL
                 MOVE 'B'             TO WS-GEN-TYPE
                 COMPUTE WS-GEN-AMOUNT = 0 - DSP-PROV-AMOUNT
                 MOVE SPACES          TO WS-GEN-NAME
                 MOVE 2               TO WS-GEN-SLOT
                 PERFORM H370-EMIT-DETAIL
                 MOVE 'G' TO DSP-POST-STATE
              ELSE
                 MOVE SPACE TO DSP-POST-STATE
              END-IF
              MOVE 'R' TO DSP-STATUS
              PERFORM H360-REWRITE-CLOSED
              IF WS-CARD-OK-YES
                 ADD 1 TO WS-CNT-LOST
                 MOVE 'MUSTERI ALEYHINE KAPANDI' TO WS-CARD-MSG
              END-IF
           END-IF.
       H330-END. EXIT.


      *-----------------------------------------------------------------
      *    H340:Reddedilmis kaydi elle duzeltilen ya da kayit
      *    gerektirmeyen acik vakayi kayit uretmeden kapatir.
      *-----------------------------------------------------------------
       H340-CLOSE-MANUAL.
           MOVE DFD-CASE-NO TO DSP-CASE-NO
           READ DSP-FILE KEY IS DSP-CASE-NO
              INVALID KEY
                 MOVE 'VAKA BULUNAMADI' TO WS-CARD-MSG
              NOT INVALID KEY
                 IF NOT DSP-STS-OPEN
                    AND NOT DSP-PST-FAILED
                    MOVE 'VAKA ZATEN KAPALI' TO WS-CARD-MSG
                 END-IF
           END-READ.
           IF WS-CARD-MSG = SPACES
              MOVE 'E'   TO DSP-STATUS
              MOVE SPACE TO DSP-POST-STATE
              PERFORM H360-REWRITE-CLOSED
              IF WS-CARD-OK-YES
                 ADD 1 TO WS-CNT-MANUAL
                 MOVE 'ELLE KAPATILDI' TO WS-CARD-MSG
              END-IF
           END-IF.
       H340-END. EXIT.


       H350-CLEAR-POSTINGS.
           MOVE SPACE  TO DSP-POST-TYPE(1) DSP-POST-TYPE(2)
           MOVE ZEROES TO DSP-POST-REF(1)  DSP-POST-REF(2)
           MOVE ZEROES TO DSP-POST-RC(1)   DSP-POST-RC(2).
       H350-END. EXIT.


      *-----------------------------------------------------------------
      *    H360:Kapatilan vakayi kapanis tarihiyle geri yazar.
      *-----------------------------------------------------------------
       H360-REWRITE-CLOSED.
           MOVE WS-CENT-DATE TO DSP-CLOSE-DATE
           REWRITE DSP-REC
              INVALID KEY
                 MOVE 'VAKA GUNCELLENEMEDI' TO WS-CARD-MSG
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CARD-OK
           END-REWRITE.
       H360-END. EXIT.


      *-----------------------------------------------------------------
      *    H370:WS-GEN-* alanlarindan bir detay uretir: uretilmis
      *    referans numarasi, parti sayaci ve tutar hash'i islenir;
      *    kayit vakanin WS-GEN-SLOT'taki girdisine yazilir.
      *-----------------------------------------------------------------
       H370-EMIT-DETAIL.
           ADD 1 TO WS-REF-SEQ.
           COMPUTE WS-REF-NO = 500000000
               + (((WS-CENT-MM * 100) + WS-CENT-DD) * 10000)
               + WS-REF-SEQ.

           MOVE SPACES        TO GEN-REC
           MOVE WS-GEN-TYPE   TO GEN-PRCSS-TYPE
           MOVE DSP-ID        TO GEN-ID
           MOVE DSP-DVZ       TO GEN-DVZ
           MOVE WS-GEN-AMOUNT TO GEN-AMOUNT
           MOVE WS-GEN-NAME   TO GEN-NAME
           MOVE SPACES        TO GEN-SRNAME
           MOVE SPACE         TO GEN-XLIT-RULE
           MOVE ZEROES        TO GEN-TGT-ID
           MOVE ZEROES        TO GEN-TGT-DVZ
           MOVE WS-REF-NO     TO GEN-REF-NO
           IF WS-GEN-TYPE = 'X' OR 'Y'
              MOVE DFD-OPER-ID TO GEN-OPER-ID
           END-IF
           WRITE GEN-REC.

           ADD 1 TO WS-GEN-COUNT.
           IF WS-GEN-AMOUNT < 0
              COMPUTE WS-ABS-HASH-AMT = 0 - WS-GEN-AMOUNT
           ELSE
              MOVE WS-GEN-AMOUNT TO WS-ABS-HASH-AMT
           END-IF
           COMPUTE WS-HASH-ACC = WS-HASH-ACC + WS-ABS-HASH-AMT
           MOVE WS-HASH-ACC TO WS-GEN-HASH
           MOVE WS-GEN-HASH TO WS-HASH-ACC.

           MOVE WS-GEN-TYPE TO DSP-POST-TYPE(WS-GEN-SLOT)
           MOVE WS-REF-NO   TO DSP-POST-REF(WS-GEN-SLOT)
           MOVE ZEROES      TO DSP-POST-RC(WS-GEN-SLOT).
       H370-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Parti kuyrugunu detay sayisi ve tutar hash'i ile yazar.
      *-----------------------------------------------------------------
       H400-WRITE-TRAILER.
           MOVE SPACES        TO GEN-TRL-REC
           MOVE 'Z'           TO GEN-TRL-TYPE
           MOVE WS-GEN-COUNT  TO GEN-TRL-COUNT
           MOVE WS-GEN-HASH   TO GEN-TRL-HASH
           WRITE GEN-TRL-REC.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Yaslandirma raporunun basligini yazar ve vaka kutugunu
      *    bastan okunacak sekilde yeniden konumlar.
      *-----------------------------------------------------------------
       H500-START-AGEING.
           MOVE SPACES TO AGE-REC
           STRING 'ACIK ITIRAZ VAKALARI YASLANDIRMA RAPORU  TARIH: '
                  WS-CENT-DATE
                  '  CEVAP SURESI: ' WS-DUE-DAYS
               DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC.
           MOVE SPACES TO AGE-REC
           WRITE AGE-REC.
           MOVE WS-HDR2 TO AGE-REC
           WRITE AGE-REC.

           MOVE ZEROES TO DSP-CASE-NO
           START DSP-FILE KEY >= DSP-CASE-NO
              INVALID KEY
                 MOVE 10 TO DSP-ST
           END-START.
           IF NOT DSP-EOF
              READ DSP-FILE NEXT RECORD
           END-IF.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Acik vakanin acilistan bu yana gecen gununu ve yasal
      *    cevap suresinin bitimine kalan gununu hesaplar. Suresi
      *    gecmis vaka GECIKMIS, yaklasan penceredeki YAKLASAN, diger
      *    acik vakalar SUREDE olarak listelenir. Kaydi reddedilmis
      *    (H) kapali vakalar da elle takip icin listeye girer.
      *-----------------------------------------------------------------
       H510-AGE-CASE.
           IF DSP-STS-OPEN OR DSP-PST-FAILED
              MOVE DSP-OPEN-DATE TO WS-WRK-NUM
              PERFORM H150-DATE-TO-DAYNUM
              COMPUTE WS-DAYS-OPEN = WS-RUN-DAYNUM - WS-DAY-NUM
              COMPUTE WS-DAYS-LEFT = DSP-DUE-DAYS - WS-DAYS-OPEN

              MOVE DSP-CASE-NO      TO AGE-CASE
              MOVE DSP-ID           TO AGE-ID
              MOVE DSP-DVZ          TO AGE-DVZ
              MOVE DSP-JRN-REF-NO   TO AGE-JRN-REF
              MOVE DSP-AMOUNT       TO AGE-AMOUNT
              MOVE DSP-OPEN-DATE    TO AGE-OPEN
              MOVE DSP-DUE-DAYS     TO AGE-DUE
              MOVE WS-DAYS-OPEN     TO AGE-DAYS
              MOVE WS-DAYS-LEFT     TO AGE-LEFT
              MOVE DSP-POST-STATE   TO AGE-POST
              IF DSP-STS-OPEN
                 ADD 1 TO WS-CNT-OPEN-CASES
                 ADD DSP-AMOUNT      TO WS-AMT-OPEN
                 ADD DSP-PROV-AMOUNT TO WS-AMT-PROV
                 IF WS-DAYS-LEFT < 0
                    ADD 1 TO WS-CNT-OVERDUE
                    MOVE 'GECIKMIS' TO AGE-STS
                 ELSE
                 IF WS-DAYS-LEFT <= WS-WARN-DAYS
                    ADD 1 TO WS-CNT-DUE-SOON
                    MOVE 'YAKLASAN' TO AGE-STS
                 ELSE
                    MOVE 'SUREDE'   TO AGE-STS
                 END-IF
                 END-IF
              ELSE
                 MOVE 'KAPANDI'  TO AGE-STS
              END-IF
              IF DSP-PST-FAILED
                 ADD 1 TO WS-CNT-HELD-FAILED
              END-IF
              MOVE WS-AGE-LINE TO AGE-REC
              WRITE AGE-REC
           END-IF.
           READ DSP-FILE NEXT RECORD.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ve konsola kontrol toplamlarini basar.
      *    Cevap suresi gecmis ya da kaydi reddedilmis vaka varsa
      *    RC 4 ile doner.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO AGE-REC
           WRITE AGE-REC.
           MOVE ALL '-' TO AGE-REC
           WRITE AGE-REC.
           MOVE 'ACIK VAKA                   : ' TO TOT-LABEL
           MOVE WS-CNT-OPEN-CASES                TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.
           MOVE 'ACIK VAKA TUTARI            : ' TO TOT-LABEL
           MOVE WS-AMT-OPEN                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.
           MOVE 'VERILEN GECICI ALACAK       : ' TO TOT-LABEL
           MOVE WS-AMT-PROV                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.
           MOVE 'SURESI GECMIS VAKA          : ' TO TOT-LABEL
           MOVE WS-CNT-OVERDUE                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.
           MOVE 'SURESI YAKLASAN VAKA        : ' TO TOT-LABEL
           MOVE WS-CNT-DUE-SOON                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.
           MOVE 'KAYDI REDDEDILMIS VAKA      : ' TO TOT-LABEL
           MOVE WS-CNT-HELD-FAILED               TO TOT-BAL
           MOVE WS-TOTAL-LINE TO AGE-REC
           WRITE AGE-REC.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN KART                 : ' TO TOT-LABEL
           MOVE WS-CNT-CARDS                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'REDDEDILEN KART             : ' TO TOT-LABEL
           MOVE WS-CNT-CARD-REJ                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ACILAN VAKA                 : ' TO TOT-LABEL
           MOVE WS-CNT-OPENED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'MUSTERI LEHINE KAPANAN      : ' TO TOT-LABEL
           MOVE WS-CNT-WON                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'MUSTERI ALEYHINE KAPANAN    : ' TO TOT-LABEL
           MOVE WS-CNT-LOST                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'URETILEN DETAY              : ' TO TOT-LABEL
           MOVE WS-GEN-COUNT                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== DSPMNT CONTROL TOTALS =============='
           DISPLAY ' OKUNAN KART             : ' WS-CNT-CARDS
           DISPLAY ' REDDEDILEN KART         : ' WS-CNT-CARD-REJ
           DISPLAY ' ACILAN VAKA             : ' WS-CNT-OPENED
           DISPLAY '   GECICI ALACAKLI       : ' WS-CNT-PROV
           DISPLAY ' MUSTERI LEHINE KAPANAN  : ' WS-CNT-WON
           DISPLAY ' MUSTERI ALEYHINE KAPANAN: ' WS-CNT-LOST
           DISPLAY ' ELLE KAPATILAN          : ' WS-CNT-MANUAL
           DISPLAY ' KAYITLARI ISLENEN       : ' WS-CNT-CONFIRMED
           DISPLAY ' KAYDI REDDEDILEN        : ' WS-CNT-FAILED
           DISPLAY ' URETILEN DETAY          : ' WS-GEN-COUNT
           DISPLAY ' ACIK VAKA               : ' WS-CNT-OPEN-CASES
           DISPLAY '   SURESI GECMIS         : ' WS-CNT-OVERDUE
           DISPLAY '   SURESI YAKLASAN       : ' WS-CNT-DUE-SOON
           DISPLAY '================================================='.
           IF RETURN-CODE = 0
              AND (WS-CNT-OVERDUE > 0 OR WS-CNT-HELD-FAILED > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE DSP-FILE.
           CLOSE IDX-FILE.
           CLOSE DFD-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           CLOSE AGE-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' DETAY=' WS-GEN-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
