       FILE-CONTROL.
           SELECT STO-FILE   ASSIGN TO STOFILE
                             STATUS STO-ST.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT STN-FILE   ASSIGN TO STONEW
                             STATUS STN-ST.
           SELECT GEN-FILE   ASSIGN TO GENFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FD  STO-FILE RECORDING MODE F.
      *          Duzenli odeme talimati: kaynak ve hedef hesap, tutar,
      *          siklik (G=gunluk, H=haftalik, A=aylik) ve bir sonraki
      *          vade tarihi. Durum A olan ve is gunu kuralina gore
      *          kaydirilmis vadesi is gunune gelmis talimatlar INPFILE
      *          partisine islenir; yeni vade kaydirilmamis vadeden
      *          hesaplanip STONEW'e yazilir. STONEW bir sonraki
      *          calismadan once STOFILE uzerine tasinir. Kaynak
      *          hesabin musterisi vefat kayitliysa talimat S (askida)
      *          durumuna alinir ve bir daha uretilmez.
         01  STO-REC.
           05 STO-ID                   PIC 9(05).
           05 STO-DVZ                  PIC 9(03).
           05 STO-STATUS               PIC X(01).
              88 STO-STS-ACTIVE                  VALUE 'A' ' '.
              88 STO-STS-CANCELLED               VALUE 'X'.
              88 STO-STS-SUSPENDED               VALUE 'S'.
           05 FILLER                   PIC X(47).
       FD  CUS-FILE.
           COPY CUSREC.
       FD  STN-FILE RECORDING MODE F.
         01  STN-REC                   PIC X(80).
       FD  GEN-FILE RECORDING MODE F.
      *          Dis hesap numarasi alani; uretilen kayitlar ic
      *          anahtar tasidigi icin bos birakilir.
           07 FILLER                   PIC X(26).
      *          Valor tarihi; talimatlar islem gununde gecerlidir.
           07 FILLER                   PIC X(07).
      *          Yururluk tarihi; uretilen kayit o gun islenecegi icin
      *          bos birakilir.
           07 FILLER                   PIC X(07).
      *          Giren operator; talimat kayitlari bakim islemi
      *          olmadigi icin bos birakilir.
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  PRM-FILE RECORDING MODE F.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  HOL-FILE RECORDING MODE F.
           COPY HOLREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
              88 STO-EOF                          VALUE 10.
              88 STO-SUCCES                       VALUE 00 97.
           05 STN-ST                   PIC 9(02).
           05 CUS-ST                   PIC 9(02).
           05 WS-STO-DECEASED          PIC X(01).
              88 WS-STO-DECEASED-YES             VALUE 'Y'.
           05 GEN-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 WS-CNT-DUE               PIC 9(07) VALUE 0.
           05 WS-CNT-SKIPPED           PIC 9(07) VALUE 0.
           05 WS-CNT-CANCELLED         PIC 9(07) VALUE 0.
           05 WS-CNT-SHIFTED           PIC 9(07) VALUE 0.
           05 WS-CNT-SUSPENDED         PIC 9(07) VALUE 0.
           05 WS-CNT-NEW-SUSP          PIC 9(07) VALUE 0.
      *          Uretilen parti kuyrugu icin detay sayisi ve tutar
      *          hash'i; hash kurali MAINPROG/PREEDIT ile birebir
      *          aynidir (mutlak deger toplami, tasan hane atilir).
           05 DTL-REF                  PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NEXT                 PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ADJ                  PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NOTE                 PIC X(10).
         01  WS-HDR2.
           05 FILLER              PIC X(24) VALUE 'KAYNAK -> HEDEF'.
           05 FILLER              PIC X(17) VALUE 'TUTAR'.
           05 FILLER              PIC X(11) VALUE 'REFERANS'.
           05 FILLER              PIC X(09) VALUE 'VADE'.
           05 FILLER              PIC X(07) VALUE 'ISLEM'.
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-HOL-AREA.
      *          Tatil takvimi: HOLFILE calisma basinda bu tabloya
      *          yuklenir (kutuk yoksa yalniz hafta sonlari kapali
      *          sayilir). H165, WS-HOL-IN-DATE'i is gunu kuralina
      *          gore kaydirip WS-HOL-OUT-DATE'e koyar.
           05 HOL-ST                   PIC 9(02).
              88 HOL-EOF                          VALUE 10.
           05 WS-HOL-COUNT             PIC 9(03) VALUE 0.
           05 WS-HOL-MAX               PIC 9(03) VALUE 200.
           05 WS-HOL-IDX               PIC 9(03).
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              07 WS-HOL-DATE           PIC 9(07).
           05 WS-HOL-IN-DATE           PIC 9(07).
           05 WS-HOL-OUT-DATE          PIC 9(07).
           05 WS-HOL-OPEN              PIC X(01).
              88 WS-HOL-OPEN-YES                  VALUE 'Y'.
           05 WS-HOL-START-MM          PIC 9(02).
           05 WS-HOL-GUARD             PIC 9(02).
           05 WS-HOL-WRK               PIC 9(07).
           05 WS-HOL-WRK-R REDEFINES WS-HOL-WRK.
              07 WS-HOL-CENT           PIC 9.
              07 WS-HOL-YY             PIC 99.
              07 WS-HOL-MM             PIC 99.
              07 WS-HOL-DD             PIC 99.
           05 WS-HOL-DAYNUM            PIC 9(07).
           05 WS-HOL-WEEKS             PIC 9(07).
           05 WS-HOL-WEEKDAY           PIC 9(01).
           05 WS-HOL-YEAR              PIC 9(04).
           05 WS-HOL-QUOT              PIC 9(04).
           05 WS-HOL-REM               PIC 9(04).
           05 WS-HOL-MIDX              PIC 9(02).
           05 WS-HOL-MONTH-LEN         PIC 9(02).
           05 WS-HOL-MONTHS            PIC X(24) VALUE
              '312831303130313130313031'.
           05 WS-HOL-MONTHS-R REDEFINES WS-HOL-MONTHS.
              07 WS-HOL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Duzenli odeme talimat dosyasini tarar; vadesi is
      *    duzende bir INPFILE partisi (H basligi, uretilmis referansli
      *    T detaylari, sayim ve hash tasiyan Z kuyrugu) uretir. Her
      *    talimatin yeni vadesi sikligina gore ileri alinip STONEW'e
      *    yazilir; uretim kayit defterine dokulur. Kapali gune
      *    (hafta sonu ya da HOLFILE tatili) dusen vade is gunu
      *    kuralina gore kaydirilarak degerlendirilir; defterde hem
      *    asil hem kaydirilmis vade gorunur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.
           PERFORM H160-LOAD-HOLIDAYS.

           OPEN INPUT  STO-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT STN-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RPT-FILE.
               MOVE STO-ST TO RETURN-CODE
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
           IF (GEN-ST NOT = 0) AND (GEN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN GENFILE: ' GEN-ST
               MOVE 'GENFILE'  TO ABD-FAILED-FILE
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR2 TO RPT-REC
           WRITE RPT-REC.

           READ STO-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H160:Tatil takvimini (HOLFILE) tabloya yukler; kutuk yoksa
      *    yalniz cumartesi ve pazar kapali gun sayilir.
      *-----------------------------------------------------------------
       H160-LOAD-HOLIDAYS.
           OPEN INPUT HOL-FILE.
           IF HOL-ST = 0
              READ HOL-FILE
              PERFORM H161-LOAD-ONE-HOLIDAY UNTIL HOL-EOF
              CLOSE HOL-FILE
           END-IF.
       H160-END. EXIT.


      *-----------------------------------------------------------------
      *    H161:Okunan tatil kaydini tabloya ekler.
      *-----------------------------------------------------------------
       H161-LOAD-ONE-HOLIDAY.
           IF HOL-DATE NUMERIC AND WS-HOL-COUNT < WS-HOL-MAX
              ADD 1 TO WS-HOL-COUNT
              MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
           END-IF.
           READ HOL-FILE.
       H161-END. EXIT.


      *-----------------------------------------------------------------
      *    H165:WS-HOL-IN-DATE'i degistirilmis izleyen is gunu
      *    kuralina gore WS-HOL-OUT-DATE'e kaydirir: tarih acik bir
      *    gunse aynen kalir; kapaliysa sonraki acik gune ileri
      *    alinir, o gun baska bir aya dusuyorsa tarihten geriye
      *    dogru ilk acik gune cekilir. Sifir ya da gecersiz ayli
      *    tarih oldugu gibi doner.
      *-----------------------------------------------------------------
       H165-ADJUST-DATE.
           MOVE WS-HOL-IN-DATE TO WS-HOL-OUT-DATE.
           MOVE WS-HOL-IN-DATE TO WS-HOL-WRK.
           IF WS-HOL-IN-DATE > 0
              AND WS-HOL-MM >= 1 AND WS-HOL-MM <= 12
              PERFORM H166-CHECK-OPEN-DAY
              IF NOT WS-HOL-OPEN-YES
                 MOVE WS-HOL-MM TO WS-HOL-START-MM
                 MOVE 0 TO WS-HOL-GUARD
                 PERFORM H170-STEP-FORWARD
                    UNTIL WS-HOL-OPEN-YES OR WS-HOL-GUARD > 31
                 IF WS-HOL-MM NOT = WS-HOL-START-MM
                    MOVE WS-HOL-IN-DATE TO WS-HOL-WRK
                    MOVE 'N' TO WS-HOL-OPEN
                    MOVE 0 TO WS-HOL-GUARD
                    PERFORM H171-STEP-BACK
                       UNTIL WS-HOL-OPEN-YES OR WS-HOL-GUARD > 31
                 END-IF
                 MOVE WS-HOL-WRK TO WS-HOL-OUT-DATE
              END-IF
           END-IF.
       H165-END. EXIT.


      *-----------------------------------------------------------------
      *    H166:WS-HOL-WRK gununun acik olup olmadigini belirler:
      *    cumartesi, pazar ve takvimdeki tatil gunleri kapalidir.
      *    Gun sayisinin 7'ye bolumunden kalan 0=pazar, 6=cumartesi.
      *-----------------------------------------------------------------
       H166-CHECK-OPEN-DAY.
           MOVE 'Y' TO WS-HOL-OPEN.
           PERFORM H168-DATE-TO-DAYNUM.
           DIVIDE WS-HOL-DAYNUM BY 7
                  GIVING WS-HOL-WEEKS REMAINDER WS-HOL-WEEKDAY.
           IF WS-HOL-WEEKDAY = 0 OR WS-HOL-WEEKDAY = 6
              MOVE 'N' TO WS-HOL-OPEN
           ELSE
              PERFORM H167-MATCH-HOLIDAY
                 VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-COUNT
                       OR NOT WS-HOL-OPEN-YES
           END-IF.
       H166-END. EXIT.


       H167-MATCH-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-HOL-WRK
              MOVE 'N' TO WS-HOL-OPEN
           END-IF.
       H167-END. EXIT.


      *-----------------------------------------------------------------
      *    H168:WS-HOL-WRK'daki CYYAAGG tarihini sabit bir baslangictan
      *    itibaren gun sayisina (WS-HOL-DAYNUM) cevirir; dorde tam
      *    bolunen yillarda subat 29 gun sayilir.
      *-----------------------------------------------------------------
       H168-DATE-TO-DAYNUM.
           COMPUTE WS-HOL-YEAR = (WS-HOL-CENT * 100) + WS-HOL-YY.
           DIVIDE WS-HOL-YEAR BY 4
                  GIVING WS-HOL-QUOT REMAINDER WS-HOL-REM.
           COMPUTE WS-HOL-DAYNUM = (WS-HOL-YEAR * 365) + WS-HOL-QUOT
                                 + WS-HOL-DD.
           IF WS-HOL-REM = 0 AND WS-HOL-MM <= 2
              SUBTRACT 1 FROM WS-HOL-DAYNUM
           END-IF.
           PERFORM H169-ADD-MONTH-DAYS
              VARYING WS-HOL-MIDX FROM 1 BY 1
                 UNTIL WS-HOL-MIDX >= WS-HOL-MM.
       H168-END. EXIT.


       H169-ADD-MONTH-DAYS.
           ADD WS-HOL-MONTH-DAYS(WS-HOL-MIDX) TO WS-HOL-DAYNUM.
       H169-END. EXIT.


      *-----------------------------------------------------------------
      *    H170:Calisma tarihini bir gun ileri alir ve yeni gunun acik
      *    olup olmadigina bakar.
      *-----------------------------------------------------------------
       H170-STEP-FORWARD.
           ADD 1 TO WS-HOL-GUARD.
           PERFORM H172-GET-MONTH-LEN.
           IF WS-HOL-DD < WS-HOL-MONTH-LEN
              ADD 1 TO WS-HOL-DD
           ELSE
              MOVE 1 TO WS-HOL-DD
              IF WS-HOL-MM < 12
                 ADD 1 TO WS-HOL-MM
              ELSE
                 MOVE 1 TO WS-HOL-MM
                 ADD 1 TO WS-HOL-YY
              END-IF
           END-IF.
           PERFORM H166-CHECK-OPEN-DAY.
       H170-END. EXIT.


      *-----------------------------------------------------------------
      *    H171:Calisma tarihini bir gun geri alir ve yeni gunun acik
      *    olup olmadigina bakar.
      *-----------------------------------------------------------------
       H171-STEP-BACK.
           ADD 1 TO WS-HOL-GUARD.
           IF WS-HOL-DD > 1
              SUBTRACT 1 FROM WS-HOL-DD
           ELSE
              IF WS-HOL-MM > 1
                 SUBTRACT 1 FROM WS-HOL-MM
              ELSE
                 MOVE 12 TO WS-HOL-MM
                 SUBTRACT 1 FROM WS-HOL-YY
              END-IF
              PERFORM H172-GET-MONTH-LEN
              MOVE WS-HOL-MONTH-LEN TO WS-HOL-DD
           END-IF.
           PERFORM H166-CHECK-OPEN-DAY.
       H171-END. EXIT.


      *-----------------------------------------------------------------
      *    H172:Calisma tarihinin ayinin gun sayisini bulur; dorde tam
      *    bolunen yillarda subat 29 cekilir.
      *-----------------------------------------------------------------
       H172-GET-MONTH-LEN.
           MOVE WS-HOL-MONTH-DAYS(WS-HOL-MM) TO WS-HOL-MONTH-LEN.
           IF WS-HOL-MM = 2
              COMPUTE WS-HOL-YEAR = (WS-HOL-CENT * 100) + WS-HOL-YY
              DIVIDE WS-HOL-YEAR BY 4
                     GIVING WS-HOL-QUOT REMAINDER WS-HOL-REM
              IF WS-HOL-REM = 0
                 MOVE 29 TO WS-HOL-MONTH-LEN
              END-IF
           END-IF.
       H172-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Okunan talimati siniflandirir: iptal edilmis ya da
      *    askidaki talimat oldugu gibi tasinir, kaynak hesabin
      *    musterisi vefat kayitli aktif talimat askiya alinip
      *    tasinir, vadesi gelmemis aktif talimat atlanip tasinir,
      *    vadesi gelmis aktif talimat partiye islenir ve yeni
      *    vadesiyle tasinir. Vade karsilastirmasi is gunu kuralina
      *    gore kaydirilmis vadeyle yapilir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE STO-NEXT-DATE TO WS-HOL-IN-DATE.
           PERFORM H165-ADJUST-DATE.

           IF STO-STS-CANCELLED
              ADD 1 TO WS-CNT-CANCELLED
           ELSE
           IF STO-STS-SUSPENDED
              ADD 1 TO WS-CNT-SUSPENDED
           ELSE
           PERFORM H210-CHECK-OWNER
           IF WS-STO-DECEASED-YES
              MOVE 'S' TO STO-STATUS
              ADD 1 TO WS-CNT-SUSPENDED
              ADD 1 TO WS-CNT-NEW-SUSP
              PERFORM H310-REPORT-SUSPENDED
           ELSE
           IF STO-NEXT-DATE > 0 AND WS-HOL-OUT-DATE <= WS-CENT-DATE
              IF WS-HOL-OUT-DATE NOT = STO-NEXT-DATE
                 ADD 1 TO WS-CNT-SHIFTED
              END-IF
              PERFORM H300-EMIT-DETAIL
              PERFORM H500-ADVANCE-DATE
              MOVE WS-NEXT-DATE TO STO-NEXT-DATE
           ELSE
              ADD 1 TO WS-CNT-SKIPPED
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE STO-REC TO STN-REC
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Talimatin kaynak hesabinin musterisini (CUS-ID =
      *    STO-ID) okur; vefat kaydi varsa WS-STO-DECEASED isaretlenir.
      *    Musteri kaydi bulunamazsa talimat etkilenmez.
      *-----------------------------------------------------------------
       H210-CHECK-OWNER.
           MOVE 'N' TO WS-STO-DECEASED.
           MOVE STO-ID TO CUS-ID.
           READ CUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUS-DECEASED
                    MOVE 'Y' TO WS-STO-DECEASED
                 END-IF
           END-READ.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Vadesi gelen talimattan bir T detayi uretir: uretilmis
      *    referans numarasi, parti sayaci ve tutar hash'i islenir,
           MOVE STO-AMOUNT    TO DTL-AMOUNT
           MOVE WS-REF-NO     TO DTL-REF
           MOVE STO-NEXT-DATE TO DTL-NEXT
           MOVE WS-HOL-OUT-DATE TO DTL-ADJ
           MOVE SPACES        TO DTL-NOTE
           MOVE WS-DETAIL     TO RPT-REC
           WRITE RPT-REC.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Vefat nedeniyle askiya alinan talimati kayit
      *    defterine referanssiz bir satir olarak basar.
      *-----------------------------------------------------------------
       H310-REPORT-SUSPENDED.
           MOVE STO-ID        TO DTL-ID
           MOVE STO-DVZ       TO DTL-DVZ
           MOVE STO-TGT-ID    TO DTL-TGT-ID
           MOVE STO-TGT-DVZ   TO DTL-TGT-DVZ
           MOVE STO-AMOUNT    TO DTL-AMOUNT
           MOVE ZEROES        TO DTL-REF
           MOVE STO-NEXT-DATE TO DTL-NEXT
           MOVE ZEROES        TO DTL-ADJ
           MOVE 'VEFAT-ASKI'  TO DTL-NOTE
           MOVE WS-DETAIL     TO RPT-REC
           WRITE RPT-REC.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Parti kuyrugunu detay sayisi ve tutar hash'i ile yazar.
      *-----------------------------------------------------------------
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TATIL NEDENIYLE KAYDIRILAN  : ' TO TOT-LABEL
           MOVE WS-CNT-SHIFTED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ASKIDA TALIMAT (VEFAT)      : ' TO TOT-LABEL
           MOVE WS-CNT-SUSPENDED                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'BU CALISMADA ASKIYA ALINAN  : ' TO TOT-LABEL
           MOVE WS-CNT-NEW-SUSP                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== STORDGEN CONTROL TOTALS ============'
           DISPLAY ' OKUNAN TALIMAT SAYISI   : ' WS-CNT-READ
           DISPLAY ' URETILEN DETAY SAYISI   : ' WS-GEN-COUNT
           DISPLAY ' ATLANAN TALIMAT SAYISI  : ' WS-CNT-SKIPPED
           DISPLAY ' KAYDIRILAN VADE SAYISI  : ' WS-CNT-SHIFTED
           DISPLAY ' ASKIYA ALINAN TALIMAT   : ' WS-CNT-NEW-SUSP
           DISPLAY '================================================='.
       H900-END. EXIT.

      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE STO-FILE.
           CLOSE CUS-FILE.
           CLOSE STN-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
