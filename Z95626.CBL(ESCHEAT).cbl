                             STATUS PRM-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 FILLER                   PIC X(56).
       FD  HOL-FILE RECORDING MODE F.
           COPY HOLREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
      *          Kapali gune dusen is gunu kaydirilmadan onceki tarih.
           05 WS-PLAN-DATE             PIC 9(07) VALUE 0.
           05 WS-CUTOFF-DATE           PIC 9(07) VALUE 0.
           05 WS-STATE-ID              PIC 9(05) VALUE 0.
           05 WS-STATE-DVZ             PIC 9(03) VALUE 0.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY CALLAREA.
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
      *    MAIN: Yillik emanet devri. Birinci gecis IDXFILE'dan uyuyan
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H160-LOAD-HOLIDAYS.
           PERFORM H175-SET-BUSINESS-DATE.

           OPEN INPUT ESC-FILE.
           IF ESC-ST = 0
               CLOSE PRM-FILE
           END-IF.
           MOVE WS-RUN-DATE TO SUB-INP-RUN-DATE.
           MOVE ZEROES      TO SUB-INP-VALUE-DATE.
       H107-END. EXIT.


       H290-END. EXIT.


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
      *    H175:Is gunu tarihi kapali bir gune (hafta sonu ya da HOLFILE
      *    tatili) dusuyorsa calisma tarihi is gunu kuralina gore
      *    kaydirilir; jurnal, CDC ve RUNLOG damgalari kaydirilmis
      *    tarihi tasir. Planlanan tarih WS-PLAN-DATE'te saklanir.
      *-----------------------------------------------------------------
       H175-SET-BUSINESS-DATE.
           PERFORM H109-SET-WORK-DATE.
           MOVE WS-CENT-DATE TO WS-PLAN-DATE.
           MOVE WS-CENT-DATE TO WS-HOL-IN-DATE.
           PERFORM H165-ADJUST-DATE.
           IF WS-HOL-OUT-DATE NOT = WS-HOL-IN-DATE
              MOVE WS-HOL-OUT-DATE TO WS-RUN-DATE
              MOVE WS-RUN-DATE TO SUB-INP-RUN-DATE
              DISPLAY 'IS GUNU KAYDIRILDI: ' WS-PLAN-DATE
                      ' -> ' WS-RUN-DATE
              PERFORM H109-SET-WORK-DATE
           END-IF.
       H175-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Uyuyan isaretli, kapali olmayan hesabi aday tablosuna
      *    ekler; son hareket tarihi once acilis tarihiyle doldurulur,
       H400-PROCESS-CANDIDATES.
           MOVE 'N' TO SUB-INP-SIM-MODE
           MOVE 'N' TO SUB-INP-SEQ-MODE
           MOVE ZEROES TO SUB-INP-PART-NO
           MOVE 'N' TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.

           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'PLANLANAN IS GUNU           : ' TO TOT-LABEL
           MOVE WS-PLAN-DATE                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'UYGULANAN IS GUNU           : ' TO TOT-LABEL
           MOVE WS-HOL-OUT-DATE                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'TARANAN HESAP SAYISI        : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
