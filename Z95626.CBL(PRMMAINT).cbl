                             STATUS RTE-ST.
           SELECT OPTIONAL FXR-FILE ASSIGN TO FXRFILE
                             STATUS FXR-ST.
           SELECT OPTIONAL HOL-FILE ASSIGN TO HOLFILE
                             STATUS HOL-ST.
           SELECT OPTIONAL RSV-FILE ASSIGN TO RSVFILE
                             STATUS RSV-ST.
           SELECT PAU-FILE   ASSIGN TO PAUFILE
                             STATUS PAU-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
      *            RTE: DVZ + ORAN(7, 9(3)V9(4)) + STOPAJ(7)
      *            FXR: DVZ + HEDEF DVZ + KUR(11, 9(5)V9(6)) + TARIH(7)
      *            PRM: DEGER1 ilk 10 hanesi yeni kontrol karti icerigi
      *            HOL: TARIH (CYYAAGG) + ACIKLAMA (DEGER1+DEGER2)
      *            RSV: DVZ + ORAN(7, 9(3)V9(4)) + URUN (DEGER2 ilk
      *                 hanesi, V=vadesiz, T=vadeli)
      *-----------------------------------------------------------------
         01  PMC-REC.
           05 PMC-TARGET               PIC X(03).
         01  RTE-REC                   PIC X(80).
       FD  FXR-FILE RECORDING MODE F.
         01  FXR-REC                   PIC X(80).
       FD  HOL-FILE RECORDING MODE F.
         01  HOL-REC                   PIC X(80).
       FD  RSV-FILE RECORDING MODE F.
         01  RSV-REC                   PIC X(80).
       FD  PAU-FILE RECORDING MODE F.
      *          Parametre degisiklik denetim kaydi: hangi operator,
      *          hangi dosyada, ne zaman, eski ve yeni degerle.
           05 FXR-ST                   PIC 9(02).
              88 FXR-EOF                          VALUE 10.
              88 FXR-SUCCES                       VALUE 00 97.
           05 HOL-ST                   PIC 9(02).
              88 HOL-EOF                          VALUE 10.
              88 HOL-SUCCES                       VALUE 00 97.
           05 RSV-ST                   PIC 9(02).
              88 RSV-EOF                          VALUE 10.
              88 RSV-SUCCES                       VALUE 00 97.
           05 PAU-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-PAU-TIME              PIC 9(08).
           05 WS-ERR-TEXT              PIC X(30).
           05 WS-SEL                   PIC 9(03).
           05 WS-FOUND                 PIC X(01).
              88 WS-FOUND-YES                     VALUE 'Y'.
           05 WS-NEW-IMAGE             PIC X(80).
           05 WS-OLD-IMAGE             PIC X(80).
           05 WS-PAIR-KEY              PIC X(06).
           05 WS-RSV-KEY               PIC X(04).
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-APPLIED           PIC 9(07) VALUE 0.
           05 WS-CNT-REJECTED          PIC 9(07) VALUE 0.
           05 WS-LIM-DIRTY             PIC X(01) VALUE 'N'.
           05 WS-RTE-DIRTY             PIC X(01) VALUE 'N'.
           05 WS-FXR-DIRTY             PIC X(01) VALUE 'N'.
           05 WS-HOL-DIRTY             PIC X(01) VALUE 'N'.
           05 WS-RSV-DIRTY             PIC X(01) VALUE 'N'.
         01  WS-PRM-AREA.
           05 WS-PRM-COUNT             PIC 9(02) VALUE 0.
           05 WS-PRM-IMAGE             PIC X(80) VALUE SPACES.
           05 WS-FXR-IDX               PIC 9(02).
           05 WS-FXR-ENTRY OCCURS 20 TIMES.
              07 WS-FXR-IMAGE          PIC X(80).
         01  WS-HOL-AREA.
           05 WS-HOL-COUNT             PIC 9(03) VALUE 0.
           05 WS-HOL-MAX               PIC 9(03) VALUE 200.
           05 WS-HOL-IDX               PIC 9(03).
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              07 WS-HOL-IMAGE          PIC X(80).
         01  WS-RSV-AREA.
           05 WS-RSV-COUNT             PIC 9(02) VALUE 0.
           05 WS-RSV-MAX               PIC 9(02) VALUE 20.
           05 WS-RSV-IDX               PIC 9(02).
           05 WS-RSV-ENTRY OCCURS 20 TIMES.
              07 WS-RSV-IMAGE          PIC X(80).
         01  WS-DETAIL.
           05 DTL-TARGET               PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Parametre dosyalarinin (PRMFILE, LIMFILE, RTEFILE,
      *    FXRFILE, HOLFILE, RSVFILE) dogrulamali bakim programi.
      *    Degisiklik kartlari alan alan dogrulanir (taninan doviz,
      *    sayisal deger, makul aralik), gecenler bellekteki kopyaya
      *    uygulanir ve calisma sonunda degisen dosyalar bastan
      *    yazilir. Her degisiklik eski/yeni degerle, tarih ve
      *    operatorle PAUFILE'a dusulur; degisen her dosyanin tam
      *    parametre listesi rapora basilir. Elle duzeltilen kartlarin
      *    uretimi yakmasi boylece biter.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES


      *-----------------------------------------------------------------
      *    H100:Kart dosyasini acar, alti parametre dosyasini bellege
      *    yukler, denetim ve rapor dosyalarini acar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H120-LOAD-LIM.
           PERFORM H130-LOAD-RTE.
           PERFORM H140-LOAD-FXR.
           PERFORM H150-LOAD-HOL.
           PERFORM H160-LOAD-RSV.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
       H141-END. EXIT.


      *-----------------------------------------------------------------
      *    H150:HOLFILE (tatil takvimi) kayitlarini tabloya yukler.
      *-----------------------------------------------------------------
       H150-LOAD-HOL.
           OPEN INPUT HOL-FILE.
           IF HOL-SUCCES
              READ HOL-FILE
              PERFORM H151-LOAD-ONE-HOL UNTIL HOL-EOF
              CLOSE HOL-FILE
           END-IF.
       H150-END. EXIT.


      *-----------------------------------------------------------------
      *    H151:Bir HOLFILE kaydini tabloya ekler.
      *-----------------------------------------------------------------
       H151-LOAD-ONE-HOL.
           IF WS-HOL-COUNT < WS-HOL-MAX
              ADD 1 TO WS-HOL-COUNT
              MOVE HOL-REC TO WS-HOL-IMAGE(WS-HOL-COUNT)
           END-IF.
           READ HOL-FILE.
       H151-END. EXIT.


      *-----------------------------------------------------------------
      *    H160:RSVFILE (zorunlu karsilik oranlari) kayitlarini tabloya
      *    yukler.
      *-----------------------------------------------------------------
       H160-LOAD-RSV.
           OPEN INPUT RSV-FILE.
           IF RSV-SUCCES
              READ RSV-FILE
              PERFORM H161-LOAD-ONE-RSV UNTIL RSV-EOF
              CLOSE RSV-FILE
           END-IF.
       H160-END. EXIT.


      *-----------------------------------------------------------------
      *    H161:Bir RSVFILE kaydini tabloya ekler.
      *-----------------------------------------------------------------
       H161-LOAD-ONE-RSV.
           IF WS-RSV-COUNT < WS-RSV-MAX
              ADD 1 TO WS-RSV-COUNT
              MOVE RSV-REC TO WS-RSV-IMAGE(WS-RSV-COUNT)
           END-IF.
           READ RSV-FILE.
       H161-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Tek bir degisiklik kartini dogrular ve uygular.
      *-----------------------------------------------------------------
                 PERFORM H500-APPLY-RTE
              WHEN 'FXR'
                 PERFORM H600-APPLY-FXR
              WHEN 'HOL'
                 PERFORM H650-APPLY-HOL
              WHEN 'RSV'
                 PERFORM H680-APPLY-RSV
              WHEN OTHER
                 MOVE 'GECERSIZ HEDEF DOSYA' TO WS-ERR-TEXT
           END-EVALUATE.
       H620-END. EXIT.


      *-----------------------------------------------------------------
      *    H650:HOL kartini dogrular ve tatil takvimini gunceller.
      *    Tarih CYYAAGG olarak 7 hane, ay 01-12, gun 01-31 beklenir;
      *    aciklama bos birakilabilir. Hafta sonlari takvime
      *    girilmez, tarihe bagli programlar onlari kendisi bilir.
      *-----------------------------------------------------------------
       H650-APPLY-HOL.
           IF PMC-ACTION NOT = 'E' AND 'S'
              MOVE 'GECERSIZ ISLEM KODU'         TO WS-ERR-TEXT
           ELSE
           IF PMC-DATE NOT NUMERIC
              MOVE 'TARIH SAYISAL DEGIL'         TO WS-ERR-TEXT
           ELSE
           IF PMC-DATE(4:2) < '01' OR PMC-DATE(4:2) > '12'
              MOVE 'AY 01-12 DISINDA'            TO WS-ERR-TEXT
           ELSE
           IF PMC-DATE(6:2) < '01' OR PMC-DATE(6:2) > '31'
              MOVE 'GUN 01-31 DISINDA'           TO WS-ERR-TEXT
           END-IF END-IF END-IF END-IF.

           IF WS-ERR-TEXT = SPACES
              MOVE SPACES TO WS-NEW-IMAGE
              MOVE PMC-DATE         TO WS-NEW-IMAGE(1:7)
              MOVE PMC-VALUE1       TO WS-NEW-IMAGE(8:15)
              MOVE PMC-VALUE2       TO WS-NEW-IMAGE(23:15)
              PERFORM H660-FIND-HOL
              PERFORM H670-UPSERT-HOL
           END-IF.
       H650-END. EXIT.


      *-----------------------------------------------------------------
      *    H660:HOL tablosunda kartin tarihini arar.
      *-----------------------------------------------------------------
       H660-FIND-HOL.
           MOVE 'N' TO WS-FOUND
           MOVE 0   TO WS-SEL
           PERFORM H661-MATCH-HOL
              VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
                    OR WS-FOUND-YES.
       H660-END. EXIT.


      *-----------------------------------------------------------------
      *    H661:HOL tablosunun bir girdisini kartin tarihiyle
      *    karsilastirir.
      *-----------------------------------------------------------------
       H661-MATCH-HOL.
           IF WS-HOL-IMAGE(WS-HOL-IDX)(1:7) = PMC-DATE
              SET WS-FOUND-YES TO TRUE
              MOVE WS-HOL-IDX TO WS-SEL
           END-IF.
       H661-END. EXIT.


      *-----------------------------------------------------------------
      *    H670:HOL degisikligini tabloya isler.
      *-----------------------------------------------------------------
       H670-UPSERT-HOL.
           MOVE SPACES TO WS-OLD-IMAGE
           IF WS-FOUND-YES
              MOVE WS-HOL-IMAGE(WS-SEL) TO WS-OLD-IMAGE
           END-IF

           IF PMC-ACTION = 'S'
              IF NOT WS-FOUND-YES
                 MOVE 'SILINECEK KAYIT YOK'      TO WS-ERR-TEXT
              ELSE
                 MOVE SPACES TO WS-NEW-IMAGE
                 MOVE WS-HOL-COUNT TO WS-HOL-IDX
                 MOVE WS-HOL-IMAGE(WS-HOL-IDX)
                   TO WS-HOL-IMAGE(WS-SEL)
                 SUBTRACT 1 FROM WS-HOL-COUNT
                 MOVE 'Y' TO WS-HOL-DIRTY
              END-IF
           ELSE
              IF WS-FOUND-YES
                 MOVE WS-NEW-IMAGE TO WS-HOL-IMAGE(WS-SEL)
                 MOVE 'Y' TO WS-HOL-DIRTY
              ELSE
              IF WS-HOL-COUNT < WS-HOL-MAX
                 ADD 1 TO WS-HOL-COUNT
                 MOVE WS-NEW-IMAGE TO WS-HOL-IMAGE(WS-HOL-COUNT)
                 MOVE 'Y' TO WS-HOL-DIRTY
              ELSE
                 MOVE 'TABLO DOLU'               TO WS-ERR-TEXT
              END-IF
              END-IF
           END-IF.
       H670-END. EXIT.


      *-----------------------------------------------------------------
      *    H680:RSV kartini dogrular ve zorunlu karsilik oran tablosunu
      *    gunceller. Anahtar doviz + urun sinifidir (V=vadesiz,
      *    T=vadeli); oran 9(3)V9(4) olarak 7 hane beklenir ve yuzde
      *    100'u asamaz.
      *-----------------------------------------------------------------
       H680-APPLY-RSV.
           PERFORM H310-CHECK-DVZ.
           IF WS-ERR-TEXT = SPACES
              IF PMC-VALUE2(1:1) NOT = 'V' AND 'T'
                 MOVE 'URUN V/T DEGIL'           TO WS-ERR-TEXT
              END-IF
           END-IF.
           IF WS-ERR-TEXT = SPACES
              IF PMC-ACTION = 'E'
                 IF PMC-VALUE1(1:7) NOT NUMERIC
                    MOVE 'ORAN SAYISAL DEGIL'    TO WS-ERR-TEXT
                 ELSE
                 IF PMC-VALUE1(1:7) > '1000000'
                    MOVE 'ORAN YUZDE 100 USTU'   TO WS-ERR-TEXT
                 END-IF
                 END-IF
              ELSE
              IF PMC-ACTION NOT = 'S'
                 MOVE 'GECERSIZ ISLEM KODU'      TO WS-ERR-TEXT
              END-IF
              END-IF
           END-IF.

           IF WS-ERR-TEXT = SPACES
              MOVE SPACES TO WS-NEW-IMAGE
              MOVE PMC-DVZ          TO WS-NEW-IMAGE(1:3)
              MOVE PMC-VALUE2(1:1)  TO WS-NEW-IMAGE(4:1)
              MOVE PMC-VALUE1(1:7)  TO WS-NEW-IMAGE(5:7)
              PERFORM H685-FIND-RSV
              PERFORM H690-UPSERT-RSV
           END-IF.
       H680-END. EXIT.


      *-----------------------------------------------------------------
      *    H685:RSV tablosunda kartin doviz + urun anahtarini arar.
      *-----------------------------------------------------------------
       H685-FIND-RSV.
           MOVE 'N' TO WS-FOUND
           MOVE 0   TO WS-SEL
           MOVE PMC-DVZ         TO WS-RSV-KEY(1:3)
           MOVE PMC-VALUE2(1:1) TO WS-RSV-KEY(4:1)
           PERFORM H686-MATCH-RSV
              VARYING WS-RSV-IDX FROM 1 BY 1
                 UNTIL WS-RSV-IDX > WS-RSV-COUNT
                    OR WS-FOUND-YES.
       H685-END. EXIT.


      *-----------------------------------------------------------------
      *    H686:RSV tablosunun bir girdisini kartin anahtariyla
      *    karsilastirir.
      *-----------------------------------------------------------------
       H686-MATCH-RSV.
           IF WS-RSV-IMAGE(WS-RSV-IDX)(1:4) = WS-RSV-KEY
              SET WS-FOUND-YES TO TRUE
              MOVE WS-RSV-IDX TO WS-SEL
           END-IF.
       H686-END. EXIT.


      *-----------------------------------------------------------------
      *    H690:RSV degisikligini tabloya isler.
      *-----------------------------------------------------------------
       H690-UPSERT-RSV.
           MOVE SPACES TO WS-OLD-IMAGE
           IF WS-FOUND-YES
              MOVE WS-RSV-IMAGE(WS-SEL) TO WS-OLD-IMAGE
           END-IF

           IF PMC-ACTION = 'S'
              IF NOT WS-FOUND-YES
                 MOVE 'SILINECEK KAYIT YOK'      TO WS-ERR-TEXT
              ELSE
                 MOVE SPACES TO WS-NEW-IMAGE
                 MOVE WS-RSV-COUNT TO WS-RSV-IDX
                 MOVE WS-RSV-IMAGE(WS-RSV-IDX)
                   TO WS-RSV-IMAGE(WS-SEL)
                 SUBTRACT 1 FROM WS-RSV-COUNT
                 MOVE 'Y' TO WS-RSV-DIRTY
              END-IF
           ELSE
              IF WS-FOUND-YES
                 MOVE WS-NEW-IMAGE TO WS-RSV-IMAGE(WS-SEL)
                 MOVE 'Y' TO WS-RSV-DIRTY
              ELSE
              IF WS-RSV-COUNT < WS-RSV-MAX
                 ADD 1 TO WS-RSV-COUNT
                 MOVE WS-NEW-IMAGE TO WS-RSV-IMAGE(WS-RSV-COUNT)
                 MOVE 'Y' TO WS-RSV-DIRTY
              ELSE
                 MOVE 'TABLO DOLU'               TO WS-ERR-TEXT
              END-IF
              END-IF
           END-IF.
       H690-END. EXIT.


      *-----------------------------------------------------------------
      *    H700:Degisen parametre dosyalarini bastan yazar.
      *-----------------------------------------------------------------
                    UNTIL WS-FXR-IDX > WS-FXR-COUNT
              CLOSE FXR-FILE
           END-IF.

           IF WS-HOL-DIRTY = 'Y'
              OPEN OUTPUT HOL-FILE
              PERFORM H740-SAVE-ONE-HOL
                 VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-COUNT
              CLOSE HOL-FILE
           END-IF.

           IF WS-RSV-DIRTY = 'Y'
              OPEN OUTPUT RSV-FILE
              PERFORM H750-SAVE-ONE-RSV
                 VARYING WS-RSV-IDX FROM 1 BY 1
                    UNTIL WS-RSV-IDX > WS-RSV-COUNT
              CLOSE RSV-FILE
           END-IF.
       H700-END. EXIT.


       H730-END. EXIT.


       H740-SAVE-ONE-HOL.
           MOVE WS-HOL-IMAGE(WS-HOL-IDX) TO HOL-REC
           WRITE HOL-REC.
       H740-END. EXIT.


       H750-SAVE-ONE-RSV.
           MOVE WS-RSV-IMAGE(WS-RSV-IDX) TO RSV-REC
           WRITE RSV-REC.
       H750-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Guncel parametre setinin tamamini rapora dokar;
      *    operator her degisiklikten sonra yururlukteki seti gorur.
           PERFORM H830-LIST-ONE-FXR
              VARYING WS-FXR-IDX FROM 1 BY 1
                 UNTIL WS-FXR-IDX > WS-FXR-COUNT.

           MOVE 'HOLFILE:' TO RPT-REC
           WRITE RPT-REC.
           PERFORM H840-LIST-ONE-HOL
              VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT.

           MOVE 'RSVFILE:' TO RPT-REC
           WRITE RPT-REC.
           PERFORM H850-LIST-ONE-RSV
              VARYING WS-RSV-IDX FROM 1 BY 1
                 UNTIL WS-RSV-IDX > WS-RSV-COUNT.
       H800-END. EXIT.


       H830-END. EXIT.


       H840-LIST-ONE-HOL.
           MOVE WS-HOL-IMAGE(WS-HOL-IDX) TO RPT-REC
           WRITE RPT-REC.
       H840-END. EXIT.


       H850-LIST-ONE-RSV.
           MOVE WS-RSV-IMAGE(WS-RSV-IDX) TO RPT-REC
           WRITE RPT-REC.
       H850-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol toplamlarini konsola basar.
      *-----------------------------------------------------------------
