       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNAPND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRI-FILE ASSIGN TO JRNIN
                             STATUS JRI-ST.
           SELECT OPTIONAL AUI-FILE ASSIGN TO AUDIN
                             STATUS AUI-ST.
           SELECT OPTIONAL CAI-FILE ASSIGN TO CAUIN
                             STATUS CAI-ST.
           SELECT JRO-FILE   ASSIGN TO JRNFILE
                             STATUS JRO-ST.
           SELECT AUO-FILE   ASSIGN TO AUDFILE
                             STATUS AUO-ST.
           SELECT CAO-FILE   ASSIGN TO CAUFILE
                             STATUS CAO-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
      *          Girdiler JCL'de bolumlerin ayni adli jurnal, denetim
      *          ve musteri denetim dosyalarinin birlestirilmesidir
      *          (concatenation); ciktilar ana zincirli dosyalardir.
       FD  JRI-FILE RECORDING MODE F.
         01  JRI-REC                   PIC X(76).
       FD  AUI-FILE RECORDING MODE F.
         01  AUI-REC                   PIC X(98).
       FD  CAI-FILE RECORDING MODE F.
         01  CAI-REC                   PIC X(96).
       FD  JRO-FILE RECORDING MODE F.
         01  JRO-REC                   PIC X(76).
       FD  AUO-FILE RECORDING MODE F.
         01  AUO-REC                   PIC X(98).
       FD  CAO-FILE RECORDING MODE F.
         01  CAO-REC                   PIC X(96).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 JRI-ST                   PIC 9(02).
           05 AUI-ST                   PIC 9(02).
           05 CAI-ST                   PIC 9(02).
           05 JRO-ST                   PIC 9(02).
           05 AUO-ST                   PIC 9(02).
           05 CAO-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-CHN-AREA.
      *          Ana dosyalarin zincir sonu: acilista dosya sonuna
      *          kadar okunarak bulunur, eklenen her kayitla ilerler.
           05 WS-CHNHASH               PIC X(08)  VALUE 'CHNHASH'.
           05 WS-JRN-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-JRN-CHN-HASH          PIC 9(09)  VALUE 0.
           05 WS-AUD-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-AUD-CHN-HASH          PIC 9(09)  VALUE 0.
           05 WS-CAU-CHN-SEQ           PIC 9(09)  VALUE 0.
           05 WS-CAU-CHN-HASH          PIC 9(09)  VALUE 0.
      *          Bolum zincirinin dogrulama durumu. Sira numarasi 1
      *          olan kayit yeni bir bolum dosyasinin zinciridir
      *          (onceki hash sifir); diger her zincirli kayit bir
      *          oncekinin sira numarasini izlemeli ve onun hash'iyle
      *          hesaplanan degeri tasimalidir. Sira numarasi sifir
      *          olan kayit zincirleme oncesinden kalmadir ve
      *          dogrulanmaz; onceki halkasi bilinmeyen ilk zincirli
      *          kayit dayanak (anchor) olarak kabul edilir.
           05 WS-CUR-SEQ               PIC 9(09).
           05 WS-CUR-HASH              PIC 9(09).
           05 WS-PRT-LAST-SEQ          PIC 9(09).
           05 WS-PRT-LAST-HASH         PIC 9(09).
           05 WS-PRT-KNOWN             PIC X(01).
              88 WS-PRT-KNOWN-YES                 VALUE 'Y'.
           05 WS-CHECK-HASH            PIC X(01).
              88 WS-CHECK-HASH-YES                VALUE 'Y'.
           05 WS-BROKEN                PIC X(01).
              88 WS-BROKEN-YES                    VALUE 'Y'.
           05 WS-IN-CNT                PIC 9(07).
           05 WS-IN-LEGACY             PIC 9(07).
           05 WS-IN-ANCHOR             PIC 9(07).
           05 WS-BRK-FILE              PIC X(08).
           05 WS-BRK-RECNO             PIC 9(07).
           05 WS-BRK-SEQ               PIC 9(09).
           05 WS-BRK-REASON            PIC X(30).
         01  WS-COUNTERS.
           05 WS-JRN-READ              PIC 9(07) VALUE 0.
           05 WS-JRN-APPENDED          PIC 9(07) VALUE 0.
           05 WS-JRN-STATE             PIC X(09) VALUE 'EKLENDI'.
           05 WS-AUD-READ              PIC 9(07) VALUE 0.
           05 WS-AUD-APPENDED          PIC 9(07) VALUE 0.
           05 WS-AUD-STATE             PIC X(09) VALUE 'EKLENDI'.
           05 WS-CAU-READ              PIC 9(07) VALUE 0.
           05 WS-CAU-APPENDED          PIC 9(07) VALUE 0.
           05 WS-CAU-STATE             PIC X(09) VALUE 'EKLENDI'.
           05 WS-CNT-LEGACY            PIC 9(07) VALUE 0.
           05 WS-CNT-ANCHOR            PIC 9(07) VALUE 0.
           COPY JRNREC.
           COPY AUDREC.
           COPY CAUREC.
           COPY CHNAREA.
           COPY CHNCKP.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Bolumlu MAINPROG calismasinin bolum jurnal (JRNIN),
      *    ad/soyad denetim (AUDIN) ve musteri denetim (CAUIN)
      *    dosyalarini ana JRNFILE, AUDFILE ve CAUFILE'in sonuna
      *    zinciri koruyarak ekler. Her dosya turu icin once bolum
      *    zincirleri bastan sona dogrulanir; kopuk ya da degistirilmis
      *    bir halka bulunursa o tur hic eklenmez, ilk bozuk halka
      *    konsola basilir ve RC 8 doner. Zincir saglamsa kayitlar ana
      *    dosyanin zincir sonundan itibaren yeni sira numarasi ve
      *    hash ile yeniden zincirlenerek eklenir. Bitiste ana
      *    dosyalarin son zincir degerleri RUNLOG'a yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-MERGE-JRN
           PERFORM H300-MERGE-AUD
           PERFORM H400-MERGE-CAU
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Tarihi hazirlar ve baslama olayini RUNLOG'a yazar.
      *    Dosyalar tur tur acilip kapatilir.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasinda ABDFILE'a tani kaydi yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHNAPND' TO ABD-PROGRAM.
           MOVE WS-CENT-DATE TO ABD-DATE.
           MOVE SPACES TO ABD-LAST-INPUT.
           OPEN EXTEND ABD-FILE.
           IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
               OPEN OUTPUT ABD-FILE
           END-IF.
           WRITE ABD-REC.
           CLOSE ABD-FILE.
       H105-END. EXIT.


       H109-SET-WORK-DATE.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-TODAY-YY TO WS-CENT-YY.
           MOVE WS-TODAY-MM TO WS-CENT-MM.
           MOVE WS-TODAY-DD TO WS-CENT-DD.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Bolum jurnallerini dogrular; zincir saglamsa ana
      *    JRNFILE'a yeniden zincirleyerek ekler.
      *-----------------------------------------------------------------
       H200-MERGE-JRN.
           MOVE 0 TO WS-JRN-CHN-SEQ WS-JRN-CHN-HASH.
           OPEN INPUT JRO-FILE.
           IF JRO-ST = 0
              PERFORM H210-READ-JRN-TAIL UNTIL JRO-ST NOT = 0
              CLOSE JRO-FILE
           END-IF.

           PERFORM H510-RESET-VERIFY.
           OPEN INPUT JRI-FILE.
           READ JRI-FILE INTO JRN-REC.
           PERFORM H220-VERIFY-JRN
              UNTIL JRI-ST NOT = 0 OR WS-BROKEN-YES.
           CLOSE JRI-FILE.
           MOVE WS-IN-CNT TO WS-JRN-READ.

           IF WS-BROKEN-YES
              MOVE 'JRNIN'   TO WS-BRK-FILE
              MOVE 'EKLENMEDI' TO WS-JRN-STATE
              PERFORM H520-REPORT-BROKEN
           ELSE
              OPEN EXTEND JRO-FILE
              IF (JRO-ST NOT = 0) AND (JRO-ST NOT = 97)
                  OPEN OUTPUT JRO-FILE
              END-IF
              IF (JRO-ST NOT = 0) AND (JRO-ST NOT = 97)
                  DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRO-ST
                  MOVE 'JRNFILE'  TO ABD-FAILED-FILE
                  MOVE JRO-ST     TO ABD-STATUS
                  PERFORM H105-WRITE-ABEND
                  MOVE 'ACILMADI' TO WS-JRN-STATE
                  MOVE 8 TO RETURN-CODE
              ELSE
                  OPEN INPUT JRI-FILE
                  READ JRI-FILE INTO JRN-REC
                  PERFORM H230-APPEND-JRN UNTIL JRI-ST NOT = 0
                  CLOSE JRI-FILE
                  CLOSE JRO-FILE
              END-IF
           END-IF.

           MOVE 'JRNFILE'       TO CHN-CKP-FILE
           MOVE WS-JRN-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-JRN-CHN-HASH TO CHN-CKP-HASH
           PERFORM H600-LOG-CHAIN.
       H200-END. EXIT.


       H210-READ-JRN-TAIL.
           READ JRO-FILE INTO JRN-REC.
           IF JRO-ST = 0
              IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
                 AND JRN-CHN-SEQ > 0
                 MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
                 MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
              END-IF
           END-IF.
       H210-END. EXIT.


       H220-VERIFY-JRN.
           IF JRN-CHN-SEQ NUMERIC AND JRN-CHN-HASH NUMERIC
              MOVE JRN-CHN-SEQ  TO WS-CUR-SEQ
              MOVE JRN-CHN-HASH TO WS-CUR-HASH
           ELSE
              MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
           END-IF.
           COMPUTE CHN-DATA-LEN = LENGTH OF JRN-REC
                                - LENGTH OF JRN-CHN-HASH
           MOVE JRN-REC(1:CHN-DATA-LEN) TO CHN-DATA
           PERFORM H500-CHECK-LINK.
           IF NOT WS-BROKEN-YES
              READ JRI-FILE INTO JRN-REC
           END-IF.
       H220-END. EXIT.


       H230-APPEND-JRN.
           COMPUTE JRN-CHN-SEQ = WS-JRN-CHN-SEQ + 1
           MOVE WS-JRN-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF JRN-REC
                                - LENGTH OF JRN-CHN-HASH
           MOVE JRN-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO JRN-CHN-HASH
           WRITE JRO-REC FROM JRN-REC.
           IF JRO-ST = 0
              MOVE JRN-CHN-SEQ  TO WS-JRN-CHN-SEQ
              MOVE JRN-CHN-HASH TO WS-JRN-CHN-HASH
              ADD 1 TO WS-JRN-APPENDED
           ELSE
              DISPLAY 'JRNFILE YAZILAMADI: ' JRO-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ JRI-FILE INTO JRN-REC.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Bolum ad/soyad denetim dosyalarini dogrular; zincir
      *    saglamsa ana AUDFILE'a yeniden zincirleyerek ekler.
      *-----------------------------------------------------------------
       H300-MERGE-AUD.
           MOVE 0 TO WS-AUD-CHN-SEQ WS-AUD-CHN-HASH.
           OPEN INPUT AUO-FILE.
           IF AUO-ST = 0
              PERFORM H310-READ-AUD-TAIL UNTIL AUO-ST NOT = 0
              CLOSE AUO-FILE
           END-IF.

           PERFORM H510-RESET-VERIFY.
           OPEN INPUT AUI-FILE.
           READ AUI-FILE INTO AUD-REC.
           PERFORM H320-VERIFY-AUD
              UNTIL AUI-ST NOT = 0 OR WS-BROKEN-YES.
           CLOSE AUI-FILE.
           MOVE WS-IN-CNT TO WS-AUD-READ.

           IF WS-BROKEN-YES
              MOVE 'AUDIN'   TO WS-BRK-FILE
              MOVE 'EKLENMEDI' TO WS-AUD-STATE
              PERFORM H520-REPORT-BROKEN
           ELSE
              OPEN EXTEND AUO-FILE
              IF (AUO-ST NOT = 0) AND (AUO-ST NOT = 97)
                  OPEN OUTPUT AUO-FILE
              END-IF
              IF (AUO-ST NOT = 0) AND (AUO-ST NOT = 97)
                  DISPLAY 'UNABLE TO OPEN AUDFILE: ' AUO-ST
                  MOVE 'AUDFILE'  TO ABD-FAILED-FILE
                  MOVE AUO-ST     TO ABD-STATUS
                  PERFORM H105-WRITE-ABEND
                  MOVE 'ACILMADI' TO WS-AUD-STATE
                  MOVE 8 TO RETURN-CODE
              ELSE
                  OPEN INPUT AUI-FILE
                  READ AUI-FILE INTO AUD-REC
                  PERFORM H330-APPEND-AUD UNTIL AUI-ST NOT = 0
                  CLOSE AUI-FILE
                  CLOSE AUO-FILE
              END-IF
           END-IF.

           MOVE 'AUDFILE'       TO CHN-CKP-FILE
           MOVE WS-AUD-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-AUD-CHN-HASH TO CHN-CKP-HASH
           PERFORM H600-LOG-CHAIN.
       H300-END. EXIT.


       H310-READ-AUD-TAIL.
           READ AUO-FILE INTO AUD-REC.
           IF AUO-ST = 0
              IF AUD-CHN-SEQ NUMERIC AND AUD-CHN-HASH NUMERIC
                 AND AUD-CHN-SEQ > 0
                 MOVE AUD-CHN-SEQ  TO WS-AUD-CHN-SEQ
                 MOVE AUD-CHN-HASH TO WS-AUD-CHN-HASH
              END-IF
           END-IF.
       H310-END. EXIT.


       H320-VERIFY-AUD.
           IF AUD-CHN-SEQ NUMERIC AND AUD-CHN-HASH NUMERIC
              MOVE AUD-CHN-SEQ  TO WS-CUR-SEQ
              MOVE AUD-CHN-HASH TO WS-CUR-HASH
           ELSE
              MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
           END-IF.
           COMPUTE CHN-DATA-LEN = LENGTH OF AUD-REC
                                - LENGTH OF AUD-CHN-HASH
           MOVE AUD-REC(1:CHN-DATA-LEN) TO CHN-DATA
           PERFORM H500-CHECK-LINK.
           IF NOT WS-BROKEN-YES
              READ AUI-FILE INTO AUD-REC
           END-IF.
       H320-END. EXIT.


       H330-APPEND-AUD.
           COMPUTE AUD-CHN-SEQ = WS-AUD-CHN-SEQ + 1
           MOVE WS-AUD-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF AUD-REC
                                - LENGTH OF AUD-CHN-HASH
           MOVE AUD-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO AUD-CHN-HASH
           WRITE AUO-REC FROM AUD-REC.
           IF AUO-ST = 0
              MOVE AUD-CHN-SEQ  TO WS-AUD-CHN-SEQ
              MOVE AUD-CHN-HASH TO WS-AUD-CHN-HASH
              ADD 1 TO WS-AUD-APPENDED
           ELSE
              DISPLAY 'AUDFILE YAZILAMADI: ' AUO-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ AUI-FILE INTO AUD-REC.
       H330-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Bolum musteri denetim dosyalarini dogrular; zincir
      *    saglamsa ana CAUFILE'a yeniden zincirleyerek ekler.
      *-----------------------------------------------------------------
       H400-MERGE-CAU.
           MOVE 0 TO WS-CAU-CHN-SEQ WS-CAU-CHN-HASH.
           OPEN INPUT CAO-FILE.
           IF CAO-ST = 0
              PERFORM H410-READ-CAU-TAIL UNTIL CAO-ST NOT = 0
              CLOSE CAO-FILE
           END-IF.

           PERFORM H510-RESET-VERIFY.
           OPEN INPUT CAI-FILE.
           READ CAI-FILE INTO CAU-REC.
           PERFORM H420-VERIFY-CAU
              UNTIL CAI-ST NOT = 0 OR WS-BROKEN-YES.
           CLOSE CAI-FILE.
           MOVE WS-IN-CNT TO WS-CAU-READ.

           IF WS-BROKEN-YES
              MOVE 'CAUIN'   TO WS-BRK-FILE
              MOVE 'EKLENMEDI' TO WS-CAU-STATE
              PERFORM H520-REPORT-BROKEN
           ELSE
              OPEN EXTEND CAO-FILE
              IF (CAO-ST NOT = 0) AND (CAO-ST NOT = 97)
                  OPEN OUTPUT CAO-FILE
              END-IF
              IF (CAO-ST NOT = 0) AND (CAO-ST NOT = 97)
                  DISPLAY 'UNABLE TO OPEN CAUFILE: ' CAO-ST
                  MOVE 'CAUFILE'  TO ABD-FAILED-FILE
                  MOVE CAO-ST     TO ABD-STATUS
                  PERFORM H105-WRITE-ABEND
                  MOVE 'ACILMADI' TO WS-CAU-STATE
                  MOVE 8 TO RETURN-CODE
              ELSE
                  OPEN INPUT CAI-FILE
                  READ CAI-FILE INTO CAU-REC
                  PERFORM H430-APPEND-CAU UNTIL CAI-ST NOT = 0
                  CLOSE CAI-FILE
                  CLOSE CAO-FILE
              END-IF
           END-IF.

           MOVE 'CAUFILE'       TO CHN-CKP-FILE
           MOVE WS-CAU-CHN-SEQ  TO CHN-CKP-SEQ
           MOVE WS-CAU-CHN-HASH TO CHN-CKP-HASH
           PERFORM H600-LOG-CHAIN.
       H400-END. EXIT.


       H410-READ-CAU-TAIL.
           READ CAO-FILE INTO CAU-REC.
           IF CAO-ST = 0
              IF CAU-CHN-SEQ NUMERIC AND CAU-CHN-HASH NUMERIC
                 AND CAU-CHN-SEQ > 0
                 MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
                 MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
              END-IF
           END-IF.
       H410-END. EXIT.


       H420-VERIFY-CAU.
           IF CAU-CHN-SEQ NUMERIC AND CAU-CHN-HASH NUMERIC
              MOVE CAU-CHN-SEQ  TO WS-CUR-SEQ
              MOVE CAU-CHN-HASH TO WS-CUR-HASH
           ELSE
              MOVE 0 TO WS-CUR-SEQ WS-CUR-HASH
           END-IF.
           COMPUTE CHN-DATA-LEN = LENGTH OF CAU-REC
                                - LENGTH OF CAU-CHN-HASH
           MOVE CAU-REC(1:CHN-DATA-LEN) TO CHN-DATA
           PERFORM H500-CHECK-LINK.
           IF NOT WS-BROKEN-YES
              READ CAI-FILE INTO CAU-REC
           END-IF.
       H420-END. EXIT.


       H430-APPEND-CAU.
           COMPUTE CAU-CHN-SEQ = WS-CAU-CHN-SEQ + 1
           MOVE WS-CAU-CHN-HASH TO CHN-PREV-HASH
           COMPUTE CHN-DATA-LEN = LENGTH OF CAU-REC
                                - LENGTH OF CAU-CHN-HASH
           MOVE CAU-REC(1:CHN-DATA-LEN) TO CHN-DATA
           CALL WS-CHNHASH USING CHN-AREA
           MOVE CHN-NEW-HASH TO CAU-CHN-HASH
           WRITE CAO-REC FROM CAU-REC.
           IF CAO-ST = 0
              MOVE CAU-CHN-SEQ  TO WS-CAU-CHN-SEQ
              MOVE CAU-CHN-HASH TO WS-CAU-CHN-HASH
              ADD 1 TO WS-CAU-APPENDED
           ELSE
              DISPLAY 'CAUFILE YAZILAMADI: ' CAO-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ CAI-FILE INTO CAU-REC.
       H430-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:CHN-DATA'ya konmus bolum kaydinin (WS-CUR-SEQ ve
      *    WS-CUR-HASH ile) bolum zincirine uyup uymadigini denetler.
      *    Uymazsa WS-BROKEN isaretlenir ve ilk bozuk halka saklanir.
      *-----------------------------------------------------------------
       H500-CHECK-LINK.
           ADD 1 TO WS-IN-CNT.
           MOVE 'N' TO WS-CHECK-HASH.
           IF WS-CUR-SEQ = 0
              ADD 1 TO WS-IN-LEGACY
           ELSE
           IF WS-CUR-SEQ = 1
              MOVE 0 TO CHN-PREV-HASH
              MOVE 'Y' TO WS-CHECK-HASH
           ELSE
           IF WS-PRT-KNOWN-YES
              IF WS-CUR-SEQ NOT = WS-PRT-LAST-SEQ + 1
                 MOVE 'Y' TO WS-BROKEN
                 MOVE 'SIRA NUMARASI KOPUK' TO WS-BRK-REASON
              ELSE
                 MOVE WS-PRT-LAST-HASH TO CHN-PREV-HASH
                 MOVE 'Y' TO WS-CHECK-HASH
              END-IF
           ELSE
              ADD 1 TO WS-IN-ANCHOR
           END-IF
           END-IF
           END-IF.

           IF WS-CHECK-HASH-YES
              CALL WS-CHNHASH USING CHN-AREA
              IF CHN-NEW-HASH NOT = WS-CUR-HASH
                 MOVE 'Y' TO WS-BROKEN
                 MOVE 'HASH TUTMUYOR (KAYIT DEGISMIS)'
                                      TO WS-BRK-REASON
              END-IF
           END-IF.

           IF WS-BROKEN-YES
              MOVE WS-IN-CNT  TO WS-BRK-RECNO
              MOVE WS-CUR-SEQ TO WS-BRK-SEQ
           ELSE
              IF WS-CUR-SEQ > 0
                 MOVE WS-CUR-SEQ  TO WS-PRT-LAST-SEQ
                 MOVE WS-CUR-HASH TO WS-PRT-LAST-HASH
                 MOVE 'Y' TO WS-PRT-KNOWN
              END-IF
           END-IF.
       H500-END. EXIT.


       H510-RESET-VERIFY.
           MOVE 'N' TO WS-BROKEN WS-PRT-KNOWN.
           MOVE 0   TO WS-PRT-LAST-SEQ WS-PRT-LAST-HASH.
           MOVE 0   TO WS-IN-CNT WS-IN-LEGACY WS-IN-ANCHOR.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H520:Bolum zincirindeki ilk bozuk halkayi konsola ve
      *    RUNLOG'a yazar; o dosya turu ana dosyaya eklenmez.
      *-----------------------------------------------------------------
       H520-REPORT-BROKEN.
           DISPLAY 'BOLUM ZINCIRI BOZUK, EKLENMEDI: ' WS-BRK-FILE
           DISPLAY '  KAYIT SIRASI : ' WS-BRK-RECNO
           DISPLAY '  ZINCIR SIRA  : ' WS-BRK-SEQ
           DISPLAY '  NEDEN        : ' WS-BRK-REASON
           MOVE 'ZNCBOZUK' TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING WS-BRK-FILE ' KAYIT=' WS-BRK-RECNO
                  ' S=' WS-BRK-SEQ
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           MOVE 8 TO RETURN-CODE.
       H520-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:CHN-CKP-DETAIL'de hazirlanan ana dosya zincir sonunu
      *    ZINCIR olayi olarak RUNLOG'a yazar.
      *-----------------------------------------------------------------
       H600-LOG-CHAIN.
           ADD WS-IN-LEGACY TO WS-CNT-LEGACY.
           ADD WS-IN-ANCHOR TO WS-CNT-ANCHOR.
           MOVE ZEROES         TO CHN-CKP-PART.
           MOVE 'ZINCIR'       TO WS-RLG-EVENT
           MOVE CHN-CKP-DETAIL TO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H600-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHNAPND ' TO RLG-PROGRAM.
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
      *    H900:Dosya turu basina okunan ve eklenen kayit sayilarini
      *    konsola basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           DISPLAY '=========== CHNAPND CONTROL TOTALS ============='
           DISPLAY ' JRNIN  OKUNAN / EKLENEN : ' WS-JRN-READ
                   ' / ' WS-JRN-APPENDED ' ' WS-JRN-STATE
           DISPLAY ' AUDIN  OKUNAN / EKLENEN : ' WS-AUD-READ
                   ' / ' WS-AUD-APPENDED ' ' WS-AUD-STATE
           DISPLAY ' CAUIN  OKUNAN / EKLENEN : ' WS-CAU-READ
                   ' / ' WS-CAU-APPENDED ' ' WS-CAU-STATE
           DISPLAY ' ZINCIR ONCESI KAYIT     : ' WS-CNT-LEGACY
           DISPLAY ' DAYANAK KABUL EDILEN    : ' WS-CNT-ANCHOR
           DISPLAY ' JRNFILE ZINCIR SONU     : ' WS-JRN-CHN-SEQ
           DISPLAY ' AUDFILE ZINCIR SONU     : ' WS-AUD-CHN-SEQ
           DISPLAY ' CAUFILE ZINCIR SONU     : ' WS-CAU-CHN-SEQ
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Bitis olayini RUNLOG'a yazar ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
