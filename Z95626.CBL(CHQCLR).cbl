       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE   ASSIGN TO CLRFILE
                             STATUS CLR-ST.
           SELECT RET-FILE   ASSIGN TO RETFILE
                             STATUS RET-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  CLR-FILE RECORDING MODE F.
      *          Takastan gelen (inward clearing) cek kalemi: cekin
      *          cekildigi hesap (ID/DVZ), cek numarasi, tutar, ibraz
      *          eden banka ve takas kalem referansi.
         01  CLR-REC.
           05 CLR-ID                   PIC 9(05).
           05 CLR-DVZ                  PIC 9(03).
           05 CLR-CHQ-NO               PIC 9(07).
           05 CLR-AMOUNT               PIC 9(15).
           05 CLR-BANK                 PIC X(08).
           05 CLR-ITEM-REF             PIC 9(09).
           05 CLR-DATE                 PIC 9(07).
           05 FILLER                   PIC X(26).
       FD  RET-FILE RECORDING MODE F.
      *          Karsiliksiz/iade kalemleri: takas kalemi oldugu gibi,
      *          yaninda iade neden kodu (RSNCODE) ve aciklamasi;
      *          takas odasina iade dosyasi olarak gonderilir.
         01  RET-REC.
           05 RET-ITEM                 PIC X(80).
           05 RET-REASON               PIC 9(02).
           05 RET-TEXT                 PIC X(30).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  LOK-FILE RECORDING MODE F.
      *          Calisma serilestirme kilidi: IDXFILE'i guncelleyen her
      *          program baslarken buraya A (aktif) kaydi yazar, normal
      *          bitiste R (birakildi) yazar. Aktif kilit varken ikinci
      *          bir guncelleyici baslatilamaz; cokme sonrasi operator
      *          LOKREL ile kilidi zorla birakir.
         01  LOK-REC.
           05 LOK-STATUS               PIC X(01).
           05 LOK-PROGRAM              PIC X(08).
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 FILLER                   PIC X(56).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-SUBPROG               PIC X(08)  VALUE 'SUBPROG'.
           05 CLR-ST                   PIC 9(02).
              88 CLR-EOF                          VALUE 10.
              88 CLR-SUCCES                       VALUE 00 97.
           05 RET-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 LOK-ST                   PIC 9(02).
              88 LOK-EOF                          VALUE 10.
              88 LOK-SUCCES                       VALUE 00 97.
           05 WS-LOCK-HELD             PIC X(01) VALUE 'N'.
              88 WS-LOCK-HELD-YES                 VALUE 'Y'.
           05 WS-LOK-TIME              PIC 9(08).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
      *          Kalemin akibeti: Y=odendi; N=iade edildi. Iade
      *          nedeni ve aciklamasi WS-RET-REASON/WS-RET-TEXT'te.
           05 WS-STEP-OK               PIC X(01).
              88 WS-STEP-OK-YES                   VALUE 'Y'.
           05 WS-RET-REASON            PIC 9(02).
           05 WS-RET-TEXT              PIC X(30).
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-PAID              PIC 9(07) VALUE 0.
           05 WS-CNT-RETURNED          PIC 9(07) VALUE 0.
           05 WS-CNT-MARK-ERR          PIC 9(07) VALUE 0.
           05 WS-TOT-PAID              PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-RETURNED          PIC S9(15) COMP-3 VALUE 0.
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
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CHQ-NO               PIC 9(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-BANK                 PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RESULT               PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REASON               PIC X(30).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY RSNCODE.
           COPY CALLAREA.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Gelen takas (inward clearing) cek kalemlerini isler.
      *    Her kalem once kayit motoruna (SUBPROG) Q/D takas sorgusu
      *    olarak sorulur: hesap dondurulmus/kapali mi, yaprak verilmis
      *    mi, daha once odenmis mi, stop var mi. Odenebilir kalem
      *    normal B islemiyle (eksi tutar) hesaba borc kaydedilir ve
      *    yaprak Q/O ile odendi isaretlenir; takilan her kalem neden
      *    koduyla iade dosyasina (RETFILE) yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-ITEM UNTIL CLR-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur, kilidi alir, takas dosyasini
      *    girdi, iade dosyasini ve raporu cikti olarak acar, kayit
      *    motorunu acar ve ilk kalemi okur.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           PERFORM H116-ACQUIRE-LOCK.

           OPEN INPUT  CLR-FILE.
           OPEN OUTPUT RET-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CLR-ST NOT = 0) AND (CLR-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CLRFILE: ' CLR-ST
               MOVE 'CLRFILE'  TO ABD-FAILED-FILE
               MOVE CLR-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CLR-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RET-ST NOT = 0) AND (RET-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RETFILE: ' RET-ST
               MOVE 'RETFILE'  TO ABD-FAILED-FILE
               MOVE RET-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RET-ST TO RETURN-CODE
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

           MOVE 'GELEN TAKAS CEK ODEME / IADE LISTESI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           MOVE 'N' TO SUB-INP-SIM-MODE
           MOVE 'N' TO SUB-INP-SEQ-MODE
           MOVE ZEROES TO SUB-INP-PART-NO
           MOVE 'N' TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.

           READ CLR-FILE.
       H100-END. EXIT.


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
           MOVE WS-RUN-DATE TO SUB-INP-RUN-DATE.
           MOVE ZEROES      TO SUB-INP-VALUE-DATE.
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
      *    H116:Calisma kilidini almaya calisir. LOKFILE'da A durumunda
      *    bir kayit varsa kilidin sahibi ABDFILE'a loglanir ve program
      *    77 donus koduyla IDXFILE'a dokunmadan durur. Aksi halde A
      *    kaydi yazilarak kilit alinir.
      *-----------------------------------------------------------------
       H116-ACQUIRE-LOCK.
           OPEN INPUT LOK-FILE.
           IF LOK-SUCCES
              READ LOK-FILE
              IF NOT LOK-EOF
                 IF LOK-STATUS = 'A'
                    DISPLAY 'AKTIF CALISMA KILIDI VAR, SAHIBI: '
                            LOK-PROGRAM ' ' LOK-DATE ' ' LOK-TIME
                    CLOSE LOK-FILE
                    PERFORM H118-LOG-LOCK-HOLDER
                    MOVE 77 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              CLOSE LOK-FILE
           END-IF.

           OPEN OUTPUT LOK-FILE.
           IF LOK-SUCCES
              MOVE SPACES      TO LOK-REC
              MOVE 'A'         TO LOK-STATUS
              MOVE 'CHQCLR  '  TO LOK-PROGRAM
              PERFORM H109-SET-WORK-DATE
              MOVE WS-CENT-DATE TO LOK-DATE
              ACCEPT WS-LOK-TIME FROM TIME
              MOVE WS-LOK-TIME TO LOK-TIME
              WRITE LOK-REC
              CLOSE LOK-FILE
              MOVE 'Y' TO WS-LOCK-HELD
           ELSE
              DISPLAY 'LOKFILE YAZILAMADI: ' LOK-ST
           END-IF.
       H116-END. EXIT.


      *-----------------------------------------------------------------
      *    H117:Normal bitiste kilidi birakir (R kaydi yazar).
      *-----------------------------------------------------------------
       H117-RELEASE-LOCK.
           IF WS-LOCK-HELD-YES
              OPEN OUTPUT LOK-FILE
              IF LOK-SUCCES
                 MOVE SPACES      TO LOK-REC
                 MOVE 'R'         TO LOK-STATUS
                 MOVE 'CHQCLR  '  TO LOK-PROGRAM
                 MOVE WS-CENT-DATE TO LOK-DATE
                 ACCEPT WS-LOK-TIME FROM TIME
                 MOVE WS-LOK-TIME TO LOK-TIME
                 WRITE LOK-REC
                 CLOSE LOK-FILE
              END-IF
              MOVE 'N' TO WS-LOCK-HELD
           END-IF.
       H117-END. EXIT.


      *-----------------------------------------------------------------
      *    H118:Reddedilen baslatmada kilidin sahibini ABDFILE'a
      *    tani kaydi olarak dusurur.
      *-----------------------------------------------------------------
       H118-LOG-LOCK-HOLDER.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHQCLR  '   TO ABD-PROGRAM.
           MOVE 'LOKFILE'    TO ABD-FAILED-FILE.
           MOVE 91           TO ABD-STATUS.
           MOVE WS-CENT-DATE TO ABD-DATE.
           MOVE SPACES       TO ABD-LAST-INPUT.
           STRING 'KILIT SAHIBI: ' DELIMITED BY SIZE
                  LOK-PROGRAM      DELIMITED BY SIZE
                  ' TARIH='        DELIMITED BY SIZE
                  LOK-DATE         DELIMITED BY SIZE
                  ' SAAT='         DELIMITED BY SIZE
                  LOK-TIME         DELIMITED BY SIZE
                  INTO ABD-LAST-INPUT
           END-STRING.
           OPEN EXTEND ABD-FILE.
           IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
               OPEN OUTPUT ABD-FILE
           END-IF.
           WRITE ABD-REC.
           CLOSE ABD-FILE.
       H118-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHQCLR' TO ABD-PROGRAM.
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
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'CHQCLR  '    TO RLG-PROGRAM.
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
      *    H200:Tek bir takas kalemini isler: alanlar saglam degilse
      *    90 ile iade edilir; degilse takas sorgusu, borc kaydi ve
      *    odendi isareti sirayla yurutulur. Takilan adimin donus kodu
      *    iade nedeni olur.
      *-----------------------------------------------------------------
       H200-PROCESS-ITEM.
           ADD 1 TO WS-CNT-READ.
           MOVE 'Y'    TO WS-STEP-OK
           MOVE ZEROES TO WS-RET-REASON
           MOVE SPACES TO WS-RET-TEXT

           IF CLR-ID NOT NUMERIC OR CLR-ID = 0
              OR CLR-DVZ NOT NUMERIC
              OR CLR-CHQ-NO NOT NUMERIC OR CLR-CHQ-NO = 0
              OR CLR-AMOUNT NOT NUMERIC OR CLR-AMOUNT = 0
              MOVE 'N'                  TO WS-STEP-OK
              MOVE RSN-INVALID-DATA     TO WS-RET-REASON
              MOVE 'ERR: TAKAS KALEMI HATALI   :  ' TO WS-RET-TEXT
           ELSE
              PERFORM H210-CALL-CHECK
              IF WS-STEP-OK-YES
                 PERFORM H220-CALL-DEBIT
              END-IF
              IF WS-STEP-OK-YES
                 PERFORM H230-CALL-MARK-PAID
              END-IF
           END-IF.

           MOVE CLR-ID                  TO DTL-ID
           MOVE CLR-DVZ                 TO DTL-DVZ
           MOVE CLR-CHQ-NO              TO DTL-CHQ-NO
           MOVE CLR-BANK                TO DTL-BANK
           MOVE CLR-AMOUNT              TO DTL-AMOUNT
           IF WS-STEP-OK-YES
              ADD 1 TO WS-CNT-PAID
              ADD CLR-AMOUNT TO WS-TOT-PAID
              MOVE 'ODEME'              TO DTL-RESULT
              MOVE SPACES               TO DTL-REASON
           ELSE
              ADD 1 TO WS-CNT-RETURNED
              ADD CLR-AMOUNT TO WS-TOT-RETURNED
              MOVE 'IADE '              TO DTL-RESULT
              MOVE WS-RET-TEXT          TO DTL-REASON
              PERFORM H250-WRITE-RETURN
           END-IF
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.

           READ CLR-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Takas sorgusu (Q/D): hesap durumu ve yaprak durumu
      *    guncellemesiz kontrol edilir.
      *-----------------------------------------------------------------
       H210-CALL-CHECK.
           MOVE 'Q'                      TO SUB-INP-PRCSS-TYPE
           MOVE 'D'                      TO SUB-INP-XLIT-RULE
           PERFORM H240-FILL-CALLAREA
           MOVE ZEROES                   TO SUB-INP-AMOUNT
           CALL WS-SUBPROG USING WS-SUB-AREA
           PERFORM H245-CHECK-RESULT.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Cek tutarini normal B islemiyle (eksi tutar) hesaba
      *    borc kaydeder; bakiye, bloke ve kredili limit kontrolleri
      *    kayit motorunda yapilir.
      *-----------------------------------------------------------------
       H220-CALL-DEBIT.
           MOVE 'B'                      TO SUB-INP-PRCSS-TYPE
           MOVE SPACE                    TO SUB-INP-XLIT-RULE
           PERFORM H240-FILL-CALLAREA
           MOVE SPACES                   TO SUB-INP-NAME
           COMPUTE SUB-INP-AMOUNT = 0 - CLR-AMOUNT
           CALL WS-SUBPROG USING WS-SUB-AREA
           PERFORM H245-CHECK-RESULT.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:Borcu kaydedilen yapragi Q/O ile odendi isaretler.
      *    Borc kaydedildigi icin kalem iade edilmez; isaret
      *    yazilamazsa durum konsola ve sayaca dusulur.
      *-----------------------------------------------------------------
       H230-CALL-MARK-PAID.
           MOVE 'Q'                      TO SUB-INP-PRCSS-TYPE
           MOVE 'O'                      TO SUB-INP-XLIT-RULE
           PERFORM H240-FILL-CALLAREA
           MOVE CLR-AMOUNT               TO SUB-INP-AMOUNT
           CALL WS-SUBPROG USING WS-SUB-AREA
           IF SUB-OUT-RETURN-CODE NOT = 0
              ADD 1 TO WS-CNT-MARK-ERR
              DISPLAY 'CEK ODENDI ISARETLENEMEDI ID=' CLR-ID
                      ' CEK=' CLR-CHQ-NO
                      ' RC=' SUB-OUT-RETURN-CODE
           END-IF.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:Kalemin ortak alanlarini CALLAREA'ya tasir; cek
      *    numarasi SUB-INP-NAME'in ilk 7 hanesine konur.
      *-----------------------------------------------------------------
       H240-FILL-CALLAREA.
           MOVE CLR-ID                   TO SUB-INP-ID
           MOVE CLR-DVZ                  TO SUB-INP-DVZ
           MOVE ZEROES                   TO SUB-INP-TGT-ID
           MOVE ZEROES                   TO SUB-INP-TGT-DVZ
           MOVE SPACES                   TO SUB-INP-NAME
           MOVE CLR-CHQ-NO               TO SUB-INP-NAME(1:7)
           MOVE CLR-BANK                 TO SUB-INP-SRNAME
           MOVE CLR-ITEM-REF             TO SUB-INP-REF-NO.
       H240-END. EXIT.


      *-----------------------------------------------------------------
      *    H245:Kayit motorunun donus kodu sifir degilse kalem iade
      *    edilir; kod ve aciklama iade nedeni olarak saklanir.
      *-----------------------------------------------------------------
       H245-CHECK-RESULT.
           IF SUB-OUT-RETURN-CODE NOT = 0
              MOVE 'N'                   TO WS-STEP-OK
              MOVE SUB-OUT-RETURN-CODE   TO WS-RET-REASON
              MOVE SUB-OUT-DESCRIPTION   TO WS-RET-TEXT
           END-IF.
       H245-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:Iade edilen kalemi nedeniyle birlikte RETFILE'a yazar.
      *-----------------------------------------------------------------
       H250-WRITE-RETURN.
           MOVE CLR-REC                  TO RET-ITEM
           MOVE WS-RET-REASON            TO RET-REASON
           MOVE WS-RET-TEXT              TO RET-TEXT
           WRITE RET-REC.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ozet satirlarini basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN TAKAS KALEMI         : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ODENEN CEK SAYISI           : ' TO TOT-LABEL
           MOVE WS-CNT-PAID                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ODENEN TOPLAM TUTAR         : ' TO TOT-LABEL
           MOVE WS-TOT-PAID                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'IADE EDILEN CEK SAYISI      : ' TO TOT-LABEL
           MOVE WS-CNT-RETURNED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'IADE EDILEN TOPLAM TUTAR    : ' TO TOT-LABEL
           MOVE WS-TOT-RETURNED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ODENDI ISARETI HATASI       : ' TO TOT-LABEL
           MOVE WS-CNT-MARK-ERR                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== CHQCLR CONTROL TOTALS =============='
           DISPLAY ' OKUNAN TAKAS KALEMI     : ' WS-CNT-READ
           DISPLAY ' ODENEN CEK SAYISI       : ' WS-CNT-PAID
           DISPLAY ' IADE EDILEN CEK SAYISI  : ' WS-CNT-RETURNED
           DISPLAY ' ODENDI ISARETI HATASI   : ' WS-CNT-MARK-ERR
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Kayit motorunu ve dosyalari kapatir, kilidi birakir ve
      *    programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
      *    CALL donus kodunu ezer; programin kendi kodu saklanir.
           MOVE RETURN-CODE TO WS-RLG-RC
           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.
           MOVE WS-RLG-RC TO RETURN-CODE.
           CLOSE CLR-FILE.
           CLOSE RET-FILE.
           CLOSE RPT-FILE.
           PERFORM H117-RELEASE-LOCK.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
