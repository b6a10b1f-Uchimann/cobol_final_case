       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT SWI-FILE   ASSIGN TO SWIFILE
                             STATUS SWI-ST.
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
       FD  IDX-FILE.
           COPY IDXREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  SWI-FILE RECORDING MODE F.
      *          Supurme talimati: kaynak hesap (hedef bakiyede tutulan
      *          isletme hesabi), ortak hesap (fazlanin gittigi / acigin
      *          karsilandigi hesap), hedef bakiye, asgari supurme
      *          tutari ve yon. Yon F=yalniz fazla ortak hesaba
      *          supurulur, E=yalniz acik ortak hesaptan karsilanir,
      *          C=her ikisi (sifirlama / hedef bakiye dengeleme).
         01  SWI-REC.
           05 SWI-SRC-ID               PIC 9(05).
           05 SWI-SRC-DVZ              PIC 9(03).
           05 SWI-PTN-ID               PIC 9(05).
           05 SWI-PTN-DVZ              PIC 9(03).
           05 SWI-TARGET               PIC 9(15).
           05 SWI-MIN-AMOUNT           PIC 9(15).
           05 SWI-DIRECTION            PIC X(01).
              88 SWI-DIR-VALID                    VALUE 'F' 'E' 'C'.
           05 FILLER                   PIC X(33).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
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
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 LIE-ST                   PIC 9(02).
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 WS-LIE-OPEN              PIC X(01) VALUE 'N'.
              88 WS-LIE-OPEN-YES                  VALUE 'Y'.
           05 WS-LIE-DONE              PIC X(01).
              88 WS-LIE-DONE-YES                  VALUE 'Y'.
           05 WS-LIE-SRCH-ID           PIC 9(05).
           05 WS-LIE-SRCH-DVZ          PIC 9(03).
           05 WS-LIE-TOTAL             PIC S9(15) COMP-3.
           05 SWI-ST                   PIC 9(02).
              88 SWI-EOF                          VALUE 10.
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
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-POSTED            PIC 9(07) VALUE 0.
           05 WS-CNT-PARTIAL           PIC 9(07) VALUE 0.
           05 WS-CNT-SKIPPED           PIC 9(07) VALUE 0.
           05 WS-CNT-REFUSED           PIC 9(07) VALUE 0.
           05 WS-TOT-SWEPT-OUT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-SWEPT-IN          PIC S9(15) COMP-3 VALUE 0.
      *          Secilen talimatin hesaplanan supurme bilgisi: yon
      *          (F=kaynaktan ortak hesaba, E=ortak hesaptan kaynaga),
      *          istenen tutar, borclu hesabin kullanilabilir bakiyesi
      *          ve gonderilecek tutar.
           05 WS-SWP-WAY               PIC X(01).
              88 WS-SWP-WAY-OUT                   VALUE 'F'.
              88 WS-SWP-WAY-IN                    VALUE 'E'.
           05 WS-SWP-WANTED            PIC S9(15) COMP-3.
           05 WS-SWP-AVAIL             PIC S9(15) COMP-3.
           05 WS-SWP-AMOUNT            PIC S9(15) COMP-3.
           05 WS-SWP-BAL-BEFORE        PIC S9(15) COMP-3.
           05 WS-SWP-RESULT            PIC X(27).
           05 WS-SWP-SKIP              PIC X(01).
              88 WS-SWP-SKIP-YES                  VALUE 'Y'.
           05 WS-CHK-STATUS            PIC X(01).
              88 WS-CHK-STS-ACTIVE                VALUE 'A' ' '.
              88 WS-CHK-STS-FROZEN                VALUE 'F'.
           05 WS-CHK-DORMANT           PIC X(01).
              88 WS-CHK-DORMANT-YES               VALUE 'Y'.
           05 WS-DR-ID                 PIC 9(05).
           05 WS-DR-DVZ                PIC 9(03).
           05 WS-CR-ID                 PIC 9(05).
           05 WS-CR-DVZ                PIC 9(03).
      *          Supurme referansi: 600000000 + AAGG (ay+gun) * 10000
      *          + gun ici sira numarasi. STORDGEN, LONCOLL (8) ve
      *          DDCOLL (7) araliklariyla cakismaz.
           05 WS-REF-SEQ               PIC 9(04) VALUE 0.
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
         01  WS-SWI-AREA.
      *          Talimat tablosu: birinci geciste her talimat, iki
      *          hesabin o anki bakiyesi, aktif bloke toplami, eksi
      *          bakiye siniri ve durumuyla birlikte yuklenir; ikinci
      *          geciste supurmeler kayit motoruyla yapilir. Basarili
      *          her supurmeden sonra ayni hesaplari kullanan sonraki
      *          talimatlarin bakiyeleri tabloda guncellenir.
           05 WS-SWI-COUNT             PIC 9(03) VALUE 0.
           05 WS-SWI-MAX               PIC 9(03) VALUE 500.
           05 WS-SWI-SEL               PIC 9(03).
           05 WS-SWI-IDX               PIC 9(03).
           05 WS-SWI-ENTRY OCCURS 500 TIMES.
              07 WS-SWI-DIR            PIC X(01).
              07 WS-SWI-TARGET         PIC S9(15) COMP-3.
              07 WS-SWI-MIN            PIC S9(15) COMP-3.
              07 WS-SWI-SRC-ID         PIC 9(05).
              07 WS-SWI-SRC-DVZ        PIC 9(03).
              07 WS-SWI-SRC-FOUND      PIC X(01).
              07 WS-SWI-SRC-STATUS     PIC X(01).
              07 WS-SWI-SRC-DORMANT    PIC X(01).
              07 WS-SWI-SRC-BAL        PIC S9(15) COMP-3.
              07 WS-SWI-SRC-LIM        PIC S9(15) COMP-3.
              07 WS-SWI-SRC-LIEN       PIC S9(15) COMP-3.
              07 WS-SWI-PTN-ID         PIC 9(05).
              07 WS-SWI-PTN-DVZ        PIC 9(03).
              07 WS-SWI-PTN-FOUND      PIC X(01).
              07 WS-SWI-PTN-STATUS     PIC X(01).
              07 WS-SWI-PTN-DORMANT    PIC X(01).
              07 WS-SWI-PTN-BAL        PIC S9(15) COMP-3.
              07 WS-SWI-PTN-LIM        PIC S9(15) COMP-3.
              07 WS-SWI-PTN-LIEN       PIC S9(15) COMP-3.
         01  WS-HEADER.
           05 FILLER                   PIC X(09) VALUE 'KAYNAK'.
           05 FILLER                   PIC X(04) VALUE ' YON'.
           05 FILLER                   PIC X(11) VALUE 'ORTAK'.
           05 FILLER                   PIC X(16) VALUE
                                       '         BAKIYE'.
           05 FILLER                   PIC X(16) VALUE
                                       '    HEDEF BAKIYE'.
           05 FILLER                   PIC X(17) VALUE
                                       '           TUTAR'.
           05 FILLER                   PIC X(27) VALUE 'SONUC'.
         01  WS-DETAIL.
           05 DTL-SRC-ID               PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-SRC-DVZ              PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-DIR                  PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-PTN-ID               PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-PTN-DVZ              PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-BAL                  PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-TARGET               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-RESULT               PIC X(27).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY CALLAREA.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Gun sonu supurme ve hedef bakiye dengeleme. MAINPROG
      *    sonrasinda calisir. Birinci gecis SWIFILE talimatlarini,
      *    IDXFILE'daki guncel bakiyeler ve LIEFILE'daki aktif
      *    blokelerle tabloya yukler; ikinci gecis her talimat icin
      *    supurme tutarini hesaplar ve tutari normal islem yolu
      *    (SUBPROG T transferi) uzerinden gonderir. Her supurme ve
      *    atlanan her talimat musteriye gonderilebilecek supurme
      *    raporunda gosterilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-INSTRUCTION UNTIL SWI-EOF
           CLOSE SWI-FILE
           CLOSE IDX-FILE
           IF WS-LIE-OPEN-YES
              CLOSE LIE-FILE
              MOVE 'N' TO WS-LIE-OPEN
           END-IF
           PERFORM H400-PROCESS-SWEEPS
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur, kilidi alir, talimat dosyasini,
      *    IDXFILE'i ve (varsa) LIEFILE'i girdi, raporu cikti olarak
      *    acar ve ilk talimati okur.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           PERFORM H116-ACQUIRE-LOCK.

           OPEN INPUT  SWI-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (SWI-ST NOT = 0) AND (SWI-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN SWIFILE: ' SWI-ST
               MOVE 'SWIFILE'  TO ABD-FAILED-FILE
               MOVE SWI-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE SWI-ST TO RETURN-CODE
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
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
               MOVE 'RPTFILE'  TO ABD-FAILED-FILE
               MOVE RPT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RPT-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT LIE-FILE.
           IF LIE-SUCCES
               MOVE 'Y' TO WS-LIE-OPEN
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'GUN SONU SUPURME (HEDEF BAKIYE) RAPORU' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HEADER TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           READ SWI-FILE.
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
              MOVE 'EODSWEEP' TO LOK-PROGRAM
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
                 MOVE 'EODSWEEP' TO LOK-PROGRAM
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
           MOVE 'EODSWEEP'   TO ABD-PROGRAM.
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
           MOVE 'EODSWEEP' TO ABD-PROGRAM.
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
           MOVE 'EODSWEEP' TO RLG-PROGRAM.
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
      *    H200:Talimati tabloya alir; kaynak ve ortak hesabi
      *    IDXFILE'dan okuyup bakiye, eksi bakiye siniri, durum ve
      *    aktif bloke toplamini yanina yazar. Tablo doluysa talimat
      *    raporda islenmedi olarak gosterilir.
      *-----------------------------------------------------------------
       H200-LOAD-INSTRUCTION.
           ADD 1 TO WS-CNT-READ.

           IF WS-SWI-COUNT < WS-SWI-MAX
              ADD 1 TO WS-SWI-COUNT
              MOVE WS-SWI-COUNT   TO WS-SWI-IDX
              MOVE SWI-DIRECTION  TO WS-SWI-DIR(WS-SWI-IDX)
              MOVE SWI-SRC-ID     TO WS-SWI-SRC-ID(WS-SWI-IDX)
              MOVE SWI-SRC-DVZ    TO WS-SWI-SRC-DVZ(WS-SWI-IDX)
              MOVE SWI-PTN-ID     TO WS-SWI-PTN-ID(WS-SWI-IDX)
              MOVE SWI-PTN-DVZ    TO WS-SWI-PTN-DVZ(WS-SWI-IDX)
              IF SWI-TARGET NUMERIC
                 MOVE SWI-TARGET  TO WS-SWI-TARGET(WS-SWI-IDX)
              ELSE
                 MOVE ZEROES      TO WS-SWI-TARGET(WS-SWI-IDX)
                 MOVE SPACE       TO WS-SWI-DIR(WS-SWI-IDX)
              END-IF
              IF SWI-MIN-AMOUNT NUMERIC
                 MOVE SWI-MIN-AMOUNT TO WS-SWI-MIN(WS-SWI-IDX)
              ELSE
                 MOVE ZEROES      TO WS-SWI-MIN(WS-SWI-IDX)
                 MOVE SPACE       TO WS-SWI-DIR(WS-SWI-IDX)
              END-IF
              PERFORM H210-READ-SOURCE
              PERFORM H220-READ-PARTNER
           ELSE
              DISPLAY 'TALIMAT TABLOSU DOLDU, TALIMAT ATLANDI'
              MOVE SWI-SRC-ID     TO DTL-SRC-ID
              MOVE SWI-SRC-DVZ    TO DTL-SRC-DVZ
              MOVE SWI-PTN-ID     TO DTL-PTN-ID
              MOVE SWI-PTN-DVZ    TO DTL-PTN-DVZ
              MOVE SPACES         TO DTL-DIR
              MOVE ZEROES         TO DTL-BAL
              MOVE ZEROES         TO DTL-TARGET
              MOVE ZEROES         TO DTL-AMOUNT
              MOVE 'TABLO DOLU, ISLENMEDI' TO DTL-RESULT
              MOVE WS-DETAIL TO RPT-REC
              WRITE RPT-REC
              ADD 1 TO WS-CNT-SKIPPED
           END-IF.

           READ SWI-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Talimatin kaynak hesabini okur.
      *-----------------------------------------------------------------
       H210-READ-SOURCE.
           MOVE 'N'    TO WS-SWI-SRC-FOUND(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-SRC-BAL(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-SRC-LIM(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-SRC-LIEN(WS-SWI-IDX)
           MOVE SPACE  TO WS-SWI-SRC-STATUS(WS-SWI-IDX)
           MOVE SPACE  TO WS-SWI-SRC-DORMANT(WS-SWI-IDX)
           IF SWI-SRC-ID NUMERIC AND SWI-SRC-DVZ NUMERIC
              MOVE SWI-SRC-ID  TO IDX-ID
              MOVE SWI-SRC-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SWI-SRC-FOUND(WS-SWI-IDX)
                    MOVE IDX-BALANCE  TO WS-SWI-SRC-BAL(WS-SWI-IDX)
                    MOVE IDX-OVRLIMIT TO WS-SWI-SRC-LIM(WS-SWI-IDX)
                    MOVE IDX-STATUS   TO WS-SWI-SRC-STATUS(WS-SWI-IDX)
                    MOVE IDX-DORMANT  TO WS-SWI-SRC-DORMANT(WS-SWI-IDX)
                    MOVE SWI-SRC-ID   TO WS-LIE-SRCH-ID
                    MOVE SWI-SRC-DVZ  TO WS-LIE-SRCH-DVZ
                    PERFORM H230-SUM-LIENS
                    MOVE WS-LIE-TOTAL TO WS-SWI-SRC-LIEN(WS-SWI-IDX)
              END-READ
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Talimatin ortak hesabini okur.
      *-----------------------------------------------------------------
       H220-READ-PARTNER.
           MOVE 'N'    TO WS-SWI-PTN-FOUND(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-PTN-BAL(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-PTN-LIM(WS-SWI-IDX)
           MOVE ZEROES TO WS-SWI-PTN-LIEN(WS-SWI-IDX)
           MOVE SPACE  TO WS-SWI-PTN-STATUS(WS-SWI-IDX)
           MOVE SPACE  TO WS-SWI-PTN-DORMANT(WS-SWI-IDX)
           IF SWI-PTN-ID NUMERIC AND SWI-PTN-DVZ NUMERIC
              MOVE SWI-PTN-ID  TO IDX-ID
              MOVE SWI-PTN-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SWI-PTN-FOUND(WS-SWI-IDX)
                    MOVE IDX-BALANCE  TO WS-SWI-PTN-BAL(WS-SWI-IDX)
                    MOVE IDX-OVRLIMIT TO WS-SWI-PTN-LIM(WS-SWI-IDX)
                    MOVE IDX-STATUS   TO WS-SWI-PTN-STATUS(WS-SWI-IDX)
                    MOVE IDX-DORMANT  TO WS-SWI-PTN-DORMANT(WS-SWI-IDX)
                    MOVE SWI-PTN-ID   TO WS-LIE-SRCH-ID
                    MOVE SWI-PTN-DVZ  TO WS-LIE-SRCH-DVZ
                    PERFORM H230-SUM-LIENS
                    MOVE WS-LIE-TOTAL TO WS-SWI-PTN-LIEN(WS-SWI-IDX)
              END-READ
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:WS-LIE-SRCH-ID/DVZ hesabinin aktif blokelerini toplar
      *    (SUBPROG H789 ile ayni kural). LIEFILE yoksa toplam sifirdir.
      *-----------------------------------------------------------------
       H230-SUM-LIENS.
           MOVE ZEROES TO WS-LIE-TOTAL
           MOVE 'N'    TO WS-LIE-DONE
           IF NOT WS-LIE-OPEN-YES
              MOVE 'Y' TO WS-LIE-DONE
           ELSE
              MOVE WS-LIE-SRCH-ID           TO LIE-ID
              MOVE WS-LIE-SRCH-DVZ          TO LIE-DVZ
              MOVE ZEROES                   TO LIE-SEQ
              START LIE-FILE KEY >= LIE-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-LIE-DONE
              END-START
           END-IF
           PERFORM H231-SUM-ONE-LIEN UNTIL WS-LIE-DONE-YES.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H231:Siradaki bloke kaydini okur; hesaba aitse aktif
      *    tutari toplar, degilse arama biter.
      *-----------------------------------------------------------------
       H231-SUM-ONE-LIEN.
           READ LIE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIE-DONE
              NOT AT END
                 IF LIE-ID = WS-LIE-SRCH-ID
                    AND LIE-DVZ = WS-LIE-SRCH-DVZ
                    IF LIE-STS-ACTIVE
                       ADD LIE-AMOUNT TO WS-LIE-TOTAL
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-LIE-DONE
                 END-IF
           END-READ.
       H231-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Kayit motorunu acar, tablodaki her talimati H500 ile
      *    isler ve motoru kapatir.
      *-----------------------------------------------------------------
       H400-PROCESS-SWEEPS.
           MOVE 'N' TO SUB-INP-SIM-MODE
           MOVE 'N' TO SUB-INP-SEQ-MODE
           MOVE ZEROES TO SUB-INP-PART-NO
           MOVE 'N' TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.

           PERFORM H500-SWEEP-ONE
              VARYING WS-SWI-SEL FROM 1 BY 1
                 UNTIL WS-SWI-SEL > WS-SWI-COUNT.

           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Tek bir talimati degerlendirir. Kaynak bakiye hedefin
      *    ustundeyse (yon F veya C) fazla ortak hesaba, altindaysa
      *    (yon E veya C) acik ortak hesaptan aktarilir. Borclu hesap
      *    SUBPROG H790 kurallariyla tartilir: aktif ve uyumayan
      *    olmali, gonderilen tutar bakiye - aktif bloke + eksi bakiye
      *    sinirini asamaz; istenen tutar bu sinira indirilir (kismi
      *    supurme). Asgari tutarin altinda kalan supurme yapilmaz.
      *-----------------------------------------------------------------
       H500-SWEEP-ONE.
           MOVE 'N'    TO WS-SWP-SKIP
           MOVE SPACES TO WS-SWP-RESULT
           MOVE SPACE  TO WS-SWP-WAY
           MOVE ZEROES TO WS-SWP-WANTED
           MOVE ZEROES TO WS-SWP-AMOUNT
           MOVE WS-SWI-SRC-BAL(WS-SWI-SEL) TO WS-SWP-BAL-BEFORE

           PERFORM H510-CHECK-INSTRUCTION

           IF NOT WS-SWP-SKIP-YES
              PERFORM H520-COMPUTE-AMOUNT
           END-IF

           IF NOT WS-SWP-SKIP-YES
              PERFORM H530-CALL-TRANSFER
           END-IF

           PERFORM H590-WRITE-DETAIL.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Talimatin kendisini dogrular: gecerli yon, iki hesabin
      *    varligi, ayni hesap olmamasi ve ayni doviz.
      *-----------------------------------------------------------------
       H510-CHECK-INSTRUCTION.
           MOVE WS-SWI-DIR(WS-SWI-SEL) TO SWI-DIRECTION

           IF NOT SWI-DIR-VALID
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'GECERSIZ TALIMAT'          TO WS-SWP-RESULT
           ELSE
           IF WS-SWI-SRC-FOUND(WS-SWI-SEL) NOT = 'Y'
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'KAYNAK HESAP BULUNAMADI'   TO WS-SWP-RESULT
           ELSE
           IF WS-SWI-PTN-FOUND(WS-SWI-SEL) NOT = 'Y'
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'ORTAK HESAP BULUNAMADI'    TO WS-SWP-RESULT
           ELSE
           IF (WS-SWI-SRC-ID(WS-SWI-SEL) = WS-SWI-PTN-ID(WS-SWI-SEL))
              AND (WS-SWI-SRC-DVZ(WS-SWI-SEL)
                   = WS-SWI-PTN-DVZ(WS-SWI-SEL))
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'KAYNAK VE ORTAK HESAP AYNI' TO WS-SWP-RESULT
           ELSE
           IF WS-SWI-SRC-DVZ(WS-SWI-SEL)
              NOT = WS-SWI-PTN-DVZ(WS-SWI-SEL)
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'DOVIZ CINSLERI FARKLI'     TO WS-SWP-RESULT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H520:Supurme yonunu ve tutarini hesaplar; borclu ve alacakli
      *    hesabin durumunu ve borclu hesabin kullanilabilir bakiyesini
      *    kontrol eder.
      *-----------------------------------------------------------------
       H520-COMPUTE-AMOUNT.
           IF WS-SWI-SRC-BAL(WS-SWI-SEL) > WS-SWI-TARGET(WS-SWI-SEL)
              AND WS-SWI-DIR(WS-SWI-SEL) NOT = 'E'
              MOVE 'F' TO WS-SWP-WAY
              COMPUTE WS-SWP-WANTED = WS-SWI-SRC-BAL(WS-SWI-SEL)
                                    - WS-SWI-TARGET(WS-SWI-SEL)
              COMPUTE WS-SWP-AVAIL  = WS-SWI-SRC-BAL(WS-SWI-SEL)
                                    - WS-SWI-SRC-LIEN(WS-SWI-SEL)
                                    + WS-SWI-SRC-LIM(WS-SWI-SEL)
              MOVE WS-SWI-SRC-ID(WS-SWI-SEL)  TO WS-DR-ID
              MOVE WS-SWI-SRC-DVZ(WS-SWI-SEL) TO WS-DR-DVZ
              MOVE WS-SWI-PTN-ID(WS-SWI-SEL)  TO WS-CR-ID
              MOVE WS-SWI-PTN-DVZ(WS-SWI-SEL) TO WS-CR-DVZ
              MOVE WS-SWI-SRC-STATUS(WS-SWI-SEL)  TO WS-CHK-STATUS
              MOVE WS-SWI-SRC-DORMANT(WS-SWI-SEL) TO WS-CHK-DORMANT
              PERFORM H521-CHECK-DEBIT-STATUS
              MOVE WS-SWI-PTN-STATUS(WS-SWI-SEL)  TO WS-CHK-STATUS
              MOVE WS-SWI-PTN-DORMANT(WS-SWI-SEL) TO WS-CHK-DORMANT
              PERFORM H522-CHECK-CREDIT-STATUS
           ELSE
           IF WS-SWI-SRC-BAL(WS-SWI-SEL) < WS-SWI-TARGET(WS-SWI-SEL)
              AND WS-SWI-DIR(WS-SWI-SEL) NOT = 'F'
              MOVE 'E' TO WS-SWP-WAY
              COMPUTE WS-SWP-WANTED = WS-SWI-TARGET(WS-SWI-SEL)
                                    - WS-SWI-SRC-BAL(WS-SWI-SEL)
              COMPUTE WS-SWP-AVAIL  = WS-SWI-PTN-BAL(WS-SWI-SEL)
                                    - WS-SWI-PTN-LIEN(WS-SWI-SEL)
                                    + WS-SWI-PTN-LIM(WS-SWI-SEL)
              MOVE WS-SWI-PTN-ID(WS-SWI-SEL)  TO WS-DR-ID
              MOVE WS-SWI-PTN-DVZ(WS-SWI-SEL) TO WS-DR-DVZ
              MOVE WS-SWI-SRC-ID(WS-SWI-SEL)  TO WS-CR-ID
              MOVE WS-SWI-SRC-DVZ(WS-SWI-SEL) TO WS-CR-DVZ
              MOVE WS-SWI-PTN-STATUS(WS-SWI-SEL)  TO WS-CHK-STATUS
              MOVE WS-SWI-PTN-DORMANT(WS-SWI-SEL) TO WS-CHK-DORMANT
              PERFORM H521-CHECK-DEBIT-STATUS
              MOVE WS-SWI-SRC-STATUS(WS-SWI-SEL)  TO WS-CHK-STATUS
              MOVE WS-SWI-SRC-DORMANT(WS-SWI-SEL) TO WS-CHK-DORMANT
              PERFORM H522-CHECK-CREDIT-STATUS
           ELSE
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'SUPURME GEREKMEDI'          TO WS-SWP-RESULT
           END-IF
           END-IF.

           IF NOT WS-SWP-SKIP-YES
              IF WS-SWP-WANTED > WS-SWP-AVAIL
                 MOVE WS-SWP-AVAIL  TO WS-SWP-AMOUNT
              ELSE
                 MOVE WS-SWP-WANTED TO WS-SWP-AMOUNT
              END-IF
              IF WS-SWP-AMOUNT NOT > 0
                 MOVE 'Y' TO WS-SWP-SKIP
                 MOVE 'KULLANILABILIR BAKIYE YOK'  TO WS-SWP-RESULT
              ELSE
              IF WS-SWP-AMOUNT < WS-SWI-MIN(WS-SWI-SEL)
                 MOVE 'Y' TO WS-SWP-SKIP
                 MOVE 'ASGARI TUTARIN ALTINDA'     TO WS-SWP-RESULT
              END-IF
              END-IF
           END-IF.
       H520-END. EXIT.


      *-----------------------------------------------------------------
      *    H521:Borclu hesap H790 gibi aktif ve uyumayan olmalidir.
      *-----------------------------------------------------------------
       H521-CHECK-DEBIT-STATUS.
           IF NOT WS-CHK-STS-ACTIVE
              MOVE 'Y' TO WS-SWP-SKIP
              IF WS-CHK-STS-FROZEN
                 MOVE 'BORCLU HESAP DONDURULMUS'  TO WS-SWP-RESULT
              ELSE
                 MOVE 'BORCLU HESAP KAPALI'       TO WS-SWP-RESULT
              END-IF
           ELSE
           IF WS-CHK-DORMANT-YES
              MOVE 'Y' TO WS-SWP-SKIP
              MOVE 'BORCLU HESAP UYUYAN'          TO WS-SWP-RESULT
           END-IF
           END-IF.
       H521-END. EXIT.


      *-----------------------------------------------------------------
      *    H522:Alacakli hesap H791 gibi aktif ve uyumayan olmalidir.
      *    Borclu hesap zaten takildiysa ilk neden korunur.
      *-----------------------------------------------------------------
       H522-CHECK-CREDIT-STATUS.
           IF NOT WS-SWP-SKIP-YES
              IF NOT WS-CHK-STS-ACTIVE
                 MOVE 'Y' TO WS-SWP-SKIP
                 IF WS-CHK-STS-FROZEN
                    MOVE 'ALACAKLI HESAP DONDURULMUS' TO WS-SWP-RESULT
                 ELSE
                    MOVE 'ALACAKLI HESAP KAPALI'      TO WS-SWP-RESULT
                 END-IF
              ELSE
              IF WS-CHK-DORMANT-YES
                 MOVE 'Y' TO WS-SWP-SKIP
                 MOVE 'ALACAKLI HESAP UYUYAN'         TO WS-SWP-RESULT
              END-IF
              END-IF
           END-IF.
       H522-END. EXIT.


      *-----------------------------------------------------------------
      *    H530:Supurme tutarini T islemiyle borclu hesaptan alacakli
      *    hesaba gonderir. Kayit motoru tutari kendi kurallariyla
      *    yeniden tartar; reddederse neden rapora yazilir. Basarili
      *    aktarimdan sonra tablodaki bakiyeler H540 ile guncellenir.
      *-----------------------------------------------------------------
       H530-CALL-TRANSFER.
           ADD 1 TO WS-REF-SEQ
           COMPUTE WS-REF-NO = 600000000
               + (((WS-CENT-MM * 100) + WS-CENT-DD) * 10000)
               + WS-REF-SEQ.

           MOVE 'T'                      TO SUB-INP-PRCSS-TYPE
           MOVE WS-DR-ID                 TO SUB-INP-ID
           MOVE WS-DR-DVZ                TO SUB-INP-DVZ
           MOVE WS-SWP-AMOUNT            TO SUB-INP-AMOUNT
           MOVE WS-CR-ID                 TO SUB-INP-TGT-ID
           MOVE WS-CR-DVZ                TO SUB-INP-TGT-DVZ
           MOVE SPACES                   TO SUB-INP-NAME
           MOVE SPACES                   TO SUB-INP-SRNAME
           MOVE SPACE                    TO SUB-INP-XLIT-RULE
           MOVE WS-REF-NO                TO SUB-INP-REF-NO
           CALL WS-SUBPROG USING WS-SUB-AREA

           IF SUB-OUT-RETURN-CODE NOT = 0
              ADD 1 TO WS-CNT-REFUSED
              MOVE SPACES TO WS-SWP-RESULT
              STRING 'RED ' SUB-OUT-RETURN-CODE ' '
                     SUB-OUT-DESCRIPTION
                  DELIMITED BY SIZE INTO WS-SWP-RESULT
              DISPLAY 'SUPURME REDDEDILDI ID=' WS-DR-ID
                      ' RC=' SUB-OUT-RETURN-CODE
           ELSE
              ADD 1 TO WS-CNT-POSTED
              IF WS-SWP-WAY-OUT
                 ADD WS-SWP-AMOUNT TO WS-TOT-SWEPT-OUT
              ELSE
                 ADD WS-SWP-AMOUNT TO WS-TOT-SWEPT-IN
              END-IF
              IF WS-SWP-AMOUNT < WS-SWP-WANTED
                 ADD 1 TO WS-CNT-PARTIAL
                 MOVE 'KISMI AKTARILDI (BLOKE/LIM)' TO WS-SWP-RESULT
              ELSE
                 MOVE 'AKTARILDI'                   TO WS-SWP-RESULT
              END-IF
              PERFORM H540-ADJUST-TABLE
                 VARYING WS-SWI-IDX FROM 1 BY 1
                    UNTIL WS-SWI-IDX > WS-SWI-COUNT
           END-IF.
       H530-END. EXIT.


      *-----------------------------------------------------------------
      *    H540:Gonderilen tutari, borclu veya alacakli hesabi kaynak ya
      *    da ortak olarak kullanan tablo satirinin bakiyesine yansitir;
      *    ayni hesabi kullanan sonraki talimatlar guncel bakiyeyle
      *    calisir.
      *-----------------------------------------------------------------
       H540-ADJUST-TABLE.
           IF WS-SWI-SRC-ID(WS-SWI-IDX) = WS-DR-ID
              AND WS-SWI-SRC-DVZ(WS-SWI-IDX) = WS-DR-DVZ
              SUBTRACT WS-SWP-AMOUNT FROM WS-SWI-SRC-BAL(WS-SWI-IDX)
           END-IF.
           IF WS-SWI-PTN-ID(WS-SWI-IDX) = WS-DR-ID
              AND WS-SWI-PTN-DVZ(WS-SWI-IDX) = WS-DR-DVZ
              SUBTRACT WS-SWP-AMOUNT FROM WS-SWI-PTN-BAL(WS-SWI-IDX)
           END-IF.
           IF WS-SWI-SRC-ID(WS-SWI-IDX) = WS-CR-ID
              AND WS-SWI-SRC-DVZ(WS-SWI-IDX) = WS-CR-DVZ
              ADD WS-SWP-AMOUNT TO WS-SWI-SRC-BAL(WS-SWI-IDX)
           END-IF.
           IF WS-SWI-PTN-ID(WS-SWI-IDX) = WS-CR-ID
              AND WS-SWI-PTN-DVZ(WS-SWI-IDX) = WS-CR-DVZ
              ADD WS-SWP-AMOUNT TO WS-SWI-PTN-BAL(WS-SWI-IDX)
           END-IF.
       H540-END. EXIT.


      *-----------------------------------------------------------------
      *    H590:Talimatin rapor satirini basar: kaynak, yon (-> fazla
      *    ortak hesaba, <- acik ortak hesaptan), ortak hesap, supurme
      *    oncesi kaynak bakiye, hedef bakiye, gonderilen tutar ve
      *    sonuc. Atlanan talimatlarda tutar sifirdir.
      *-----------------------------------------------------------------
       H590-WRITE-DETAIL.
           IF WS-SWP-SKIP-YES
              ADD 1 TO WS-CNT-SKIPPED
              MOVE ZEROES TO WS-SWP-AMOUNT
           END-IF.

           MOVE WS-SWI-SRC-ID(WS-SWI-SEL)  TO DTL-SRC-ID
           MOVE WS-SWI-SRC-DVZ(WS-SWI-SEL) TO DTL-SRC-DVZ
           MOVE WS-SWI-PTN-ID(WS-SWI-SEL)  TO DTL-PTN-ID
           MOVE WS-SWI-PTN-DVZ(WS-SWI-SEL) TO DTL-PTN-DVZ
           MOVE WS-SWI-TARGET(WS-SWI-SEL)  TO DTL-TARGET
           MOVE WS-SWP-AMOUNT              TO DTL-AMOUNT
           MOVE WS-SWP-RESULT              TO DTL-RESULT.

           IF WS-SWP-WAY-OUT
              MOVE '->' TO DTL-DIR
           ELSE
           IF WS-SWP-WAY-IN
              MOVE '<-' TO DTL-DIR
           ELSE
              MOVE SPACES TO DTL-DIR
           END-IF
           END-IF.

           MOVE WS-SWP-BAL-BEFORE          TO DTL-BAL.

           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.
       H590-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ozet satirlarini basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN TALIMAT SAYISI       : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'YAPILAN SUPURME             : ' TO TOT-LABEL
           MOVE WS-CNT-POSTED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE '  BUNLARDAN KISMI           : ' TO TOT-LABEL
           MOVE WS-CNT-PARTIAL                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ATLANAN TALIMAT             : ' TO TOT-LABEL
           MOVE WS-CNT-SKIPPED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'KAYIT MOTORUNCA REDDEDILEN  : ' TO TOT-LABEL
           MOVE WS-CNT-REFUSED                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ORTAK HESABA SUPURULEN TUTAR: ' TO TOT-LABEL
           MOVE WS-TOT-SWEPT-OUT                 TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ORTAK HESAPTAN KARSILANAN   : ' TO TOT-LABEL
           MOVE WS-TOT-SWEPT-IN                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== EODSWEEP CONTROL TOTALS ============'
           DISPLAY ' OKUNAN TALIMAT          : ' WS-CNT-READ
           DISPLAY ' YAPILAN SUPURME         : ' WS-CNT-POSTED
           DISPLAY ' ATLANAN TALIMAT         : ' WS-CNT-SKIPPED
           DISPLAY ' REDDEDILEN SUPURME      : ' WS-CNT-REFUSED
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir. Kayit
      *    motorunun reddettigi supurme varsa operatorun gormesi icin
      *    donus kodu 4 olur.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE RPT-FILE.
           PERFORM H117-RELEASE-LOCK.

           IF RETURN-CODE = 0 AND WS-CNT-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
