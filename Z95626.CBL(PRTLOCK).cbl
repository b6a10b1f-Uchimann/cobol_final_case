       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRT-FILE ASSIGN TO PRTFILE
                             STATUS PRT-ST.
           SELECT OPTIONAL LOK-FILE ASSIGN TO LOKFILE
                             STATUS LOK-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PRT-FILE RECORDING MODE F.
      *          Bolum tanim kartlari (PRTSPLIT ile ayni duzen): her
      *          kart bir bolum numarasi (1-4) ve o bolumun IDX-ID
      *          araligini tasir. Kart verilmezse (DD DUMMY) program
      *          bolum kilitlerini birakir.
         01  PRT-REC.
           05 PRT-NO                   PIC 9(02).
           05 PRT-ID-LOW               PIC 9(05).
           05 PRT-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(68).
       FD  LOK-FILE RECORDING MODE F.
      *          Calisma serilestirme kilidi (MAINPROG ile ayni duzen).
      *          Bolum kilidi, bolumun araligini tasiyan aktif bir
      *          MAINPROG kaydidir; aralik alanlari bos olan kayit tum
      *          dosyayi kilitler.
         01  LOK-REC.
           05 LOK-STATUS               PIC X(01).
           05 LOK-PROGRAM              PIC X(08).
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
           05 LOK-ID-LOW               PIC 9(05).
           05 LOK-ID-HIGH              PIC 9(05).
           05 FILLER                   PIC X(46).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PRT-ST                   PIC 9(02).
              88 PRT-EOF                          VALUE 10.
           05 LOK-ST                   PIC 9(02).
              88 LOK-EOF                          VALUE 10.
              88 LOK-SUCCES                       VALUE 00 05 97.
           05 PRM-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-LOK-TIME              PIC 9(08).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-PRT-AREA.
      *          Bolum tablosu bolum numarasiyla indislenir (1-4).
           05 WS-PRT-MAX               PIC 9(01) VALUE 4.
           05 WS-PRT-IDX               PIC 9(01).
           05 WS-PRT-CHK               PIC 9(01).
           05 WS-PRT-DEFINED           PIC 9(01) VALUE 0.
           05 WS-PRT-BAD               PIC X(01) VALUE 'N'.
              88 WS-PRT-BAD-YES                  VALUE 'Y'.
           05 WS-PRT-ENTRY OCCURS 4 TIMES.
              07 WS-PRT-USED           PIC X(01).
              07 WS-PRT-LOW            PIC 9(05).
              07 WS-PRT-HIGH           PIC 9(05).
         01  WS-LOK-AREA.
      *          Kilit kutugunde korunacak diger aktif kilitler; kutuk
      *          yeniden yazilirken once bunlar, sonra (alma sirasinda)
      *          bolum kilitleri yazilir. Boylece aktif kilitler hep
      *          kutugun basinda kalir.
           05 WS-LOK-COUNT             PIC 9(02) VALUE 0.
           05 WS-LOK-MAX               PIC 9(02) VALUE 10.
           05 WS-LOK-IDX               PIC 9(02).
           05 WS-LOK-RELEASED          PIC 9(02) VALUE 0.
           05 WS-LOK-CONFLICT          PIC X(01) VALUE 'N'.
              88 WS-LOK-CONFLICT-YES             VALUE 'Y'.
           05 WS-LOK-REC-LOW           PIC 9(05).
           05 WS-LOK-REC-HIGH          PIC 9(05).
           05 WS-LOK-ENTRY OCCURS 10 TIMES.
              07 WS-LOK-DATA           PIC X(80).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Bolumlu gunluk calismanin kilit adimi. Bolumler ayni
      *    anda kosarken paylasilan LOKFILE'i yeniden yazmamak icin
      *    bolum kilitleri bu kisa adimda, kutuk DISP=OLD ile tek
      *    basina tutulurken alinir ve birakilir. PRTFILE'da bolum
      *    kartlari varsa (PRTSPLIT job'u) her bolum icin araligini
      *    tasiyan bir A kaydi yazilir; araligi cakisan aktif bir kilit
      *    varsa hicbir kilit alinmaz ve program RC 77 ile biter.
      *    Kart yoksa (PRTMERGE job'u) bolum kilitleri silinir, diger
      *    aktif kilitler korunur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-INITIALIZE
           IF WS-PRT-DEFINED > 0
              PERFORM H200-ACQUIRE-LOCKS
           ELSE
              PERFORM H300-RELEASE-LOCKS
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur ve bolum kartlarini dogrular.
      *    Gecersiz bolum tanimiyla kilit kutuguna dokunulmaz (RC 16).
      *-----------------------------------------------------------------
       H100-INITIALIZE.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H110-LOAD-PARTITIONS.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-CENT-DATE
                  ' BOLUM=' WS-PRT-DEFINED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           IF WS-PRT-BAD-YES
               DISPLAY 'BOLUM TANIMI GECERSIZ, KILIT ALINMADI'
               MOVE 'PRTFILE'  TO ABD-FAILED-FILE
               MOVE 95         TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya ya da tanim hatasinda ABDFILE'a tani kaydi yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTLOCK'  TO ABD-PROGRAM.
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
           PERFORM H109-SET-WORK-DATE.
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
      *    H110:Bolum kartlarini okur (PRTSPLIT H110 kurali). Bolum
      *    numarasi 1-4 disinda, iki kez tanimlanmis, araligi ters ya
      *    da baska bir bolumle cakisan kart tanimi gecersiz kilar.
      *    Kart yoksa ya da PRTFILE verilmemisse tablo bos kalir.
      *-----------------------------------------------------------------
       H110-LOAD-PARTITIONS.
           PERFORM H111-CLEAR-PARTITION
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX.
           OPEN INPUT PRT-FILE.
           IF PRT-ST = 0
              READ PRT-FILE
              PERFORM H112-LOAD-ONE-PARTITION UNTIL PRT-EOF
              CLOSE PRT-FILE
           END-IF.
       H110-END. EXIT.


       H111-CLEAR-PARTITION.
           MOVE 'N'    TO WS-PRT-USED(WS-PRT-IDX).
           MOVE 99999  TO WS-PRT-LOW(WS-PRT-IDX).
           MOVE ZEROES TO WS-PRT-HIGH(WS-PRT-IDX).
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H112:Okunan bolum kartini dogrular ve tabloya yerlestirir.
      *-----------------------------------------------------------------
       H112-LOAD-ONE-PARTITION.
           IF PRT-NO NOT NUMERIC OR PRT-ID-LOW NOT NUMERIC
              OR PRT-ID-HIGH NOT NUMERIC
              DISPLAY 'BOLUM KARTI BOZUK: ' PRT-REC
              SET WS-PRT-BAD-YES TO TRUE
           ELSE
           IF PRT-NO < 1 OR PRT-NO > WS-PRT-MAX
              OR PRT-ID-LOW > PRT-ID-HIGH
              DISPLAY 'BOLUM KARTI GECERSIZ: ' PRT-REC
              SET WS-PRT-BAD-YES TO TRUE
           ELSE
              MOVE PRT-NO TO WS-PRT-IDX
              IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
                 DISPLAY 'BOLUM IKI KEZ TANIMLI: ' PRT-NO
                 SET WS-PRT-BAD-YES TO TRUE
              ELSE
                 PERFORM H113-CHECK-OVERLAP
                    VARYING WS-PRT-CHK FROM 1 BY 1
                       UNTIL WS-PRT-CHK > WS-PRT-MAX
                 MOVE 'Y'         TO WS-PRT-USED(WS-PRT-IDX)
                 MOVE PRT-ID-LOW  TO WS-PRT-LOW(WS-PRT-IDX)
                 MOVE PRT-ID-HIGH TO WS-PRT-HIGH(WS-PRT-IDX)
                 ADD 1 TO WS-PRT-DEFINED
              END-IF
           END-IF
           END-IF.
           READ PRT-FILE.
       H112-END. EXIT.


       H113-CHECK-OVERLAP.
           IF WS-PRT-USED(WS-PRT-CHK) = 'Y'
              AND PRT-ID-LOW <= WS-PRT-HIGH(WS-PRT-CHK)
              AND PRT-ID-HIGH >= WS-PRT-LOW(WS-PRT-CHK)
              DISPLAY 'BOLUM ARALIKLARI CAKISIYOR: ' PRT-NO
                      ' / ' WS-PRT-CHK
              SET WS-PRT-BAD-YES TO TRUE
           END-IF.
       H113-END. EXIT.


      *-----------------------------------------------------------------
      *    H118:Reddedilen kilit almada cakisan kilidin sahibini
      *    ABDFILE'a tani kaydi olarak dusurur (MAINPROG H118 kurali).
      *-----------------------------------------------------------------
       H118-LOG-LOCK-HOLDER.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTLOCK'    TO ABD-PROGRAM.
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
      *    H200:Bolum kilitlerini alir. Kutukteki her aktif kilit
      *    okunur; araligi tanimli bolumlerden biriyle cakisan kilit
      *    varsa hicbir bolum kilidi yazilmaz - kilit sahibi ABDFILE'a
      *    dusulur ve program RC 77 ile biter. Cakismayan aktif
      *    kilitler korunarak kutuk yeniden yazilir ve ardindan her
      *    bolum icin bir A kaydi eklenir.
      *-----------------------------------------------------------------
       H200-ACQUIRE-LOCKS.
           OPEN INPUT LOK-FILE.
           IF LOK-SUCCES
              READ LOK-FILE
              PERFORM H210-SCAN-LOCK
                 UNTIL LOK-EOF OR WS-LOK-CONFLICT-YES
              IF WS-LOK-CONFLICT-YES
                 DISPLAY 'AKTIF CALISMA KILIDI VAR, SAHIBI: '
                         LOK-PROGRAM ' ' LOK-DATE ' ' LOK-TIME
                 DISPLAY 'KILITLI ARALIK: ' WS-LOK-REC-LOW '-'
                         WS-LOK-REC-HIGH
                 CLOSE LOK-FILE
                 PERFORM H118-LOG-LOCK-HOLDER
                 MOVE 77 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              CLOSE LOK-FILE
           END-IF.

           OPEN OUTPUT LOK-FILE.
           IF NOT LOK-SUCCES
              DISPLAY 'LOKFILE YAZILAMADI: ' LOK-ST
              MOVE 'LOKFILE'  TO ABD-FAILED-FILE
              MOVE LOK-ST     TO ABD-STATUS
              PERFORM H105-WRITE-ABEND
              MOVE LOK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H250-WRITE-KEPT
              VARYING WS-LOK-IDX FROM 1 BY 1
                 UNTIL WS-LOK-IDX > WS-LOK-COUNT.
           PERFORM H220-WRITE-PARTITION-LOCK
              VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRT-MAX.
           CLOSE LOK-FILE.
           DISPLAY 'BOLUM KILITLERI ALINDI: ' WS-PRT-DEFINED.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Okunan kilit kaydi aktifse araligini cikarir (aralik
      *    alanlari bos olan kayit tum dosyayi kapsar) ve tanimli
      *    bolumlerle karsilastirir. Cakisma varsa kayit LOK-REC'te
      *    birakilir; yoksa korunmak uzere tabloya alinir. Tablo
      *    dolarsa guvenli tarafta kalinip cakisma sayilir.
      *-----------------------------------------------------------------
       H210-SCAN-LOCK.
           IF LOK-STATUS = 'A'
              IF LOK-ID-LOW NUMERIC AND LOK-ID-HIGH NUMERIC
                 MOVE LOK-ID-LOW  TO WS-LOK-REC-LOW
                 MOVE LOK-ID-HIGH TO WS-LOK-REC-HIGH
              ELSE
                 MOVE 0     TO WS-LOK-REC-LOW
                 MOVE 99999 TO WS-LOK-REC-HIGH
              END-IF
              PERFORM H211-CHECK-LOCK-RANGE
                 VARYING WS-PRT-CHK FROM 1 BY 1
                    UNTIL WS-PRT-CHK > WS-PRT-MAX
              IF NOT WS-LOK-CONFLICT-YES
                 IF WS-LOK-COUNT < WS-LOK-MAX
                    ADD 1 TO WS-LOK-COUNT
                    MOVE LOK-REC TO WS-LOK-DATA(WS-LOK-COUNT)
                 ELSE
                    SET WS-LOK-CONFLICT-YES TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-LOK-CONFLICT-YES
              READ LOK-FILE
           END-IF.
       H210-END. EXIT.


       H211-CHECK-LOCK-RANGE.
           IF WS-PRT-USED(WS-PRT-CHK) = 'Y'
              AND WS-LOK-REC-LOW <= WS-PRT-HIGH(WS-PRT-CHK)
              AND WS-LOK-REC-HIGH >= WS-PRT-LOW(WS-PRT-CHK)
              SET WS-LOK-CONFLICT-YES TO TRUE
           END-IF.
       H211-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Tanimli bolum icin bolumun MAINPROG'unun arayacagi A
      *    kaydini (MAINPROG, tarih, saat, IDX-ID araligi) yazar.
      *-----------------------------------------------------------------
       H220-WRITE-PARTITION-LOCK.
           IF WS-PRT-USED(WS-PRT-IDX) = 'Y'
              MOVE SPACES       TO LOK-REC
              MOVE 'A'          TO LOK-STATUS
              MOVE 'MAINPROG'   TO LOK-PROGRAM
              PERFORM H109-SET-WORK-DATE
              MOVE WS-CENT-DATE TO LOK-DATE
              ACCEPT WS-LOK-TIME FROM TIME
              MOVE WS-LOK-TIME  TO LOK-TIME
              MOVE WS-PRT-LOW(WS-PRT-IDX)  TO LOK-ID-LOW
              MOVE WS-PRT-HIGH(WS-PRT-IDX) TO LOK-ID-HIGH
              WRITE LOK-REC
              DISPLAY 'BOLUM ' WS-PRT-IDX ' KILITLENDI, ARALIK: '
                      LOK-ID-LOW '-' LOK-ID-HIGH
           END-IF.
       H220-END. EXIT.


       H250-WRITE-KEPT.
           MOVE WS-LOK-DATA(WS-LOK-IDX) TO LOK-REC.
           WRITE LOK-REC.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Bolum kilitlerini birakir. Araligi dolu aktif MAINPROG
      *    kayitlari (bolum kilitleri) atilir, diger aktif kilitler
      *    korunur; kutukte aktif kilit kalmazsa tek bir R kaydi
      *    yazilir. Bolum kilidi bulunmamasi hata degildir (ornegin
      *    PRTMERGE'un yeniden gonderilmesi).
      *-----------------------------------------------------------------
       H300-RELEASE-LOCKS.
           OPEN INPUT LOK-FILE.
           IF LOK-SUCCES
              READ LOK-FILE
              PERFORM H310-KEEP-OTHER UNTIL LOK-EOF
              CLOSE LOK-FILE
           END-IF.

           OPEN OUTPUT LOK-FILE.
           IF NOT LOK-SUCCES
              DISPLAY 'LOKFILE YAZILAMADI: ' LOK-ST
              MOVE 'LOKFILE'  TO ABD-FAILED-FILE
              MOVE LOK-ST     TO ABD-STATUS
              PERFORM H105-WRITE-ABEND
              MOVE LOK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H250-WRITE-KEPT
              VARYING WS-LOK-IDX FROM 1 BY 1
                 UNTIL WS-LOK-IDX > WS-LOK-COUNT.
           IF WS-LOK-COUNT = 0
              MOVE SPACES       TO LOK-REC
              MOVE 'R'          TO LOK-STATUS
              MOVE 'PRTLOCK'    TO LOK-PROGRAM
              PERFORM H109-SET-WORK-DATE
              MOVE WS-CENT-DATE TO LOK-DATE
              ACCEPT WS-LOK-TIME FROM TIME
              MOVE WS-LOK-TIME  TO LOK-TIME
              WRITE LOK-REC
           END-IF.
           CLOSE LOK-FILE.
           DISPLAY 'BOLUM KILITLERI BIRAKILDI: ' WS-LOK-RELEASED.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Birakma sirasinda okunan kayit bir bolum kilidiyse
      *    sayilip atilir; baska bir aktif kilitse korunmak uzere
      *    tabloya alinir. R kayitlari atilir.
      *-----------------------------------------------------------------
       H310-KEEP-OTHER.
           IF LOK-STATUS = 'A'
              IF LOK-PROGRAM = 'MAINPROG'
                 AND LOK-ID-LOW NUMERIC AND LOK-ID-HIGH NUMERIC
                 ADD 1 TO WS-LOK-RELEASED
              ELSE
                 IF WS-LOK-COUNT < WS-LOK-MAX
                    ADD 1 TO WS-LOK-COUNT
                    MOVE LOK-REC TO WS-LOK-DATA(WS-LOK-COUNT)
                 END-IF
              END-IF
           END-IF.
           READ LOK-FILE.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTLOCK'  TO RLG-PROGRAM.
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
      *    H999:Bitis kaydini RUNLOG'a yazar ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' BOLUM=' WS-PRT-DEFINED
                  ' BIRAKILAN=' WS-LOK-RELEASED
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
