                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL REL-FILE ASSIGN TO RELFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-HOLDER
                                 WITH DUPLICATES
                             STATUS REL-ST.
           SELECT OPTIONAL FXR-FILE ASSIGN TO FXRFILE
                             STATUS FXR-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
           COPY CUSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  FXR-FILE RECORDING MODE F.
              88 CUS-SUCCES                       VALUE 00 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN-YES                  VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
           05 FXR-ST                   PIC 9(02).
              88 FXR-EOF                          VALUE 10.
              88 FXR-SUCCES                       VALUE 00 97.
           05 WS-CNT-CUST              PIC 9(07) VALUE 0.
           05 WS-CNT-ACCTS             PIC 9(07) VALUE 0.
           05 WS-CNT-NORATE            PIC 9(07) VALUE 0.
           05 WS-CNT-JOINT             PIC 9(07) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-FXR-TO             PIC 9(03).
              07 WS-FXR-RATE           PIC 9(05)V9(06).
              07 WS-FXR-EFF            PIC 9(07).
         01  WS-HLD-AREA.
      *          Raporlanan hesabin sahipleri iliski kutugunden bu
      *          tabloya alinir; musterinin payi hesaplandiktan sonra
      *          detay satirinin altina basilir. Pay: musterinin
      *          iliskisinde yuzde tanimliysa o; tanimsizsa (sifir)
      *          P/J sahiplerine tanimli paylardan arta kalan esit
      *          bolunur; G/S rolunun payi yoktur. Hesap icin iliski
      *          kaydi yoksa hesabin kendi musterisi tek sahiptir.
           05 WS-HLD-ID                PIC 9(05).
           05 WS-HLD-DVZ               PIC 9(03).
           05 WS-HLD-COUNT             PIC 9(02) VALUE 0.
           05 WS-HLD-MAX               PIC 9(02) VALUE 20.
           05 WS-HLD-IDX               PIC 9(02).
           05 WS-HLD-LOST              PIC 9(02) VALUE 0.
           05 WS-HLD-ENTRY OCCURS 20 TIMES.
              07 WS-HLD-CUS-ID         PIC 9(05).
              07 WS-HLD-ROLE           PIC X(01).
              07 WS-HLD-SIGN           PIC X(01).
              07 WS-HLD-SHARE          PIC 9(03)V99.
           05 WS-SHR-FOUND             PIC X(01).
              88 WS-SHR-FOUND-YES                 VALUE 'Y'.
           05 WS-SHR-ROLE              PIC X(01).
           05 WS-SHR-OWN               PIC 9(03)V99.
           05 WS-SHR-OWNERS            PIC 9(03).
           05 WS-SHR-ZERO              PIC 9(03).
           05 WS-SHR-EXPLICIT          PIC 9(05)V99.
           05 WS-SHR-PCT               PIC 9(03)V99.
           05 WS-SHR-TL                PIC S9(15) COMP-3.
         01  WS-JNT-AREA.
      *          Musterinin kendi numarasi disindaki hesaplarda sahip
      *          oldugu iliskiler REL-HOLDER dizininden toplanir.
           05 WS-JNT-COUNT             PIC 9(02) VALUE 0.
           05 WS-JNT-MAX               PIC 9(02) VALUE 50.
           05 WS-JNT-IDX               PIC 9(02).
           05 WS-JNT-ENTRY OCCURS 50 TIMES.
              07 WS-JNT-ID             PIC 9(05).
              07 WS-JNT-DVZ            PIC 9(03).
         01  WS-CUS-LINE.
           05 FILLER                   PIC X(10) VALUE 'MUSTERI : '.
           05 CUL-ID                   PIC Z(4)9.
           05 FILLER              PIC X(07) VALUE 'DURUM'.
           05 FILLER              PIC X(17) VALUE 'BAKIYE'.
           05 FILLER              PIC X(16) VALUE 'TL KARSILIGI'.
           05 FILLER              PIC X(07) VALUE 'PAY %'.
           05 FILLER              PIC X(15) VALUE 'PAYA DUSEN TL'.
         01  WS-DETAIL.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-TLEQ                 PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-NOTE                 PIC X(12).
           05 DTL-SHARE                PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SHARE-TL             PIC -(14)9.
         01  WS-JNT-LINE.
           05 FILLER                   PIC X(17) VALUE
              'DIGER HESAP    : '.
           05 JNL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 JNL-DVZ                  PIC 999.
         01  WS-HOLDER.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'SAHIP: '.
           05 HLD-CUS-ID               PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-ROLE                 PIC X(12).
           05 FILLER                   PIC X(06) VALUE 'IMZA: '.
           05 HLD-SIGN                 PIC X(14).
           05 FILLER                   PIC X(05) VALUE 'PAY: '.
           05 HLD-SHARE                PIC ZZ9.99.
           05 HLD-SHARE-X REDEFINES HLD-SHARE
                                       PIC X(06).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
      *    MAIN: Musteri ana dosyasini sirayla gezer; her musteri icin
      *    uc dovizdeki hesaplarini IDXFILE'dan cekip doviz, durum ve
      *    bakiyeleriyle tek sayfada listeler ve FXRFILE kurlariyla
      *    tek bir TL karsiligi toplami basar. Iliski kutugunde
      *    (RELFILE) musterinin ortak/veli/yetkili olarak baglandigi
      *    diger hesaplar da listelenir; her hesabin tum sahipleri
      *    basilir ve toplam pozisyona musterinin payina dusen tutar
      *    girer. Musteri iliskileri yonetimi icin musteri duzeyinde
      *    pozisyon raporudur.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT  REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.

           PERFORM H120-LOAD-FX-TABLE.

           MOVE 'BASLADI'  TO WS-RLG-EVENT

      *-----------------------------------------------------------------
      *    H200:Tek bir musterinin sayfasini uretir: baslik, uc
      *    dovizdeki hesaplari, sahibi oldugu diger hesaplar ve
      *    payina dusen TL karsiligi toplami.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-CUST.
           PERFORM H300-REPORT-ACCOUNT
              VARYING WS-DVZ FROM 1 BY 1 UNTIL WS-DVZ > 3.

           PERFORM H500-COLLECT-JOINT.
           PERFORM H510-REPORT-JOINT
              VARYING WS-JNT-IDX FROM 1 BY 1
                 UNTIL WS-JNT-IDX > WS-JNT-COUNT.

           IF WS-ACCT-FOUND = 0
              MOVE 'BU MUSTERI ICIN HESAP BULUNAMADI' TO RPT-REC
              WRITE RPT-REC

      *-----------------------------------------------------------------
      *    H300:Musterinin WS-DVZ dovizindeki hesabini okur; varsa
      *    detay satiri basar ve payina dusen TL karsiligini toplama
      *    ekler.
      *-----------------------------------------------------------------
       H300-REPORT-ACCOUNT.
           MOVE CUS-ID TO IDX-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H310-WRITE-ACCOUNT
           END-READ.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:IDX-FILE tamponundaki hesabin sahiplerini toplar,
      *    musterinin payini hesaplar; detay satirini ve altina sahip
      *    satirlarini basar.
      *-----------------------------------------------------------------
       H310-WRITE-ACCOUNT.
           ADD 1 TO WS-ACCT-FOUND
           ADD 1 TO WS-CNT-ACCTS
           MOVE IDX-DVZ     TO WS-DVZ
           PERFORM H400-COMPUTE-SHARE
           MOVE WS-SHR-PCT  TO DTL-SHARE
           MOVE IDX-DVZ     TO DTL-DVZ
           MOVE IDX-STATUS  TO DTL-STATUS
           MOVE IDX-DORMANT TO DTL-DORMANT
           MOVE IDX-BALANCE TO DTL-BAL
           PERFORM H130-FIND-RATE
           IF WS-RATE-FOUND-YES
              COMPUTE WS-TLEQ ROUNDED =
                  IDX-BALANCE * WS-RATE-USED
              COMPUTE WS-SHR-TL ROUNDED =
                  WS-TLEQ * WS-SHR-PCT / 100
              MOVE WS-TLEQ TO DTL-TLEQ
              MOVE WS-SHR-TL TO DTL-SHARE-TL
              ADD WS-SHR-TL TO WS-CUS-TOTAL
              MOVE SPACES  TO DTL-NOTE
           ELSE
              ADD 1 TO WS-CNT-NORATE
              MOVE ZEROES TO DTL-TLEQ
              MOVE ZEROES TO DTL-SHARE-TL
              MOVE 'KUR YOK'    TO DTL-NOTE
           END-IF
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.
           PERFORM H420-WRITE-HOLDER
              VARYING WS-HLD-IDX FROM 1 BY 1
                 UNTIL WS-HLD-IDX > WS-HLD-COUNT.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:IDX-FILE tamponundaki hesabin sahiplerini RELFILE'dan
      *    tabloya alir ve CUS-ID'li musterinin pay yuzdesini
      *    WS-SHR-PCT'ye koyar. Hesap icin iliski kaydi yoksa hesabin
      *    kendi musterisi yuzde 100 payla tek asil sahip sayilir.
      *-----------------------------------------------------------------
       H400-COMPUTE-SHARE.
           MOVE IDX-ID    TO WS-HLD-ID
           MOVE IDX-DVZ   TO WS-HLD-DVZ
           MOVE ZEROES    TO WS-HLD-COUNT
           MOVE ZEROES    TO WS-HLD-LOST
           MOVE ZEROES    TO WS-SHR-OWNERS
           MOVE ZEROES    TO WS-SHR-ZERO
           MOVE ZEROES    TO WS-SHR-EXPLICIT
           MOVE ZEROES    TO WS-SHR-OWN
           MOVE ZEROES    TO WS-SHR-PCT
           MOVE SPACE     TO WS-SHR-ROLE
           MOVE 'N'       TO WS-SHR-FOUND
           MOVE 'Y'       TO WS-REL-DONE

           IF WS-REL-OPEN-YES
              MOVE 'N'        TO WS-REL-DONE
              MOVE WS-HLD-ID  TO REL-ID
              MOVE WS-HLD-DVZ TO REL-DVZ
              MOVE ZEROES     TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
           END-IF.
           PERFORM H410-READ-HOLDER UNTIL WS-REL-DONE-YES.

           IF WS-HLD-COUNT = 0 AND WS-HLD-LOST = 0
              MOVE 1            TO WS-HLD-COUNT
              MOVE WS-HLD-ID    TO WS-HLD-CUS-ID(1)
              MOVE 'P'          TO WS-HLD-ROLE(1)
              MOVE 'H'          TO WS-HLD-SIGN(1)
              MOVE 100          TO WS-HLD-SHARE(1)
              IF CUS-ID = WS-HLD-ID
                 MOVE 100       TO WS-SHR-PCT
              END-IF
           ELSE
           IF WS-SHR-FOUND-YES
              AND (WS-SHR-ROLE = 'P' OR WS-SHR-ROLE = 'J')
              IF WS-SHR-OWN > 0
                 MOVE WS-SHR-OWN TO WS-SHR-PCT
              ELSE
              IF WS-SHR-ZERO > 0 AND WS-SHR-EXPLICIT < 100
                 COMPUTE WS-SHR-PCT =
                     (100 - WS-SHR-EXPLICIT) / WS-SHR-ZERO
              END-IF
              END-IF
           END-IF
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H410:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter. P/J sahiplerinin tanimli paylari toplanir, payi
      *    tanimsiz olanlar sayilir; raporlanan musterinin rolu ve
      *    payi ayrica saklanir.
      *-----------------------------------------------------------------
       H410-READ-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-HLD-ID
                    OR REL-DVZ NOT = WS-HLD-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    IF REL-ROLE-OWNER
                       ADD 1 TO WS-SHR-OWNERS
                       IF REL-SHARE > 0
                          ADD REL-SHARE TO WS-SHR-EXPLICIT
                       ELSE
                          ADD 1 TO WS-SHR-ZERO
                       END-IF
                    END-IF
                    IF REL-CUS-ID = CUS-ID
                       MOVE 'Y'       TO WS-SHR-FOUND
                       MOVE REL-ROLE  TO WS-SHR-ROLE
                       MOVE REL-SHARE TO WS-SHR-OWN
                    END-IF
                    IF WS-HLD-COUNT < WS-HLD-MAX
                       ADD 1 TO WS-HLD-COUNT
                       MOVE REL-CUS-ID TO WS-HLD-CUS-ID(WS-HLD-COUNT)
                       MOVE REL-ROLE   TO WS-HLD-ROLE(WS-HLD-COUNT)
                       MOVE REL-SIGN   TO WS-HLD-SIGN(WS-HLD-COUNT)
                       MOVE REL-SHARE  TO WS-HLD-SHARE(WS-HLD-COUNT)
                    ELSE
                       ADD 1 TO WS-HLD-LOST
                    END-IF
                 END-IF
           END-READ.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H420:Sahip tablosunun WS-HLD-IDX'inci girdisini basar.
      *-----------------------------------------------------------------
       H420-WRITE-HOLDER.
           MOVE WS-HLD-CUS-ID(WS-HLD-IDX) TO HLD-CUS-ID
           EVALUATE WS-HLD-ROLE(WS-HLD-IDX)
              WHEN 'P'
                 MOVE 'ASIL SAHIP'       TO HLD-ROLE
              WHEN 'J'
                 MOVE 'ORTAK SAHIP'      TO HLD-ROLE
              WHEN 'G'
                 MOVE 'VELI/VASI'        TO HLD-ROLE
              WHEN 'S'
                 MOVE 'YETKILI IMZA'     TO HLD-ROLE
              WHEN OTHER
                 MOVE WS-HLD-ROLE(WS-HLD-IDX) TO HLD-ROLE
           END-EVALUATE.
           IF WS-HLD-SIGN(WS-HLD-IDX) = 'B'
              MOVE 'HEPSI BIRLIKTE'      TO HLD-SIGN
           ELSE
              MOVE 'HERHANGI BIRI'       TO HLD-SIGN
           END-IF.
           IF WS-HLD-SHARE(WS-HLD-IDX) > 0
              MOVE WS-HLD-SHARE(WS-HLD-IDX) TO HLD-SHARE
           ELSE
           IF WS-HLD-ROLE(WS-HLD-IDX) = 'P'
              OR WS-HLD-ROLE(WS-HLD-IDX) = 'J'
              MOVE 'ESIT'                TO HLD-SHARE-X
           ELSE
              MOVE ZEROES                TO HLD-SHARE
           END-IF
           END-IF.
           MOVE WS-HOLDER TO RPT-REC
           WRITE RPT-REC.
       H420-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Musterinin kendi numarasi disinda baglandigi hesaplari
      *    RELFILE'in REL-HOLDER dizininden WS-JNT tablosuna toplar.
      *-----------------------------------------------------------------
       H500-COLLECT-JOINT.
           MOVE ZEROES TO WS-JNT-COUNT
           IF WS-REL-OPEN-YES
              MOVE 'N'    TO WS-REL-DONE
              MOVE CUS-ID TO REL-HOLDER
              START REL-FILE KEY >= REL-HOLDER
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
              PERFORM H501-READ-JOINT UNTIL WS-REL-DONE-YES
           END-IF.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H501:REL-HOLDER sirasinda siradaki iliskiyi okur; musteri
      *    degisince tarama biter.
      *-----------------------------------------------------------------
       H501-READ-JOINT.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-HOLDER NOT = CUS-ID
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                 IF REL-ID NOT = CUS-ID
                    IF WS-JNT-COUNT < WS-JNT-MAX
                       ADD 1 TO WS-JNT-COUNT
                       MOVE REL-ID  TO WS-JNT-ID(WS-JNT-COUNT)
                       MOVE REL-DVZ TO WS-JNT-DVZ(WS-JNT-COUNT)
                    ELSE
                       DISPLAY 'ORTAK HESAP TABLOSU DOLDU: ' CUS-ID
                    END-IF
                 END-IF
                 END-IF
           END-READ.
       H501-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:WS-JNT tablosundaki hesabi okur; hesap numarasini
      *    basip ayni detay/sahip satirlarini uretir.
      *-----------------------------------------------------------------
       H510-REPORT-JOINT.
           MOVE WS-JNT-ID(WS-JNT-IDX)  TO IDX-ID
           MOVE WS-JNT-DVZ(WS-JNT-IDX) TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-JOINT
                 MOVE WS-JNT-ID(WS-JNT-IDX)  TO JNL-ID
                 MOVE WS-JNT-DVZ(WS-JNT-IDX) TO JNL-DVZ
                 MOVE WS-JNT-LINE TO RPT-REC
                 WRITE RPT-REC
                 PERFORM H310-WRITE-ACCOUNT
           END-READ.
       H510-END. EXIT.


      *-----------------------------------------------------------------
           DISPLAY ' MUSTERI  SAYISI         : ' WS-CNT-CUST
           DISPLAY ' LISTELENEN HESAP SAYISI : ' WS-CNT-ACCTS
           DISPLAY ' KURSUZ HESAP SAYISI     : ' WS-CNT-NORATE
           DISPLAY ' ORTAK/DIGER HESAP SAYISI: ' WS-CNT-JOINT
           DISPLAY '================================================='.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
