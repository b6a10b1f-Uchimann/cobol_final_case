       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFD-FILE   ASSIGN TO RELFEED
                             STATUS RFD-ST.
           SELECT OPTIONAL REL-FILE ASSIGN TO RELFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-HOLDER
                                 WITH DUPLICATES
                             STATUS REL-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
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
       FD  REL-FILE.
           COPY RELREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RFD-FILE RECORDING MODE F.
      *          Sahiplik bakim karti: E = iliski ekle/guncelle,
      *          S = iliski sil. Rol P/J/G/S, imza kurali H/B (bos
      *          ise H). Pay yuzdesi 999V99 (bos/sifir ise esit pay).
         01  RFD-REC.
           05 RFD-ACTION               PIC X(01).
           05 RFD-ID                   PIC X(05).
           05 RFD-DVZ                  PIC X(03).
           05 RFD-CUS-ID               PIC X(05).
           05 RFD-ROLE                 PIC X(01).
           05 RFD-SIGN                 PIC X(01).
           05 RFD-SHARE-X              PIC X(05).
           05 RFD-SHARE REDEFINES RFD-SHARE-X
                                       PIC 9(03)V99.
           05 FILLER                   PIC X(59).
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
           05 RFD-ST                   PIC 9(02).
              88 RFD-EOF                          VALUE 10.
              88 RFD-SUCCES                       VALUE 00 97.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 CUS-ST                   PIC 9(02).
              88 CUS-SUCCES                       VALUE 00 05 97.
           05 WS-CUS-OPEN              PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN-YES                  VALUE 'Y'.
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-ADDED             PIC 9(07) VALUE 0.
           05 WS-CNT-UPDATED           PIC 9(07) VALUE 0.
           05 WS-CNT-DELETED           PIC 9(07) VALUE 0.
           05 WS-CNT-REJECTED          PIC 9(07) VALUE 0.
      *          Ekleme kartinda hesabin diger sahiplerinin pay
      *          toplami taranir; yeni payla birlikte yuzde 100'u
      *          asamaz.
           05 WS-REL-ID                PIC 9(05).
           05 WS-REL-DVZ               PIC 9(03).
           05 WS-REL-CUS-ID            PIC 9(05).
           05 WS-REL-SIGN              PIC X(01).
           05 WS-REL-SHARE             PIC 9(03)V99.
           05 WS-SHARE-TOTAL           PIC 9(05)V99.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
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
           05 DTL-ACTION               PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ID                   PIC X(05).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 DTL-DVZ                  PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CUS-ID               PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ROLE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SIGN                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-SHARE                PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-RESULT               PIC X(30).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Hesap sahipligi iliski kutugunun bakim programi.
      *    Kendi kart akisindan (RELFEED) gelen ekle/guncelle ve sil
      *    kartlarini dogrular ve RELFILE'a uygular; her kartin
      *    sonucu bakim listesine yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS UNTIL RFD-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Kart dosyasini girdi, iliski kutugunu guncelleme
      *    (I-O), hesap ve musteri kutuklerini okuma, bakim listesini
      *    cikti olarak acar. Acilma hatasinda ABDFILE'a tani kaydi
      *    dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  RFD-FILE.
           OPEN I-O    REL-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (RFD-ST NOT = 0) AND (RFD-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RELFEED: ' RFD-ST
               MOVE 'RELFEED'  TO ABD-FAILED-FILE
               MOVE RFD-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RFD-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT REL-SUCCES
               DISPLAY 'UNABLE TO OPEN RELFILE: ' REL-ST
               MOVE 'RELFILE'  TO ABD-FAILED-FILE
               MOVE REL-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE REL-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT IDX-SUCCES
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

           OPEN INPUT CUS-FILE.
           IF CUS-SUCCES
              MOVE 'Y' TO WS-CUS-OPEN
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'HESAP SAHIPLIGI ILISKI BAKIM LISTESI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           READ RFD-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'RELMNT' TO ABD-PROGRAM.
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
           PERFORM H109-SET-WORK-DATE.
           MOVE 'RELMNT  ' TO RLG-PROGRAM.
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
      *    H200:Tek bir bakim kartini dogrular ve uygular: E iliskiyi
      *    ekler ya da mevcut iliskinin rol/imza/payini gunceller,
      *    S iliskiyi siler (bulunamayan reddedilir). Hesap, doviz ve
      *    musteri numarasi her iki islemde de dogrulanir.
      *-----------------------------------------------------------------
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.

           MOVE RFD-ACTION TO DTL-ACTION
           MOVE RFD-ID     TO DTL-ID
           MOVE RFD-DVZ    TO DTL-DVZ
           MOVE RFD-CUS-ID TO DTL-CUS-ID
           MOVE RFD-ROLE   TO DTL-ROLE
           MOVE RFD-SIGN   TO DTL-SIGN
           MOVE ZEROES     TO DTL-SHARE

           IF RFD-ID NOT NUMERIC OR RFD-ID = '00000'
              PERFORM H250-REJECT-CARD
              MOVE 'HESAP ID GECERSIZ'        TO DTL-RESULT
              PERFORM H260-WRITE-DETAIL
           ELSE
           IF RFD-DVZ NOT NUMERIC
              OR RFD-DVZ < '001' OR RFD-DVZ > '003'
              PERFORM H250-REJECT-CARD
              MOVE 'DVZ GECERSIZ'             TO DTL-RESULT
              PERFORM H260-WRITE-DETAIL
           ELSE
           IF RFD-CUS-ID NOT NUMERIC OR RFD-CUS-ID = '00000'
              PERFORM H250-REJECT-CARD
              MOVE 'MUSTERI NO GECERSIZ'      TO DTL-RESULT
              PERFORM H260-WRITE-DETAIL
           ELSE
              MOVE RFD-ID     TO WS-REL-ID
              MOVE RFD-DVZ    TO WS-REL-DVZ
              MOVE RFD-CUS-ID TO WS-REL-CUS-ID
              EVALUATE TRUE
                 WHEN RFD-ACTION = 'E'
                    PERFORM H210-APPLY-ADD
                 WHEN RFD-ACTION = 'S'
                    PERFORM H220-APPLY-DELETE
                 WHEN OTHER
                    PERFORM H250-REJECT-CARD
                    MOVE 'GECERSIZ ISLEM KODU'   TO DTL-RESULT
                    PERFORM H260-WRITE-DETAIL
              END-EVALUATE
           END-IF
           END-IF
           END-IF.

           READ RFD-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Ekleme/guncelleme kartini dogrular: hesap IDXFILE'da,
      *    musteri (kutuk aciksa) CUSFILE'da bulunmali; rol P/J/G/S,
      *    imza kurali H/B olmali; G/S rolu pay tasiyamaz ve hesabin
      *    toplam payi yuzde 100'u asamaz. Iliski varsa yeniden
      *    yazilir, yoksa eklenir.
      *-----------------------------------------------------------------
       H210-APPLY-ADD.
           MOVE RFD-SIGN TO WS-REL-SIGN
           IF WS-REL-SIGN = SPACE
              MOVE 'H' TO WS-REL-SIGN
           END-IF
           MOVE ZEROES TO WS-REL-SHARE
           IF RFD-SHARE-X NUMERIC
              MOVE RFD-SHARE TO WS-REL-SHARE
           END-IF
           MOVE WS-REL-SIGN  TO DTL-SIGN
           MOVE WS-REL-SHARE TO DTL-SHARE

           MOVE WS-REL-ID  TO IDX-ID
           MOVE WS-REL-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'N' TO WS-REL-DONE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-REL-DONE
           END-READ.

           IF NOT WS-REL-DONE-YES
              PERFORM H250-REJECT-CARD
              MOVE 'HESAP BULUNAMADI'         TO DTL-RESULT
              PERFORM H260-WRITE-DETAIL
           ELSE
              PERFORM H215-CHECK-CUSTOMER
              IF WS-REL-DONE-YES
                 PERFORM H250-REJECT-CARD
                 MOVE 'MUSTERI BULUNAMADI'    TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              ELSE
              IF RFD-ROLE NOT = 'P' AND RFD-ROLE NOT = 'J'
                 AND RFD-ROLE NOT = 'G' AND RFD-ROLE NOT = 'S'
                 PERFORM H250-REJECT-CARD
                 MOVE 'ROL GECERSIZ'          TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              ELSE
              IF WS-REL-SIGN NOT = 'H' AND WS-REL-SIGN NOT = 'B'
                 PERFORM H250-REJECT-CARD
                 MOVE 'IMZA KURALI GECERSIZ'  TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              ELSE
              IF RFD-SHARE-X NOT = SPACES
                 AND RFD-SHARE-X NOT NUMERIC
                 PERFORM H250-REJECT-CARD
                 MOVE 'PAY ORANI SAYISAL DEGIL' TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              ELSE
              IF WS-REL-SHARE > 0
                 AND (RFD-ROLE = 'G' OR RFD-ROLE = 'S')
                 PERFORM H250-REJECT-CARD
                 MOVE 'VELI/YETKILI PAY TASIYAMAZ' TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              ELSE
                 PERFORM H230-SUM-OTHER-SHARES
                 ADD WS-REL-SHARE TO WS-SHARE-TOTAL
                 IF WS-SHARE-TOTAL > 100
                    PERFORM H250-REJECT-CARD
                    MOVE 'PAY TOPLAMI YUZDE 100 ASIYOR' TO DTL-RESULT
                    PERFORM H260-WRITE-DETAIL
                 ELSE
                    PERFORM H240-WRITE-RELATION
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H215:Musteri ana kutugu aciksa musteri numarasini dogrular;
      *    bulunamazsa WS-REL-DONE 'Y' olur. Kutuk yoksa kontrol
      *    atlanir.
      *-----------------------------------------------------------------
       H215-CHECK-CUSTOMER.
           MOVE 'N' TO WS-REL-DONE
           IF WS-CUS-OPEN-YES
              MOVE WS-REL-CUS-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-READ
           END-IF.
       H215-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Silme kartini uygular; iliski yoksa reddedilir.
      *-----------------------------------------------------------------
       H220-APPLY-DELETE.
           MOVE WS-REL-ID     TO REL-ID
           MOVE WS-REL-DVZ    TO REL-DVZ
           MOVE WS-REL-CUS-ID TO REL-CUS-ID
           READ REL-FILE KEY IS REL-KEY
              INVALID KEY
                 PERFORM H250-REJECT-CARD
                 MOVE 'ILISKI BULUNAMADI'        TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
              NOT INVALID KEY
                 MOVE REL-ROLE  TO DTL-ROLE
                 MOVE REL-SIGN  TO DTL-SIGN
                 MOVE REL-SHARE TO DTL-SHARE
                 DELETE REL-FILE RECORD
                 END-DELETE
                 ADD 1 TO WS-CNT-DELETED
                 MOVE 'SILINDI'                  TO DTL-RESULT
                 PERFORM H260-WRITE-DETAIL
           END-READ.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:Hesabin karttaki musteri disindaki sahiplerinin pay
      *    yuzdelerini WS-SHARE-TOTAL'da toplar.
      *-----------------------------------------------------------------
       H230-SUM-OTHER-SHARES.
           MOVE ZEROES     TO WS-SHARE-TOTAL
           MOVE 'N'        TO WS-REL-DONE
           MOVE WS-REL-ID  TO REL-ID
           MOVE WS-REL-DVZ TO REL-DVZ
           MOVE ZEROES     TO REL-CUS-ID
           START REL-FILE KEY >= REL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-REL-DONE
           END-START
           PERFORM H231-SUM-ONE-SHARE UNTIL WS-REL-DONE-YES.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H231:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter.
      *-----------------------------------------------------------------
       H231-SUM-ONE-SHARE.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-REL-ID
                    OR REL-DVZ NOT = WS-REL-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    IF REL-CUS-ID NOT = WS-REL-CUS-ID
                       ADD REL-SHARE TO WS-SHARE-TOTAL
                    END-IF
                 END-IF
           END-READ.
       H231-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:Iliski kaydini kurar; anahtar varsa yeniden yazar,
      *    yoksa ekler.
      *-----------------------------------------------------------------
       H240-WRITE-RELATION.
           PERFORM H109-SET-WORK-DATE
           MOVE WS-REL-ID     TO REL-ID
           MOVE WS-REL-DVZ    TO REL-DVZ
           MOVE WS-REL-CUS-ID TO REL-CUS-ID
           READ REL-FILE KEY IS REL-KEY
              INVALID KEY
                 MOVE 'N' TO WS-REL-DONE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-REL-DONE
           END-READ.

           MOVE WS-REL-CUS-ID TO REL-HOLDER
           MOVE RFD-ROLE      TO REL-ROLE
           MOVE WS-REL-SIGN   TO REL-SIGN
           MOVE WS-REL-SHARE  TO REL-SHARE
           MOVE WS-CENT-DATE  TO REL-DATE

           IF WS-REL-DONE-YES
              REWRITE REL-REC
              END-REWRITE
              ADD 1 TO WS-CNT-UPDATED
              MOVE 'GUNCELLENDI'              TO DTL-RESULT
           ELSE
              WRITE REL-REC
              END-WRITE
              ADD 1 TO WS-CNT-ADDED
              MOVE 'EKLENDI'                  TO DTL-RESULT
           END-IF.
           PERFORM H260-WRITE-DETAIL.
       H240-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:Red sayacini artirir.
      *-----------------------------------------------------------------
       H250-REJECT-CARD.
           ADD 1 TO WS-CNT-REJECTED.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H260:Bakim listesine kartin sonucunu basar.
      *-----------------------------------------------------------------
       H260-WRITE-DETAIL.
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.
       H260-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol toplamlarini rapora ve konsola basar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== RELMNT CONTROL TOTALS =============='
           DISPLAY ' OKUNAN KART SAYISI      : ' WS-CNT-READ
           DISPLAY ' EKLENEN ILISKI          : ' WS-CNT-ADDED
           DISPLAY ' GUNCELLENEN ILISKI      : ' WS-CNT-UPDATED
           DISPLAY ' SILINEN ILISKI          : ' WS-CNT-DELETED
           DISPLAY ' REDDEDILEN KART         : ' WS-CNT-REJECTED
           DISPLAY '================================================='.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE RFD-FILE.
           CLOSE REL-FILE.
           CLOSE IDX-FILE.
           IF WS-CUS-OPEN-YES
              CLOSE CUS-FILE
           END-IF.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
