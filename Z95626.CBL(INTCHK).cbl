       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY CUS-KEY
                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
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
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL ALI-FILE ASSIGN TO ALIFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY ALI-EXT-NO
                             STATUS ALI-ST.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                             STATUS HLD-ST.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
                             STATUS STO-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  ALI-FILE.
           COPY ALIREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  HLD-FILE RECORDING MODE F.
      *          MAINPROG'un askidaki onay kayitlari. Durumlar:
      *          P=bekliyor, R=onaylanip islendi, X=iptal.
         01  HLD-REC.
           05 HLD-STATUS               PIC X(01).
              88 HLD-STS-PENDING                  VALUE 'P'.
           05 HLD-PRCSS-TYPE           PIC X(01).
           05 HLD-ID                   PIC 9(05).
           05 HLD-DVZ                  PIC 9(03).
           05 HLD-AMOUNT               PIC S9(15) COMP-3.
           05 HLD-TGT-ID               PIC 9(05).
           05 HLD-TGT-DVZ              PIC 9(03).
           05 HLD-XLIT-RULE            PIC X(01).
           05 HLD-DATE                 PIC S9(7)  COMP-3.
           05 HLD-REF-NO               PIC 9(09).
       FD  STO-FILE RECORDING MODE F.
      *          STORDGEN'in duzenli odeme talimatlari.
         01  STO-REC.
           05 STO-ID                   PIC 9(05).
           05 STO-DVZ                  PIC 9(03).
           05 STO-TGT-ID               PIC 9(05).
           05 STO-TGT-DVZ              PIC 9(03).
           05 STO-AMOUNT               PIC S9(15) COMP-3.
           05 STO-FREQ                 PIC X(01).
           05 STO-NEXT-DATE            PIC 9(07).
           05 STO-STATUS               PIC X(01).
              88 STO-STS-ACTIVE                  VALUE 'A' ' '.
              88 STO-STS-CANCELLED               VALUE 'X'.
           05 FILLER                   PIC X(47).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(100).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CUS-ST                   PIC 9(02).
              88 CUS-EOF                          VALUE 10.
              88 CUS-SUCCES                       VALUE 00 97.
           05 IDX-ST                   PIC 9(02).
              88 IDX-EOF                          VALUE 10.
              88 IDX-SUCCES                       VALUE 00 97.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN-YES                  VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
           05 LIE-ST                   PIC 9(02).
              88 LIE-EOF                          VALUE 10.
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 ALI-ST                   PIC 9(02).
              88 ALI-EOF                          VALUE 10.
              88 ALI-SUCCES                       VALUE 00 05 97.
           05 HLD-ST                   PIC 9(02).
              88 HLD-EOF                          VALUE 10.
              88 HLD-SUCCES                       VALUE 00 05 97.
           05 STO-ST                   PIC 9(02).
              88 STO-EOF                          VALUE 10.
              88 STO-SUCCES                       VALUE 00 05 97.
           05 PRM-ST                   PIC 9(02).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
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
         01  WS-CHK-AREA.
      *          H860 hesap varlik kontrolunun girdisi ve sonucu:
      *          Y=mevcut (aktif/dondurulmus), C=kapali, N=yok.
           05 WS-CHK-ID                PIC 9(05).
           05 WS-CHK-DVZ               PIC 9(03).
           05 WS-CHK-STATE             PIC X(01).
              88 WS-CHK-EXISTS                    VALUE 'Y' 'C'.
              88 WS-CHK-CLOSED                    VALUE 'C'.
              88 WS-CHK-MISSING                   VALUE 'N'.
           05 WS-OWNER-FOUND           PIC X(01).
              88 WS-OWNER-FOUND-YES               VALUE 'Y'.
           05 WS-LINK-FOUND            PIC X(01).
              88 WS-LINK-FOUND-YES                VALUE 'Y'.
           05 WS-HLD-ID                PIC 9(05).
           05 WS-HLD-DVZ               PIC 9(03).
           05 WS-CUS-ID                PIC 9(05).
           05 WS-SAVE-IDX-ID           PIC 9(05).
           05 WS-SAVE-IDX-DVZ          PIC 9(03).
           05 WS-SAVE-NAME             PIC X(15).
           05 WS-SAVE-SRNAME           PIC X(15).
      *          Bulgu satiri icin hazirlanan alanlar. Onem dereceleri:
      *          K=kritik (kopuk kayit; para veya islem hic olmayan bir
      *          hesaba baglanmis), U=uyari (tutarsizlik, elle
      *          duzeltilmeli), B=bilgi (tarihce kaydi, islem etkisi
      *          yok).
           05 WS-FND-SEV               PIC X(01).
              88 WS-FND-CRITICAL                  VALUE 'K'.
              88 WS-FND-WARNING                   VALUE 'U'.
              88 WS-FND-INFO                      VALUE 'B'.
           05 WS-FND-FILE              PIC X(07).
           05 WS-FND-ID                PIC 9(05).
           05 WS-FND-DVZ               PIC 9(03).
           05 WS-FND-TEXT              PIC X(40).
           05 WS-FND-REF               PIC X(26).
         01  WS-CNT-AREA.
           05 WS-CNT-IDX               PIC 9(07) VALUE 0.
           05 WS-CNT-CUS               PIC 9(07) VALUE 0.
           05 WS-CNT-LIE               PIC 9(07) VALUE 0.
           05 WS-CNT-HLD               PIC 9(07) VALUE 0.
           05 WS-CNT-ALI               PIC 9(07) VALUE 0.
           05 WS-CNT-STO               PIC 9(07) VALUE 0.
           05 WS-CNT-CRITICAL          PIC 9(07) VALUE 0.
           05 WS-CNT-WARNING           PIC 9(07) VALUE 0.
           05 WS-CNT-INFO              PIC 9(07) VALUE 0.
           05 WS-CNT-NOOWNER           PIC 9(07) VALUE 0.
           05 WS-CNT-NOACCT            PIC 9(07) VALUE 0.
           05 WS-CNT-NAME              PIC 9(07) VALUE 0.
           05 WS-CNT-LIE-BAD           PIC 9(07) VALUE 0.
           05 WS-CNT-HLD-BAD           PIC 9(07) VALUE 0.
           05 WS-CNT-ALI-BAD           PIC 9(07) VALUE 0.
           05 WS-CNT-STO-BAD           PIC 9(07) VALUE 0.
         01  WS-HDR1.
           05 FILLER              PIC X(07) VALUE 'ONEM'.
           05 FILLER              PIC X(09) VALUE 'DOSYA'.
           05 FILLER              PIC X(10) VALUE 'HESAP'.
           05 FILLER              PIC X(42) VALUE 'BULGU'.
           05 FILLER              PIC X(26) VALUE 'REFERANS'.
         01  WS-FND-LINE.
           05 FND-SEV                  PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FND-FILE                 PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FND-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 FND-DVZ                  PIC 999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FND-TEXT                 PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FND-REF                  PIC X(26).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Haftalik dosyalar arasi butunluk kontrolu. IDXVER bir
      *    kumenin kendi icindeki tutarliligini dogrular; bu program
      *    kumelerin birbirini tutup tutmadigina bakar:
      *      - CUSFILE sahibi olmayan hesaplar, hesabi olmayan
      *        musteriler (RELFILE baglantilari dahil),
      *      - olmayan hesaba bagli LIEFILE blokeleri ve HLDFILE
      *        askidaki onay kayitlari,
      *      - silinmis veya kapali hesabi gosteren ALIFILE takma
      *        adlari,
      *      - kaynak veya hedef hesabi kapali/olmayan STOFILE
      *        talimatlari,
      *      - CUSFILE'dan farkli IDX-NAME/IDX-SRNAME kopyalari.
      *    Her bulgu onem derecesiyle rapora basilir; kritik bulgu
      *    varsa program 8 donus koduyla biter.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-CHECK-ACCOUNT UNTIL IDX-EOF
           PERFORM H300-START-CUSTOMERS
           PERFORM H310-CHECK-CUSTOMER UNTIL CUS-EOF
           PERFORM H400-CHECK-LIENS
           PERFORM H500-CHECK-HOLDS
           PERFORM H600-CHECK-ALIASES
           PERFORM H700-CHECK-ORDERS
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:CUSFILE ve IDXFILE'i girdi, raporu cikti olarak acar;
      *    istege bagli RELFILE'i acmayi dener. Acilma hatasinda
      *    ABDFILE'a tani kaydi dusup programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  CUS-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
               MOVE 'CUSFILE'  TO ABD-FAILED-FILE
               MOVE CUS-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE CUS-ST TO RETURN-CODE
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

           OPEN INPUT  REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-CENT-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'DOSYALAR ARASI BUTUNLUK KONTROL RAPORU' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE WS-HDR1 TO RPT-REC
           WRITE RPT-REC.

           READ IDX-FILE NEXT RECORD.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'INTCHK' TO ABD-PROGRAM.
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
           MOVE 'INTCHK  ' TO RLG-PROGRAM.
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
      *    H200:IDXFILE'daki bir hesabin sahibini arar. Hesap numarasi
      *    musteri numarasidir (CUS-ID = IDX-ID); musteri kaydi
      *    bulunursa isim kopyalari karsilastirilir. Bulunamazsa
      *    RELFILE'da CUSFILE'da var olan bir P/J sahip aranir: o da
      *    yoksa hesap sahipsizdir (kritik), varsa yalniz hesabin
      *    kendi musteri kaydi eksiktir (uyari).
      *-----------------------------------------------------------------
       H200-CHECK-ACCOUNT.
           ADD 1 TO WS-CNT-IDX.
           MOVE IDX-ID      TO WS-SAVE-IDX-ID
           MOVE IDX-DVZ     TO WS-SAVE-IDX-DVZ
           MOVE IDX-NAME    TO WS-SAVE-NAME
           MOVE IDX-SRNAME  TO WS-SAVE-SRNAME

           MOVE IDX-ID TO CUS-ID
           READ CUS-FILE KEY IS CUS-KEY
              INVALID KEY
                 PERFORM H210-FIND-REL-OWNER
                 MOVE 'IDXFILE'       TO WS-FND-FILE
                 MOVE WS-SAVE-IDX-ID  TO WS-FND-ID
                 MOVE WS-SAVE-IDX-DVZ TO WS-FND-DVZ
                 MOVE SPACES          TO WS-FND-REF
                 IF WS-OWNER-FOUND-YES
                    MOVE 'U' TO WS-FND-SEV
                    MOVE 'MUSTERI KAYDI YOK, SAHIP YALNIZ RELFILE'
                         TO WS-FND-TEXT
                 ELSE
                    MOVE 'K' TO WS-FND-SEV
                    MOVE 'HESABIN CUSFILE SAHIBI YOK'
                         TO WS-FND-TEXT
                    ADD 1 TO WS-CNT-NOOWNER
                 END-IF
                 PERFORM H850-WRITE-FINDING
              NOT INVALID KEY
                 IF WS-SAVE-NAME NOT = CUS-NAME
                    OR WS-SAVE-SRNAME NOT = CUS-SRNAME
                    ADD 1 TO WS-CNT-NAME
                    MOVE 'U'             TO WS-FND-SEV
                    MOVE 'IDXFILE'       TO WS-FND-FILE
                    MOVE WS-SAVE-IDX-ID  TO WS-FND-ID
                    MOVE WS-SAVE-IDX-DVZ TO WS-FND-DVZ
                    MOVE 'IDX AD/SOYAD CUSFILE ILE FARKLI'
                         TO WS-FND-TEXT
                    MOVE SPACES          TO WS-FND-REF
                    STRING CUS-NAME DELIMITED BY '  '
                           ' '      DELIMITED BY SIZE
                           CUS-SRNAME DELIMITED BY '  '
                        INTO WS-FND-REF
                    PERFORM H850-WRITE-FINDING
                 END-IF
           END-READ.

           READ IDX-FILE NEXT RECORD.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Hesabin RELFILE iliskilerinde CUSFILE'da kaydi olan bir
      *    P/J sahip arar.
      *-----------------------------------------------------------------
       H210-FIND-REL-OWNER.
           MOVE 'N' TO WS-OWNER-FOUND
           MOVE 'Y' TO WS-REL-DONE
           IF WS-REL-OPEN-YES
              MOVE 'N'             TO WS-REL-DONE
              MOVE WS-SAVE-IDX-ID  TO REL-ID
              MOVE WS-SAVE-IDX-DVZ TO REL-DVZ
              MOVE ZEROES          TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
           END-IF.
           PERFORM H211-READ-REL-OWNER
              UNTIL WS-REL-DONE-YES OR WS-OWNER-FOUND-YES.
       H210-END. EXIT.


       H211-READ-REL-OWNER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-SAVE-IDX-ID
                    OR REL-DVZ NOT = WS-SAVE-IDX-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                 IF REL-ROLE-OWNER
                    MOVE REL-CUS-ID TO CUS-ID
                    READ CUS-FILE KEY IS CUS-KEY
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'Y' TO WS-OWNER-FOUND
                    END-READ
                 END-IF
                 END-IF
           END-READ.
       H211-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Hesap gecisi bittikten sonra CUSFILE'i bastan okunacak
      *    sekilde konumlar.
      *-----------------------------------------------------------------
       H300-START-CUSTOMERS.
           MOVE ZEROES TO CUS-ID
           START CUS-FILE KEY >= CUS-KEY
              INVALID KEY
                 MOVE 10 TO CUS-ST
           END-START.
           IF NOT CUS-EOF
              READ CUS-FILE NEXT RECORD
           END-IF.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Bir musterinin en az bir hesabi olup olmadigina bakar:
      *    kendi numarasinda herhangi bir dovizde hesap ya da RELFILE'da
      *    herhangi bir baglanti. Ikisi de yoksa uyari yazar.
      *-----------------------------------------------------------------
       H310-CHECK-CUSTOMER.
           ADD 1 TO WS-CNT-CUS.
           MOVE CUS-ID TO WS-CUS-ID
           MOVE 'N'    TO WS-LINK-FOUND

           MOVE WS-CUS-ID TO IDX-ID
           MOVE ZEROES    TO IDX-DVZ
           START IDX-FILE KEY >= IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ IDX-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDX-ID = WS-CUS-ID
                          MOVE 'Y' TO WS-LINK-FOUND
                       END-IF
                 END-READ
           END-START.

           IF NOT WS-LINK-FOUND-YES AND WS-REL-OPEN-YES
              MOVE WS-CUS-ID TO REL-HOLDER
              START REL-FILE KEY >= REL-HOLDER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ REL-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF REL-HOLDER = WS-CUS-ID
                             MOVE 'Y' TO WS-LINK-FOUND
                          END-IF
                    END-READ
              END-START
           END-IF.

           IF NOT WS-LINK-FOUND-YES
              ADD 1 TO WS-CNT-NOACCT
              MOVE 'U'          TO WS-FND-SEV
              MOVE 'CUSFILE'    TO WS-FND-FILE
              MOVE WS-CUS-ID    TO WS-FND-ID
              MOVE ZEROES       TO WS-FND-DVZ
              MOVE 'HESABI OLMAYAN MUSTERI' TO WS-FND-TEXT
              MOVE SPACES       TO WS-FND-REF
              STRING CUS-NAME DELIMITED BY '  '
                     ' '      DELIMITED BY SIZE
                     CUS-SRNAME DELIMITED BY '  '
                  INTO WS-FND-REF
              PERFORM H850-WRITE-FINDING
           END-IF.

           READ CUS-FILE NEXT RECORD.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:LIEFILE'daki her blokenin hesabini arar. Olmayan
      *    hesaptaki aktif bloke kritik, kaldirilmis (iz) bloke bilgi
      *    olarak raporlanir.
      *-----------------------------------------------------------------
       H400-CHECK-LIENS.
           OPEN INPUT LIE-FILE.
           IF LIE-SUCCES
              READ LIE-FILE NEXT RECORD
              PERFORM H410-CHECK-ONE-LIEN UNTIL LIE-EOF
              CLOSE LIE-FILE
           ELSE
              DISPLAY 'LIEFILE ACILAMADI: ' LIE-ST
           END-IF.
       H400-END. EXIT.


       H410-CHECK-ONE-LIEN.
           ADD 1 TO WS-CNT-LIE.
           MOVE LIE-ID  TO WS-CHK-ID
           MOVE LIE-DVZ TO WS-CHK-DVZ
           PERFORM H860-CHECK-EXISTS.
           IF WS-CHK-MISSING
              ADD 1 TO WS-CNT-LIE-BAD
              IF LIE-STS-ACTIVE
                 MOVE 'K' TO WS-FND-SEV
                 MOVE 'AKTIF BLOKE OLMAYAN HESAPTA' TO WS-FND-TEXT
              ELSE
                 MOVE 'B' TO WS-FND-SEV
                 MOVE 'KALDIRILMIS BLOKE OLMAYAN HESAPTA'
                      TO WS-FND-TEXT
              END-IF
              MOVE 'LIEFILE'     TO WS-FND-FILE
              MOVE WS-CHK-ID     TO WS-FND-ID
              MOVE WS-CHK-DVZ    TO WS-FND-DVZ
              MOVE LIE-LEGAL-REF TO WS-FND-REF
              PERFORM H850-WRITE-FINDING
           END-IF.
           READ LIE-FILE NEXT RECORD.
       H410-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:HLDFILE'daki askidaki onay kayitlarinin kaynak ve
      *    (varsa) hedef hesaplarini arar. Bekleyen (P) kayit olmayan
      *    bir hesabi gosteriyorsa onaylandiginda islenemez: kritik.
      *    Islenmis/iptal kayitlar bilgi olarak raporlanir.
      *-----------------------------------------------------------------
       H500-CHECK-HOLDS.
           OPEN INPUT HLD-FILE.
           IF HLD-SUCCES
              READ HLD-FILE
              PERFORM H510-CHECK-ONE-HOLD UNTIL HLD-EOF
              CLOSE HLD-FILE
           ELSE
              DISPLAY 'HLDFILE ACILAMADI: ' HLD-ST
           END-IF.
       H500-END. EXIT.


       H510-CHECK-ONE-HOLD.
           ADD 1 TO WS-CNT-HLD.
           MOVE HLD-ID  TO WS-HLD-ID
           MOVE HLD-DVZ TO WS-HLD-DVZ
           PERFORM H520-CHECK-HOLD-ACCOUNT.
           IF HLD-PRCSS-TYPE = 'T'
              AND HLD-TGT-ID NUMERIC AND HLD-TGT-ID > 0
              MOVE HLD-TGT-ID  TO WS-HLD-ID
              MOVE HLD-TGT-DVZ TO WS-HLD-DVZ
              PERFORM H520-CHECK-HOLD-ACCOUNT
           END-IF.
           READ HLD-FILE.
       H510-END. EXIT.


       H520-CHECK-HOLD-ACCOUNT.
           MOVE WS-HLD-ID  TO WS-CHK-ID
           MOVE WS-HLD-DVZ TO WS-CHK-DVZ
           PERFORM H860-CHECK-EXISTS.
           IF WS-CHK-MISSING
              ADD 1 TO WS-CNT-HLD-BAD
              IF HLD-STS-PENDING
                 MOVE 'K' TO WS-FND-SEV
                 MOVE 'BEKLEYEN ONAY OLMAYAN HESABA BAGLI'
                      TO WS-FND-TEXT
              ELSE
                 MOVE 'B' TO WS-FND-SEV
                 MOVE 'KAPANMIS ONAY KAYDI OLMAYAN HESAPTA'
                      TO WS-FND-TEXT
              END-IF
              MOVE 'HLDFILE'  TO WS-FND-FILE
              MOVE WS-CHK-ID  TO WS-FND-ID
              MOVE WS-CHK-DVZ TO WS-FND-DVZ
              MOVE SPACES     TO WS-FND-REF
              STRING 'REF=' HLD-REF-NO ' TIP=' HLD-PRCSS-TYPE
                  DELIMITED BY SIZE INTO WS-FND-REF
              PERFORM H850-WRITE-FINDING
           END-IF.
       H520-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:ALIFILE'daki her dis numaranin ic hesabini arar.
      *    Silinmis hesaba cevrilen takma ad kritik (gelen odeme olmayan
      *    hesaba yonlenir), kapali hesaba cevrilen takma ad uyaridir.
      *-----------------------------------------------------------------
       H600-CHECK-ALIASES.
           OPEN INPUT ALI-FILE.
           IF ALI-SUCCES
              READ ALI-FILE NEXT RECORD
              PERFORM H610-CHECK-ONE-ALIAS UNTIL ALI-EOF
              CLOSE ALI-FILE
           ELSE
              DISPLAY 'ALIFILE ACILAMADI: ' ALI-ST
           END-IF.
       H600-END. EXIT.


       H610-CHECK-ONE-ALIAS.
           ADD 1 TO WS-CNT-ALI.
           MOVE ALI-ID  TO WS-CHK-ID
           MOVE ALI-DVZ TO WS-CHK-DVZ
           PERFORM H860-CHECK-EXISTS.
           IF WS-CHK-MISSING OR WS-CHK-CLOSED
              ADD 1 TO WS-CNT-ALI-BAD
              IF WS-CHK-MISSING
                 MOVE 'K' TO WS-FND-SEV
                 MOVE 'TAKMA AD SILINMIS HESABI GOSTERIYOR'
                      TO WS-FND-TEXT
              ELSE
                 MOVE 'U' TO WS-FND-SEV
                 MOVE 'TAKMA AD KAPALI HESABI GOSTERIYOR'
                      TO WS-FND-TEXT
              END-IF
              MOVE 'ALIFILE'  TO WS-FND-FILE
              MOVE WS-CHK-ID  TO WS-FND-ID
              MOVE WS-CHK-DVZ TO WS-FND-DVZ
              MOVE ALI-EXT-NO TO WS-FND-REF
              PERFORM H850-WRITE-FINDING
           END-IF.
           READ ALI-FILE NEXT RECORD.
       H610-END. EXIT.


      *-----------------------------------------------------------------
      *    H700:STOFILE'daki aktif talimatlarin kaynak ve hedef
      *    hesaplarini arar. Olmayan hesap kritik, kapali hesap uyari
      *    olarak raporlanir; iptal edilmis talimatlar atlanir.
      *-----------------------------------------------------------------
       H700-CHECK-ORDERS.
           OPEN INPUT STO-FILE.
           IF STO-SUCCES
              READ STO-FILE
              PERFORM H710-CHECK-ONE-ORDER UNTIL STO-EOF
              CLOSE STO-FILE
           ELSE
              DISPLAY 'STOFILE ACILAMADI: ' STO-ST
           END-IF.
       H700-END. EXIT.


       H710-CHECK-ONE-ORDER.
           ADD 1 TO WS-CNT-STO.
           IF STO-STS-ACTIVE
              MOVE STO-ID  TO WS-CHK-ID
              MOVE STO-DVZ TO WS-CHK-DVZ
              MOVE 'KAYNAK' TO WS-FND-REF
              PERFORM H720-CHECK-ORDER-ACCOUNT
              MOVE STO-TGT-ID  TO WS-CHK-ID
              MOVE STO-TGT-DVZ TO WS-CHK-DVZ
              MOVE 'HEDEF'  TO WS-FND-REF
              PERFORM H720-CHECK-ORDER-ACCOUNT
           END-IF.
           READ STO-FILE.
       H710-END. EXIT.


       H720-CHECK-ORDER-ACCOUNT.
           PERFORM H860-CHECK-EXISTS.
           IF WS-CHK-MISSING OR WS-CHK-CLOSED
              ADD 1 TO WS-CNT-STO-BAD
              IF WS-CHK-MISSING
                 MOVE 'K' TO WS-FND-SEV
                 MOVE 'TALIMAT HESABI YOK' TO WS-FND-TEXT
              ELSE
                 MOVE 'U' TO WS-FND-SEV
                 MOVE 'TALIMAT HESABI KAPALI' TO WS-FND-TEXT
              END-IF
              MOVE 'STOFILE'  TO WS-FND-FILE
              MOVE WS-CHK-ID  TO WS-FND-ID
              MOVE WS-CHK-DVZ TO WS-FND-DVZ
              PERFORM H850-WRITE-FINDING
           END-IF.
       H720-END. EXIT.


      *-----------------------------------------------------------------
      *    H850:Hazirlanan bulguyu onem derecesiyle rapora basar ve
      *    derece sayacini artirir.
      *-----------------------------------------------------------------
       H850-WRITE-FINDING.
           EVALUATE TRUE
              WHEN WS-FND-CRITICAL
                 ADD 1 TO WS-CNT-CRITICAL
                 MOVE 'KRITIK' TO FND-SEV
              WHEN WS-FND-WARNING
                 ADD 1 TO WS-CNT-WARNING
                 MOVE 'UYARI'  TO FND-SEV
              WHEN OTHER
                 ADD 1 TO WS-CNT-INFO
                 MOVE 'BILGI'  TO FND-SEV
           END-EVALUATE.
           MOVE WS-FND-FILE TO FND-FILE
           MOVE WS-FND-ID   TO FND-ID
           MOVE WS-FND-DVZ  TO FND-DVZ
           MOVE WS-FND-TEXT TO FND-TEXT
           MOVE WS-FND-REF  TO FND-REF
           MOVE WS-FND-LINE TO RPT-REC
           WRITE RPT-REC.
       H850-END. EXIT.


      *-----------------------------------------------------------------
      *    H860:WS-CHK-ID/WS-CHK-DVZ hesabini IDXFILE'da arar ve
      *    sonucu WS-CHK-STATE'e koyar.
      *-----------------------------------------------------------------
       H860-CHECK-EXISTS.
           MOVE WS-CHK-ID  TO IDX-ID
           MOVE WS-CHK-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'N' TO WS-CHK-STATE
              NOT INVALID KEY
                 IF IDX-STS-CLOSED
                    MOVE 'C' TO WS-CHK-STATE
                 ELSE
                    MOVE 'Y' TO WS-CHK-STATE
                 END-IF
           END-READ.
       H860-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol sayilarini ve onem derecesi dagilimini rapora
      *    ve konsola basar; kritik bulgu varsa donus kodunu 8'e ceker.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN HESAP                : ' TO TOT-LABEL
           MOVE WS-CNT-IDX                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'OKUNAN MUSTERI              : ' TO TOT-LABEL
           MOVE WS-CNT-CUS                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'SAHIPSIZ HESAP              : ' TO TOT-LABEL
           MOVE WS-CNT-NOOWNER                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HESABI OLMAYAN MUSTERI      : ' TO TOT-LABEL
           MOVE WS-CNT-NOACCT                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'ISIM KOPYASI FARKLI HESAP   : ' TO TOT-LABEL
           MOVE WS-CNT-NAME                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KOPUK BLOKE                 : ' TO TOT-LABEL
           MOVE WS-CNT-LIE-BAD                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KOPUK ONAY KAYDI            : ' TO TOT-LABEL
           MOVE WS-CNT-HLD-BAD                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HATALI TAKMA AD             : ' TO TOT-LABEL
           MOVE WS-CNT-ALI-BAD                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'HATALI TALIMAT HESABI       : ' TO TOT-LABEL
           MOVE WS-CNT-STO-BAD                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'KRITIK BULGU                : ' TO TOT-LABEL
           MOVE WS-CNT-CRITICAL                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'UYARI                       : ' TO TOT-LABEL
           MOVE WS-CNT-WARNING                   TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.
           MOVE 'BILGI                       : ' TO TOT-LABEL
           MOVE WS-CNT-INFO                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== INTCHK CONTROL TOTALS =============='
           DISPLAY ' OKUNAN HESAP            : ' WS-CNT-IDX
           DISPLAY ' OKUNAN MUSTERI          : ' WS-CNT-CUS
           DISPLAY ' OKUNAN BLOKE            : ' WS-CNT-LIE
           DISPLAY ' OKUNAN ONAY KAYDI       : ' WS-CNT-HLD
           DISPLAY ' OKUNAN TAKMA AD         : ' WS-CNT-ALI
           DISPLAY ' OKUNAN TALIMAT          : ' WS-CNT-STO
           DISPLAY ' KRITIK BULGU            : ' WS-CNT-CRITICAL
           DISPLAY ' UYARI                   : ' WS-CNT-WARNING
           DISPLAY ' BILGI                   : ' WS-CNT-INFO
           DISPLAY '================================================='.
           IF WS-CNT-CRITICAL > 0
              DISPLAY 'INTCHK: ' WS-CNT-CRITICAL ' KRITIK BULGU'
              MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' KRITIK=' WS-CNT-CRITICAL
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
