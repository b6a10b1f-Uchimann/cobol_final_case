       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMTIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMI-FILE   ASSIGN TO PMIFILE
                             STATUS PMI-ST.
           SELECT OPTIONAL NOS-FILE ASSIGN TO NOSFILE
                             STATUS NOS-ST.
           SELECT ALI-FILE   ASSIGN TO ALIFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ALI-EXT-NO
                             STATUS ALI-ST.
           SELECT OPTIONAL PIR-FILE ASSIGN TO PIRFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY PIR-REF-NO
                             STATUS PIR-ST.
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
       FD  PMI-FILE RECORDING MODE F.
           COPY PMTREC.
       FD  NOS-FILE RECORDING MODE F.
           COPY NOSREC.
       FD  ALI-FILE.
           COPY ALIREC.
       FD  PIR-FILE.
      *          Gelen odeme referans kutugu: odeme aginin referansi
      *          burada bulunursa odeme zaten islenmis demektir ve
      *          mukerrer olarak iade edilir. Ag referanslari sube ve
      *          toplu uretilen INP-REF-NO'lardan ayri bir numara
      *          uzayidir; bu yuzden MAINPROG'un REFFILE'ina yazilmaz.
         01  PIR-REC.
           05 PIR-REF-NO               PIC 9(09).
           05 PIR-ORD-BANK             PIC X(11).
           05 PIR-ID                   PIC 9(05).
           05 PIR-DVZ                  PIC 9(03).
           05 PIR-AMOUNT               PIC S9(15) COMP-3.
           05 PIR-DATE                 PIC S9(7)  COMP-3.
       FD  RET-FILE RECORDING MODE F.
      *          Uygulanamayan gelen odemeler: mesaj oldugu gibi,
      *          yaninda iade neden kodu (RSNCODE) ve aciklamasi;
      *          odeme agina iade dosyasi olarak gonderilir.
         01  RET-REC.
           05 RET-ITEM                 PIC X(200).
           05 RET-REASON               PIC 9(02).
           05 RET-TEXT                 PIC X(30).
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
           05 PMI-ST                   PIC 9(02).
              88 PMI-EOF                          VALUE 10.
              88 PMI-SUCCES                       VALUE 00 97.
           05 NOS-ST                   PIC 9(02).
              88 NOS-EOF                          VALUE 10.
              88 NOS-SUCCES                       VALUE 00 97.
           05 ALI-ST                   PIC 9(02).
              88 ALI-SUCCES                       VALUE 00 05 97.
           05 PIR-ST                   PIC 9(02).
              88 PIR-SUCCES                       VALUE 00 05 97.
           05 WS-PIR-OPEN              PIC X(01) VALUE 'N'.
              88 WS-PIR-OPEN-YES                  VALUE 'Y'.
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
      *          Odemenin akibeti: Y=lehdara alacak yazildi; N=iade
      *          edildi. Iade nedeni ve aciklamasi WS-RET-REASON/
      *          WS-RET-TEXT'te.
           05 WS-STEP-OK               PIC X(01).
              88 WS-STEP-OK-YES                   VALUE 'Y'.
           05 WS-RET-REASON            PIC 9(02).
           05 WS-RET-TEXT              PIC X(30).
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-POSTED            PIC 9(07) VALUE 0.
           05 WS-CNT-RETURNED          PIC 9(07) VALUE 0.
           05 WS-TOT-POSTED            PIC S9(15) COMP-3 VALUE 0.
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
      *          NOSFILE'dan yuklenen doviz bazinda nostro/takas hesabi
      *          tablosu; gelen odeme kendi dovizinin hesabindan
      *          lehdara aktarilir.
         01  WS-NOS-AREA.
           05 WS-NOS-COUNT             PIC 9(02) VALUE 0.
           05 WS-NOS-MAX               PIC 9(02) VALUE 10.
           05 WS-NOS-IDX               PIC 9(02).
           05 WS-NOS-SEL               PIC 9(02) VALUE 0.
           05 WS-NOS-ENTRY OCCURS 10 TIMES.
              07 WS-NOS-DVZ            PIC 9(03).
              07 WS-NOS-ID             PIC 9(05).
              07 WS-NOS-BANK           PIC X(11).
         01  WS-DETAIL.
           05 DTL-REF-NO               PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-ORD-BANK             PIC X(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-BNF-ACCOUNT          PIC X(26).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-DVZ                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT               PIC -(14)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-RESULT               PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DTL-REASON               PIC X(25).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(31).
           05 TOT-BAL                  PIC -(14)9.
           COPY RSNCODE.
           COPY CALLAREA.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Odeme aginin gonderdigi gelen odeme dosyasini
      *    (PMIFILE) isler. Lehdar hesap numarasi dis hesap rehberinden
      *    (ALIFILE) ic ID/DVZ'ye cevrilir ve tutar kayit motoruna
      *    (SUBPROG) T islemi olarak verilir: dovizin nostro/takas
      *    hesabi borclanir, lehdar alacaklanir. Uygulanamayan her
      *    odeme neden koduyla iade dosyasina (RETFILE) yazilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-PAYMENT UNTIL PMI-EOF
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Is gunu tarihini okur, kilidi alir, nostro kartlarini
      *    yukler, gelen odeme dosyasini ve rehberi girdi, iade
      *    dosyasini ve raporu cikti olarak acar, kayit motorunu acar
      *    ve ilk odemeyi okur.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           PERFORM H116-ACQUIRE-LOCK.

           PERFORM H128-LOAD-NOSTROS.

           OPEN INPUT  PMI-FILE.
           OPEN INPUT  ALI-FILE.
           OPEN OUTPUT RET-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (PMI-ST NOT = 0) AND (PMI-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN PMIFILE: ' PMI-ST
               MOVE 'PMIFILE'  TO ABD-FAILED-FILE
               MOVE PMI-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE PMI-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ALI-SUCCES
               DISPLAY 'UNABLE TO OPEN ALIFILE: ' ALI-ST
               MOVE 'ALIFILE'  TO ABD-FAILED-FILE
               MOVE ALI-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE ALI-ST TO RETURN-CODE
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

           PERFORM H115-OPEN-REF-REGISTRY.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           MOVE 'GELEN BANKALARARASI ODEME / IADE LISTESI' TO RPT-REC
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

           MOVE 'N' TO SUB-INP-SIM-MODE
           MOVE 'N' TO SUB-INP-SEQ-MODE
           MOVE ZEROES TO SUB-INP-PART-NO
           MOVE 'N' TO SUB-INP-IBK-LEG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-SUBPROG USING WS-SUB-AREA.

           READ PMI-FILE.
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
      *    H115:Gelen odeme referans kutugunu (PIRFILE) calisma boyunca
      *    acik tutmak uzere acar; acilamazsa mukerrer referans
      *    kontrolu yapilmadan devam edilir.
      *-----------------------------------------------------------------
       H115-OPEN-REF-REGISTRY.
           OPEN I-O PIR-FILE.
           IF PIR-SUCCES
              MOVE 'Y' TO WS-PIR-OPEN
           ELSE
              MOVE 'N' TO WS-PIR-OPEN
              DISPLAY 'PIRFILE ACILAMADI: ' PIR-ST
                      ' MUKERRER REFERANS KONTROLU KAPALI'
           END-IF.
       H115-END. EXIT.


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
              MOVE 'PMTIN   '  TO LOK-PROGRAM
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
                 MOVE 'PMTIN   '  TO LOK-PROGRAM
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
           MOVE 'PMTIN   '   TO ABD-PROGRAM.
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
      *    H128:NOSFILE'daki doviz bazinda nostro/takas hesabi
      *    kartlarini tabloya yukler; karti olmayan dovizdeki gelen
      *    odeme iade edilir.
      *-----------------------------------------------------------------
       H128-LOAD-NOSTROS.
           OPEN INPUT NOS-FILE.
           IF NOS-SUCCES
              READ NOS-FILE
              PERFORM H129-LOAD-ONE-NOSTRO UNTIL NOS-EOF
              CLOSE NOS-FILE
           END-IF.
       H128-END. EXIT.


      *-----------------------------------------------------------------
      *    H129:Okunan nostro kartini tabloya ekler.
      *-----------------------------------------------------------------
       H129-LOAD-ONE-NOSTRO.
           IF NOS-DVZ NUMERIC AND NOS-ID NUMERIC
              IF WS-NOS-COUNT < WS-NOS-MAX
                 ADD 1 TO WS-NOS-COUNT
                 MOVE NOS-DVZ  TO WS-NOS-DVZ(WS-NOS-COUNT)
                 MOVE NOS-ID   TO WS-NOS-ID(WS-NOS-COUNT)
                 MOVE NOS-BANK TO WS-NOS-BANK(WS-NOS-COUNT)
              ELSE
                 DISPLAY 'NOSTRO TABLOSU DOLDU, KART ATLANDI'
              END-IF
           ELSE
              DISPLAY 'NOSTRO KARTI GECERSIZ: ' NOS-REC
           END-IF.
           READ NOS-FILE.
       H129-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PMTIN' TO ABD-PROGRAM.
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
           MOVE 'PMTIN   '    TO RLG-PROGRAM.
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
      *    H200:Tek bir gelen odemeyi isler: alanlar saglam degilse 90,
      *    referans daha once islenmisse 26, dovizin nostro karti
      *    yoksa 48, lehdar hesap numarasi rehberde yoksa 33 ile iade
      *    edilir; degilse tutar nostrodan lehdara aktarilir ve kayit
      *    motorunun red kodu iade nedeni olur.
      *-----------------------------------------------------------------
       H200-PROCESS-PAYMENT.
           ADD 1 TO WS-CNT-READ.
           MOVE 'Y'    TO WS-STEP-OK
           MOVE ZEROES TO WS-RET-REASON
           MOVE SPACES TO WS-RET-TEXT

           IF NOT PMT-DIR-IN
              OR PMT-REF-NO NOT NUMERIC OR PMT-REF-NO = 0
              OR PMT-DVZ NOT NUMERIC
              OR PMT-AMOUNT NOT NUMERIC OR PMT-AMOUNT = 0
              OR PMT-BNF-ACCOUNT = SPACES
              MOVE 'N'                  TO WS-STEP-OK
              MOVE RSN-INVALID-DATA     TO WS-RET-REASON
              MOVE 'ERR: ODEME MESAJI HATALI   :  ' TO WS-RET-TEXT
           ELSE
              PERFORM H210-CHECK-REFERENCE
              IF WS-STEP-OK-YES
                 PERFORM H220-FIND-NOSTRO
              END-IF
              IF WS-STEP-OK-YES
                 PERFORM H230-RESOLVE-BENEFICIARY
              END-IF
              IF WS-STEP-OK-YES
                 PERFORM H240-CALL-TRANSFER
              END-IF
              IF WS-STEP-OK-YES
                 PERFORM H245-REGISTER-REFERENCE
              END-IF
           END-IF.

           MOVE PMT-REF-NO              TO DTL-REF-NO
           MOVE PMT-ORD-BANK            TO DTL-ORD-BANK
           MOVE PMT-BNF-ACCOUNT         TO DTL-BNF-ACCOUNT
           MOVE PMT-DVZ                 TO DTL-DVZ
           MOVE PMT-AMOUNT              TO DTL-AMOUNT
           IF WS-STEP-OK-YES
              ADD 1 TO WS-CNT-POSTED
              ADD PMT-AMOUNT TO WS-TOT-POSTED
              MOVE 'ALACK'              TO DTL-RESULT
              MOVE SPACES               TO DTL-REASON
           ELSE
              ADD 1 TO WS-CNT-RETURNED
              ADD PMT-AMOUNT TO WS-TOT-RETURNED
              MOVE 'IADE '              TO DTL-RESULT
              MOVE WS-RET-TEXT          TO DTL-REASON
              PERFORM H250-WRITE-RETURN
           END-IF
           MOVE WS-DETAIL TO RPT-REC
           WRITE RPT-REC.

           READ PMI-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Odeme aginin referansini gelen odeme referans kutugunde
      *    arar; bulunursa odeme daha once (bu ya da onceki bir
      *    calismada) islenmistir.
      *-----------------------------------------------------------------
       H210-CHECK-REFERENCE.
           IF WS-PIR-OPEN-YES
              MOVE PMT-REF-NO TO PIR-REF-NO
              READ PIR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N'              TO WS-STEP-OK
                    MOVE RSN-DUP-REF      TO WS-RET-REASON
                    MOVE 'ERR: MUKERRER REFERANS     :  '
                                          TO WS-RET-TEXT
              END-READ
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Odemenin dovizine ait nostro/takas hesabini tablodan
      *    secer; yoksa odeme 48 ile iade edilir.
      *-----------------------------------------------------------------
       H220-FIND-NOSTRO.
           MOVE 0   TO WS-NOS-SEL
           PERFORM H222-MATCH-NOSTRO
              VARYING WS-NOS-IDX FROM 1 BY 1
                 UNTIL WS-NOS-IDX > WS-NOS-COUNT
                    OR WS-NOS-SEL > 0.
           IF WS-NOS-SEL = 0
              MOVE 'N'                   TO WS-STEP-OK
              MOVE RSN-NO-NOSTRO         TO WS-RET-REASON
              MOVE 'ERR: NOSTRO HESABI TANIMSIZ:  ' TO WS-RET-TEXT
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H222:Nostro tablosunun WS-NOS-IDX'inci girdisi odemenin
      *    dovizine aitse secer.
      *-----------------------------------------------------------------
       H222-MATCH-NOSTRO.
           IF WS-NOS-DVZ(WS-NOS-IDX) = PMT-DVZ
              MOVE WS-NOS-IDX TO WS-NOS-SEL
           END-IF.
       H222-END. EXIT.


      *-----------------------------------------------------------------
      *    H230:Lehdar hesap numarasini dis hesap rehberinde arar;
      *    bulunamazsa 33, hesap odemeden farkli dovizdeyse 90 ile
      *    iade edilir (gelen odemede kur cevrimi yapilmaz).
      *-----------------------------------------------------------------
       H230-RESOLVE-BENEFICIARY.
           MOVE PMT-BNF-ACCOUNT TO ALI-EXT-NO
           READ ALI-FILE
              INVALID KEY
                 MOVE 'N'                TO WS-STEP-OK
                 MOVE RSN-NO-ALIAS       TO WS-RET-REASON
                 MOVE 'ERR: LEHDAR HESABI BULUNAMADI' TO WS-RET-TEXT
              NOT INVALID KEY
                 IF ALI-DVZ NOT = PMT-DVZ
                    MOVE 'N'             TO WS-STEP-OK
                    MOVE RSN-INVALID-DATA TO WS-RET-REASON
                    MOVE 'ERR: LEHDAR DOVIZI UYUSMUYOR:'
                                         TO WS-RET-TEXT
                 END-IF
           END-READ.
       H230-END. EXIT.


      *-----------------------------------------------------------------
      *    H240:Tutari T islemiyle nostro/takas hesabindan lehdara
      *    aktarir; hesap durumu, dormant ve hedef kontrolleri kayit
      *    motorunda yapilir, red kodu iade nedeni olur. Odeme aginin
      *    referansi hareketin JRN-REF-NO'su olur. Cagri gelen odeme
      *    bacagi ('G') olarak isaretlenir: nostro/takas hesabi
      *    gunluk borc limitine tabi degildir ve komisyon odemez.
      *-----------------------------------------------------------------
       H240-CALL-TRANSFER.
           MOVE 'T'                      TO SUB-INP-PRCSS-TYPE
           MOVE SPACE                    TO SUB-INP-XLIT-RULE
           MOVE WS-NOS-ID(WS-NOS-SEL)    TO SUB-INP-ID
           MOVE WS-NOS-DVZ(WS-NOS-SEL)   TO SUB-INP-DVZ
           MOVE ALI-ID                   TO SUB-INP-TGT-ID
           MOVE ALI-DVZ                  TO SUB-INP-TGT-DVZ
           MOVE PMT-AMOUNT               TO SUB-INP-AMOUNT
           MOVE SPACES                   TO SUB-INP-NAME
           MOVE SPACES                   TO SUB-INP-SRNAME
           MOVE PMT-REF-NO               TO SUB-INP-REF-NO
           IF PMT-VALUE-DATE NUMERIC
              MOVE PMT-VALUE-DATE        TO SUB-INP-VALUE-DATE
           ELSE
              MOVE ZEROES                TO SUB-INP-VALUE-DATE
           END-IF
           MOVE 'G'                      TO SUB-INP-IBK-LEG
           CALL WS-SUBPROG USING WS-SUB-AREA
           MOVE 'N'                      TO SUB-INP-IBK-LEG
           IF SUB-OUT-RETURN-CODE NOT = 0
              MOVE 'N'                   TO WS-STEP-OK
              MOVE SUB-OUT-RETURN-CODE   TO WS-RET-REASON
              MOVE SUB-OUT-DESCRIPTION   TO WS-RET-TEXT
           END-IF.
       H240-END. EXIT.


      *-----------------------------------------------------------------
      *    H245:Islenen odemenin referansini gelen odeme referans
      *    kutugune yazar ki ayni mesaj tekrar gelirse mukerrer olarak
      *    iade edilsin.
      *-----------------------------------------------------------------
       H245-REGISTER-REFERENCE.
           IF WS-PIR-OPEN-YES
              PERFORM H109-SET-WORK-DATE
              MOVE PMT-REF-NO     TO PIR-REF-NO
              MOVE PMT-ORD-BANK   TO PIR-ORD-BANK
              MOVE ALI-ID         TO PIR-ID
              MOVE ALI-DVZ        TO PIR-DVZ
              MOVE PMT-AMOUNT     TO PIR-AMOUNT
              MOVE WS-CENT-DATE   TO PIR-DATE
              WRITE PIR-REC
                 INVALID KEY
                    DISPLAY 'REFERANS KUTUGE YAZILAMADI: ' PIR-REF-NO
              END-WRITE
           END-IF.
       H245-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:Iade edilen odemeyi nedeniyle birlikte RETFILE'a yazar.
      *-----------------------------------------------------------------
       H250-WRITE-RETURN.
           MOVE PMT-REC                  TO RET-ITEM
           MOVE WS-RET-REASON            TO RET-REASON
           MOVE WS-RET-TEXT              TO RET-TEXT
           WRITE RET-REC.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna ozet satirlarini basar; iade edilen odeme
      *    varsa program 4 donus koduyla biter.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 'OKUNAN GELEN ODEME          : ' TO TOT-LABEL
           MOVE WS-CNT-READ                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ALACAK YAZILAN ODEME SAYISI : ' TO TOT-LABEL
           MOVE WS-CNT-POSTED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'ALACAK YAZILAN TOPLAM TUTAR : ' TO TOT-LABEL
           MOVE WS-TOT-POSTED                    TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'IADE EDILEN ODEME SAYISI    : ' TO TOT-LABEL
           MOVE WS-CNT-RETURNED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 'IADE EDILEN TOPLAM TUTAR    : ' TO TOT-LABEL
           MOVE WS-TOT-RETURNED                  TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           DISPLAY '=========== PMTIN CONTROL TOTALS ==============='
           DISPLAY ' OKUNAN GELEN ODEME      : ' WS-CNT-READ
           DISPLAY ' ALACAK YAZILAN ODEME    : ' WS-CNT-POSTED
           DISPLAY ' IADE EDILEN ODEME       : ' WS-CNT-RETURNED
           DISPLAY '================================================='.

           IF WS-CNT-RETURNED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
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
           CLOSE PMI-FILE.
           CLOSE ALI-FILE.
           IF WS-PIR-OPEN-YES
              CLOSE PIR-FILE
           END-IF.
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
