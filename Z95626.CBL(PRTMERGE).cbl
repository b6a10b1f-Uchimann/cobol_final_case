       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOU-FILE   ASSIGN TO MOUTIN
                             STATUS MOU-ST.
           SELECT MAC-FILE   ASSIGN TO MACKIN
                             STATUS MAC-ST.
           SELECT MCT-FILE   ASSIGN TO MCTLIN
                             STATUS MCT-ST.
           SELECT OPTIONAL MRL-FILE ASSIGN TO MRLGIN
                             STATUS MRL-ST.
           SELECT OUT-FILE   ASSIGN TO OUTFILE
                             STATUS OUT-ST.
           SELECT ACK-FILE   ASSIGN TO ACKFILE
                             STATUS ACK-ST.
           SELECT CTL-FILE   ASSIGN TO CTLFILE
                             STATUS CTL-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
      *          Girdiler JCL'de bolumlerin ve son seri gecisin ayni
      *          adli dosyalarinin birlestirilmesidir (concatenation).
       FD  MOU-FILE RECORDING MODE F.
         01  MOU-REC                   PIC X(117).
       FD  MAC-FILE RECORDING MODE F.
         01  MAC-REC                   PIC X(80).
       FD  MCT-FILE RECORDING MODE F.
         01  MCT-REC.
           05 MCT-CNT-R                PIC 9(07).
           05 MCT-CNT-D                PIC 9(07).
           05 MCT-CNT-W                PIC 9(07).
           05 MCT-CNT-U                PIC 9(07).
           05 MCT-CNT-B                PIC 9(07).
           05 MCT-CNT-T                PIC 9(07).
           05 MCT-CNT-L                PIC 9(07).
           05 MCT-CNT-S                PIC 9(07).
           05 MCT-CNT-INVALID          PIC 9(07).
           05 MCT-CNT-OK               PIC 9(07).
           05 MCT-CNT-ERROR            PIC 9(07).
       FD  MRL-FILE RECORDING MODE F.
         01  MRL-REC                   PIC X(80).
       FD  OUT-FILE RECORDING MODE F.
           COPY OUTREC.
       FD  ACK-FILE RECORDING MODE F.
         01  ACK-REC                   PIC X(80).
       FD  CTL-FILE RECORDING MODE F.
           COPY CTLREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 MOU-ST                   PIC 9(02).
              88 MOU-EOF                          VALUE 10.
           05 MAC-ST                   PIC 9(02).
              88 MAC-EOF                          VALUE 10.
           05 MCT-ST                   PIC 9(02).
              88 MCT-EOF                          VALUE 10.
           05 MRL-ST                   PIC 9(02).
              88 MRL-EOF                          VALUE 10.
           05 OUT-ST                   PIC 9(02).
           05 ACK-ST                   PIC 9(02).
           05 CTL-ST                   PIC 9(02).
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
           05 WS-CNT-OUT               PIC 9(07) VALUE 0.
           05 WS-CNT-ACK               PIC 9(07) VALUE 0.
           05 WS-CNT-CTL               PIC 9(07) VALUE 0.
           05 WS-CNT-RLG               PIC 9(07) VALUE 0.
           05 WS-CNT-EXPECT            PIC 9(07) VALUE 0.
         01  WS-CTL-TOTAL.
           05 WS-TOT-R                 PIC 9(07) VALUE 0.
           05 WS-TOT-D                 PIC 9(07) VALUE 0.
           05 WS-TOT-W                 PIC 9(07) VALUE 0.
           05 WS-TOT-U                 PIC 9(07) VALUE 0.
           05 WS-TOT-B                 PIC 9(07) VALUE 0.
           05 WS-TOT-T                 PIC 9(07) VALUE 0.
           05 WS-TOT-L                 PIC 9(07) VALUE 0.
           05 WS-TOT-S                 PIC 9(07) VALUE 0.
           05 WS-TOT-INVALID           PIC 9(07) VALUE 0.
           05 WS-TOT-OK                PIC 9(07) VALUE 0.
           05 WS-TOT-ERROR             PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Bolumlu MAINPROG calismasinin (her bolum ve son seri
      *    gecis) OUTFILE, ACKFILE, CTLFILE ve RUNLOG dosyalarini
      *    EODBAL, RECRPT ve GLEXTR'nin bekledigi tek takima
      *    birlestirir. OUTFILE ve ACKFILE kayitlari oldugu gibi art
      *    arda kopyalanir; CTLFILE sayaclari toplanip tek kayit
      *    yazilir; bolum RUNLOG'lari ana RUNLOG'a eklenir. Birlesik
      *    OUTFILE sayisi CTL toplamlarina ya da ACKFILE sayisina
      *    uymazsa RC 4, hic CTL kaydi gelmezse RC 8 doner.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-COPY-OUT UNTIL MOU-EOF
           PERFORM H300-COPY-ACK UNTIL MAC-EOF
           PERFORM H400-SUM-CTL UNTIL MCT-EOF
           PERFORM H450-WRITE-CTL
           PERFORM H500-COPY-RUNLOG UNTIL MRL-EOF
           PERFORM H900-CHECK-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Girdi birlesimlerini ve birlesik ciktilari acar,
      *    her girdiden ilk kaydi okur.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           OPEN INPUT MOU-FILE.
           IF (MOU-ST NOT = 0) AND (MOU-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN MOUTIN: ' MOU-ST
               MOVE 'MOUTIN'   TO ABD-FAILED-FILE
               MOVE MOU-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE MOU-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MAC-FILE.
           IF (MAC-ST NOT = 0) AND (MAC-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN MACKIN: ' MAC-ST
               MOVE 'MACKIN'   TO ABD-FAILED-FILE
               MOVE MAC-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE MAC-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MCT-FILE.
           IF (MCT-ST NOT = 0) AND (MCT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN MCTLIN: ' MCT-ST
               MOVE 'MCTLIN'   TO ABD-FAILED-FILE
               MOVE MCT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE MCT-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MRL-FILE.
           OPEN OUTPUT OUT-FILE.
           IF (OUT-ST NOT = 0) AND (OUT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN OUTFILE: ' OUT-ST
               MOVE 'OUTFILE'  TO ABD-FAILED-FILE
               MOVE OUT-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE OUT-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-FILE.
           IF (ACK-ST NOT = 0) AND (ACK-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN ACKFILE: ' ACK-ST
               MOVE 'ACKFILE'  TO ABD-FAILED-FILE
               MOVE ACK-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE ACK-ST TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           READ MOU-FILE.
           READ MAC-FILE.
           READ MCT-FILE.
           READ MRL-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasinda ABDFILE'a tani kaydi yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTMERGE' TO ABD-PROGRAM.
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


       H200-COPY-OUT.
           MOVE MOU-REC TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-CNT-OUT.
           READ MOU-FILE.
       H200-END. EXIT.


       H300-COPY-ACK.
           MOVE MAC-REC TO ACK-REC.
           WRITE ACK-REC.
           ADD 1 TO WS-CNT-ACK.
           READ MAC-FILE.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Her calismanin tek CTLFILE kaydindaki sayaclari
      *    toplar. Sayisal olmayan kayit atlanir.
      *-----------------------------------------------------------------
       H400-SUM-CTL.
           IF MCT-REC NUMERIC
              ADD 1               TO WS-CNT-CTL
              ADD MCT-CNT-R       TO WS-TOT-R
              ADD MCT-CNT-D       TO WS-TOT-D
              ADD MCT-CNT-W       TO WS-TOT-W
              ADD MCT-CNT-U       TO WS-TOT-U
              ADD MCT-CNT-B       TO WS-TOT-B
              ADD MCT-CNT-T       TO WS-TOT-T
              ADD MCT-CNT-L       TO WS-TOT-L
              ADD MCT-CNT-S       TO WS-TOT-S
              ADD MCT-CNT-INVALID TO WS-TOT-INVALID
              ADD MCT-CNT-OK      TO WS-TOT-OK
              ADD MCT-CNT-ERROR   TO WS-TOT-ERROR
           ELSE
              DISPLAY 'CTL KAYDI SAYISAL DEGIL, ATLANDI: ' MCT-REC
           END-IF.
           READ MCT-FILE.
       H400-END. EXIT.


       H450-WRITE-CTL.
           OPEN OUTPUT CTL-FILE
           MOVE WS-TOT-R                     TO CTL-CNT-R
           MOVE WS-TOT-D                     TO CTL-CNT-D
           MOVE WS-TOT-W                     TO CTL-CNT-W
           MOVE WS-TOT-U                     TO CTL-CNT-U
           MOVE WS-TOT-B                     TO CTL-CNT-B
           MOVE WS-TOT-T                     TO CTL-CNT-T
           MOVE WS-TOT-L                     TO CTL-CNT-L
           MOVE WS-TOT-S                     TO CTL-CNT-S
           MOVE WS-TOT-INVALID               TO CTL-CNT-INVALID
           MOVE WS-TOT-OK                    TO CTL-CNT-OK
           MOVE WS-TOT-ERROR                 TO CTL-CNT-ERROR
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       H450-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Bolum RUNLOG kayitlarini zaman sirasini bozmadan
      *    (bolum bolum) ana RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H500-COPY-RUNLOG.
           OPEN EXTEND RLG-FILE.
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
               OPEN OUTPUT RLG-FILE
           END-IF.
           MOVE MRL-REC TO RLG-REC.
           WRITE RLG-REC.
           CLOSE RLG-FILE.
           ADD 1 TO WS-CNT-RLG.
           READ MRL-FILE.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:WS-RLG-EVENT/WS-RLG-DETAIL ile hazirlanan isletim
      *    kutugu olayini tarih ve saat damgasiyla RUNLOG'a ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           PERFORM H109-SET-WORK-DATE.
           MOVE 'PRTMERGE' TO RLG-PROGRAM.
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
      *    H900:Birlesik sayilari karsilastirir ve konsola basar.
      *-----------------------------------------------------------------
       H900-CHECK-TOTALS.
           COMPUTE WS-CNT-EXPECT =
                   WS-TOT-OK + WS-TOT-ERROR + WS-TOT-INVALID.

           DISPLAY '=========== PRTMERGE CONTROL TOTALS ============'
           DISPLAY ' BIRLESEN CTL KAYDI      : ' WS-CNT-CTL
           DISPLAY ' OUTFILE KAYIT SAYISI    : ' WS-CNT-OUT
           DISPLAY ' CTL TOPLAMI (OK+HATA)   : ' WS-CNT-EXPECT
           DISPLAY ' ACKFILE KAYIT SAYISI    : ' WS-CNT-ACK
           DISPLAY ' RUNLOG KAYIT SAYISI     : ' WS-CNT-RLG
           DISPLAY ' BASARILI  ISLEM SAYISI  : ' WS-TOT-OK
           DISPLAY ' HATALI    ISLEM SAYISI  : ' WS-TOT-ERROR
           DISPLAY '================================================='.

           IF WS-CNT-CTL = 0
              DISPLAY 'HIC CTL KAYDI GELMEDI'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-OUT NOT = WS-CNT-EXPECT
                 OR WS-CNT-ACK NOT = WS-CNT-OUT
                 DISPLAY 'BIRLESIK SAYILAR TUTMUYOR'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE MOU-FILE MAC-FILE MCT-FILE MRL-FILE
                 OUT-FILE ACK-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
                  ' OUT=' WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
