           05 LOK-PROGRAM              PIC X(08).
           05 LOK-DATE                 PIC 9(07).
           05 LOK-TIME                 PIC 9(08).
      *          Bolumlu MAINPROG kilidinin IDX-ID araligi; bos ise
      *          kilit tum dosyayi kapsar.
           05 LOK-ID-LOW               PIC X(05).
           05 LOK-ID-HIGH              PIC X(05).
           05 FILLER                   PIC X(46).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 LOK-ST                   PIC 9(02).
              88 LOK-EOF                          VALUE 10.
              88 LOK-SUCCES                       VALUE 00 97.
           05 WS-LOK-TIME              PIC 9(08).
           05 WS-LOK-READ              PIC 9(02) VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Operator araci - bir cokme sonrasi LOKFILE'da asili
      *    kalan calisma kilidini zorla birakir. Mevcut kilit
      *    sahiplerini (bolumlu calismada her bolumun araligiyla
      *    birlikte) konsola yazar ve kutugu tek bir R (birakildi)
      *    kaydi ile ezer; tum bolum kilitleri de boylece birakilir.
      *-----------------------------------------------------------------
       0000-MAIN.
           OPEN INPUT LOK-FILE.
           IF LOK-SUCCES
              READ LOK-FILE
              PERFORM H100-SHOW-LOCK UNTIL LOK-EOF
              IF WS-LOK-READ = 0
                 DISPLAY 'LOKFILE BOS'
              END-IF
              CLOSE LOK-FILE
              MOVE LOK-ST TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Okunan kilit kaydini konsola yazar ve sonrakini okur.
      *-----------------------------------------------------------------
       H100-SHOW-LOCK.
           ADD 1 TO WS-LOK-READ.
           DISPLAY 'MEVCUT KILIT: ' LOK-STATUS ' '
                   LOK-PROGRAM ' ' LOK-DATE ' ' LOK-TIME
                   ' ARALIK=' LOK-ID-LOW '-' LOK-ID-HIGH.
           READ LOK-FILE.
       H100-END. EXIT.
      *
