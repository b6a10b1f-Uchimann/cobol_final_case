                             STATUS OUT-ST.
           SELECT JRN-FILE   ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT OPTIONAL IDX-FILE ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT GLI-FILE   ASSIGN TO GLIFILE
                             STATUS GLI-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
           COPY JRNREC.
       FD  OUT-FILE RECORDING MODE F.
           COPY OUTREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  GLI-FILE RECORDING MODE F.
      *          Defteri kebir arayuz kaydi: sube + doviz + islem
      *          tipi basina bir ozet satiri, sonda D satirlarinin genel
      *          toplamlarini tasiyan T (trailer) satiri - alici sistem
      *          aktarimi bununla kendi kendine dogrular. GLI-BRANCH
      *          hesabin bagli oldugu subedir; defter sube masraf
      *          merkezine bununla kayit atar (00000=sube atanmamis
      *          ya da hesap artik IDXFILE'da yok; trailer'da sifir).
         01  GLI-REC.
           05 GLI-REC-TYPE             PIC X(01).
           05 GLI-BRANCH               PIC 9(05).
           05 GLI-DVZ                  PIC 9(03).
           05 GLI-PRCSS-TYPE           PIC X(01).
           05 GLI-COUNT                PIC 9(07).
           05 GLI-DEBIT                PIC 9(15).
           05 GLI-CREDIT               PIC 9(15).
           05 GLI-DATE                 PIC 9(07).
           05 FILLER                   PIC X(26).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
              88 JRN-EOF                          VALUE 10.
              88 JRN-SUCCES                       VALUE 00 97.
           05 GLI-ST                   PIC 9(02).
           05 IDX-ST                   PIC 9(02).
              88 IDX-SUCCES                       VALUE 00 97.
           05 WS-IDX-OPEN              PIC X(01) VALUE 'N'.
              88 WS-IDX-OPEN-YES                 VALUE 'Y'.
           05 PRM-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-TOT-DEBIT             PIC 9(15) VALUE 0.
           05 WS-TOT-CREDIT            PIC 9(15) VALUE 0.
         01  WS-GLT-AREA.
      *          Sube + doviz + islem tipi basina biriken ozet
      *          hucreleri; sayimlar OUTFILE'dan, borc/alacak toplamlari
      *          tutar tasiyan JRNFILE hareketlerinden gelir. Sube,
      *          hareketin hesabi IDXFILE'dan okunarak bulunur.
           05 WS-GLT-COUNT             PIC 9(03) VALUE 0.
           05 WS-GLT-MAX               PIC 9(03) VALUE 900.
           05 WS-GLT-IDX               PIC 9(03).
           05 WS-GLT-SEL               PIC 9(03).
           05 WS-GLT-FOUND             PIC X(01) VALUE 'N'.
              88 WS-GLT-FOUND-YES                VALUE 'Y'.
           05 WS-GLT-KEY-BRANCH        PIC 9(05).
           05 WS-GLT-KEY-DVZ           PIC 9(03).
           05 WS-GLT-KEY-TYPE          PIC X(01).
           05 WS-GLT-ENTRY OCCURS 900 TIMES.
              07 WS-GLT-BRANCH         PIC 9(05).
              07 WS-GLT-DVZ            PIC 9(03).
              07 WS-GLT-TYPE           PIC X(01).
              07 WS-GLT-CNT            PIC 9(07).
              07 WS-GLT-CREDIT         PIC 9(15).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Gunun OUTFILE'ini sube + doviz + islem tipi basina
      *    sayar, JRNFILE'dan ayni kirilimda borc/alacak toplamlarini
      *    biriktirir ve muhasebeye giden sabit duzenli GL arayuz
      *    dosyasini (detay satirlari + genel toplam trailer) uretir.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    H100:OUTFILE ve JRNFILE'i girdi, GLIFILE'i cikti olarak
      *    acar ve PRMFILE'dan is gunu tarihini okur. Acilma hatasinda
      *    ABDFILE'a tani kaydi dusup programdan cikar. IDXFILE (sube
      *    arama) acilamazsa tum satirlar 00000 subesine duser.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           OPEN INPUT  OUT-FILE.
           OPEN INPUT  JRN-FILE.
           OPEN OUTPUT GLI-FILE.
           OPEN INPUT  IDX-FILE.
           IF IDX-SUCCES
              SET WS-IDX-OPEN-YES TO TRUE
           ELSE
              DISPLAY 'IDXFILE ACILAMADI, SUBE 00000: ' IDX-ST
           END-IF.
           IF (OUT-ST NOT = 0) AND (OUT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN OUTFILE: ' OUT-ST
               MOVE 'OUTFILE'  TO ABD-FAILED-FILE


      *-----------------------------------------------------------------
      *    H210:WS-GLT-KEY-BRANCH/DVZ/TYPE uclusunun ozet hucresini
      *    bulur, yoksa acar; secilen hucre WS-GLT-SEL'dedir.
      *-----------------------------------------------------------------
       H210-FIND-CELL.
           IF NOT WS-GLT-FOUND-YES
              IF WS-GLT-COUNT < WS-GLT-MAX
                 ADD 1 TO WS-GLT-COUNT
                 MOVE WS-GLT-KEY-BRANCH
                                      TO WS-GLT-BRANCH(WS-GLT-COUNT)
                 MOVE WS-GLT-KEY-DVZ  TO WS-GLT-DVZ(WS-GLT-COUNT)
                 MOVE WS-GLT-KEY-TYPE TO WS-GLT-TYPE(WS-GLT-COUNT)
                 MOVE ZEROES          TO WS-GLT-CNT(WS-GLT-COUNT)

      *-----------------------------------------------------------------
      *    H211:Ozet tablosunun WS-GLT-IDX'inci hucresini aranan
      *    sube/doviz/tip uclusuyle karsilastirir.
      *-----------------------------------------------------------------
       H211-MATCH-CELL.
           IF WS-GLT-BRANCH(WS-GLT-IDX) = WS-GLT-KEY-BRANCH
              AND WS-GLT-DVZ(WS-GLT-IDX) = WS-GLT-KEY-DVZ
              AND WS-GLT-TYPE(WS-GLT-IDX) = WS-GLT-KEY-TYPE
              SET WS-GLT-FOUND-YES TO TRUE
              MOVE WS-GLT-IDX TO WS-GLT-SEL


      *-----------------------------------------------------------------
      *    H215:WS-GLT-KEY-DVZ ile IDX-ID'ye konmus hesabin subesini
      *    IDXFILE'dan okuyup WS-GLT-KEY-BRANCH'e koyar. Hesap yoksa
      *    (gun icinde silinmis) veya subesi atanmamissa 00000 olur.
      *-----------------------------------------------------------------
       H215-FIND-BRANCH.
           MOVE ZEROES TO WS-GLT-KEY-BRANCH.
           IF WS-IDX-OPEN-YES
              MOVE WS-GLT-KEY-DVZ TO IDX-DVZ
              READ IDX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF IDX-BRANCH NUMERIC
                       MOVE IDX-BRANCH TO WS-GLT-KEY-BRANCH
                    END-IF
              END-READ
           END-IF.
       H215-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:OUTFILE kaydinin sube/doviz/tip hucresinin sayacini
      *    artirir.
      *-----------------------------------------------------------------
       H200-COUNT-OUTFILE.
           MOVE OUT-DVZ        TO WS-GLT-KEY-DVZ
           MOVE OUT-PRCSS-TYPE TO WS-GLT-KEY-TYPE
           MOVE OUT-ID         TO IDX-ID
           PERFORM H215-FIND-BRANCH
           PERFORM H210-FIND-CELL
           IF WS-GLT-SEL > 0
              ADD 1 TO WS-GLT-CNT(WS-GLT-SEL)
           IF JRN-DATE = WS-FILTER-DATE
              MOVE JRN-DVZ        TO WS-GLT-KEY-DVZ
              MOVE JRN-PRCSS-TYPE TO WS-GLT-KEY-TYPE
              MOVE JRN-ID         TO IDX-ID
              PERFORM H215-FIND-BRANCH
              PERFORM H210-FIND-CELL
              IF WS-GLT-SEL > 0
                 IF JRN-AMOUNT < 0

           MOVE SPACES          TO GLI-REC
           MOVE 'T'             TO GLI-REC-TYPE
           MOVE ZEROES          TO GLI-BRANCH
           MOVE ZEROES          TO GLI-DVZ
           MOVE SPACE           TO GLI-PRCSS-TYPE
           MOVE WS-TOT-COUNT    TO GLI-COUNT
       H410-WRITE-DETAIL.
           MOVE SPACES                      TO GLI-REC
           MOVE 'D'                         TO GLI-REC-TYPE
           MOVE WS-GLT-BRANCH(WS-GLT-IDX)   TO GLI-BRANCH
           MOVE WS-GLT-DVZ(WS-GLT-IDX)      TO GLI-DVZ
           MOVE WS-GLT-TYPE(WS-GLT-IDX)     TO GLI-PRCSS-TYPE
           MOVE WS-GLT-CNT(WS-GLT-IDX)      TO GLI-COUNT
           CLOSE OUT-FILE.
           CLOSE JRN-FILE.
           CLOSE GLI-FILE.
           IF WS-IDX-OPEN-YES
              CLOSE IDX-FILE
           END-IF.
           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
