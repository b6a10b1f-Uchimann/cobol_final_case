           05 WS-BAL-EUR               PIC S9(15) COMP-3 VALUE 0.
           05 WS-BAL-OTHER             PIC S9(15) COMP-3 VALUE 0.
           05 WS-BAL-GRAND             PIC S9(15) COMP-3 VALUE 0.
         01  WS-BRN-AREA.
      *          Doviz + sube basina biriken ara toplam hucreleri;
      *          doviz grubu 1-3, gecersiz doviz 0 ile tutulur. Subesi
      *          atanmamis eski hesaplar 00000 subesinde toplanir.
      *          Ozet, her dovizin altinda sube kodu sirasiyla basilir.
           05 WS-BRN-COUNT             PIC 9(03) VALUE 0.
           05 WS-BRN-MAX               PIC 9(03) VALUE 400.
           05 WS-BRN-IDX               PIC 9(03).
           05 WS-BRN-SEL               PIC 9(03).
           05 WS-BRN-FOUND             PIC X(01) VALUE 'N'.
              88 WS-BRN-FOUND-YES                VALUE 'Y'.
           05 WS-BRN-FULL              PIC X(01) VALUE 'N'.
              88 WS-BRN-FULL-YES                 VALUE 'Y'.
           05 WS-BRN-KEY-DVZ           PIC 9(03).
           05 WS-BRN-KEY-CODE          PIC 9(05).
           05 WS-BRN-ENTRY OCCURS 400 TIMES.
              07 WS-BRN-DVZ            PIC 9(03).
              07 WS-BRN-CODE           PIC 9(05).
              07 WS-BRN-CNT            PIC 9(07).
              07 WS-BRN-BAL            PIC S9(15) COMP-3.
              07 WS-BRN-DONE           PIC X(01).
         01  WS-HDR1.
           05 FILLER                   PIC X(30) VALUE
              'DOVIZ VE SUBE BAZINDA MIZAN'.
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'TARIH: '.
           05 HDR1-DATE                PIC X(10).
         01  WS-HDR2.
           05 FILLER              PIC X(04) VALUE 'DVZ '.
           05 FILLER              PIC X(08) VALUE 'ID     '.
           05 FILLER              PIC X(07) VALUE 'SUBE'.
           05 FILLER              PIC X(20) VALUE 'AD'.
           05 FILLER              PIC X(20) VALUE 'SOYAD'.
           05 FILLER              PIC X(16) VALUE 'BAKIYE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ID                   PIC Z(4)9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-BRANCH               PIC 9(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NAME                 PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-SRNAME               PIC X(15).
         01  WS-TOTAL-LINE.
           05 TOT-LABEL                PIC X(30).
           05 TOT-BAL                  PIC -(14)9.
         01  WS-BRN-LINE.
           05 FILLER                   PIC X(07) VALUE '  SUBE '.
           05 BRL-CODE                 PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BRL-CNT                  PIC Z(6)9.
           05 FILLER                   PIC X(06) VALUE ' HSP :'.
           05 BRL-BAL                  PIC -(14)9.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: IDXFILE'i anahtar sirasina gore basindan sonuna kadar
      *    okuyup RPTFILE'a doviz koduna gore mizan basar; her dovizin
      *    toplamindan once o dovizdeki sube ara toplamlari gelir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES

           MOVE IDX-DVZ                  TO DTL-DVZ
           MOVE IDX-ID                   TO DTL-ID
           IF IDX-BRANCH NUMERIC
              MOVE IDX-BRANCH            TO DTL-BRANCH
           ELSE
              MOVE ZEROES                TO DTL-BRANCH
           END-IF
           MOVE IDX-NAME                 TO DTL-NAME
           MOVE IDX-SRNAME               TO DTL-SRNAME
           MOVE IDX-BALANCE              TO DTL-BAL
                 ADD IDX-BALANCE    TO WS-BAL-OTHER
           END-EVALUATE.
           ADD IDX-BALANCE TO WS-BAL-GRAND.
           PERFORM H170-TALLY-BRANCH.
       H160-END. EXIT.


      *-----------------------------------------------------------------
      *    H170:Okunan hesabin bakiyesini doviz + sube hucresine
      *    ekler; hucre yoksa acar. Tablo dolarsa sube kirilimi eksik
      *    kalir, ozette uyari basilir.
      *-----------------------------------------------------------------
       H170-TALLY-BRANCH.
           IF IDX-DVZ >= 1 AND IDX-DVZ <= 3
              MOVE IDX-DVZ    TO WS-BRN-KEY-DVZ
           ELSE
              MOVE ZEROES     TO WS-BRN-KEY-DVZ
           END-IF.
           IF IDX-BRANCH NUMERIC
              MOVE IDX-BRANCH TO WS-BRN-KEY-CODE
           ELSE
              MOVE ZEROES     TO WS-BRN-KEY-CODE
           END-IF.

           MOVE 'N' TO WS-BRN-FOUND
           MOVE 0   TO WS-BRN-SEL
           PERFORM H171-MATCH-BRANCH
              VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT
                    OR WS-BRN-FOUND-YES.

           IF NOT WS-BRN-FOUND-YES
              IF WS-BRN-COUNT < WS-BRN-MAX
                 ADD 1 TO WS-BRN-COUNT
                 MOVE WS-BRN-KEY-DVZ  TO WS-BRN-DVZ(WS-BRN-COUNT)
                 MOVE WS-BRN-KEY-CODE TO WS-BRN-CODE(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-CNT(WS-BRN-COUNT)
                 MOVE ZEROES          TO WS-BRN-BAL(WS-BRN-COUNT)
                 MOVE 'N'             TO WS-BRN-DONE(WS-BRN-COUNT)
                 MOVE WS-BRN-COUNT    TO WS-BRN-SEL
              ELSE
                 SET WS-BRN-FULL-YES TO TRUE
              END-IF
           END-IF.

           IF WS-BRN-SEL > 0
              ADD 1           TO WS-BRN-CNT(WS-BRN-SEL)
              ADD IDX-BALANCE TO WS-BRN-BAL(WS-BRN-SEL)
           END-IF.
       H170-END. EXIT.


       H171-MATCH-BRANCH.
           IF WS-BRN-DVZ(WS-BRN-IDX) = WS-BRN-KEY-DVZ
              AND WS-BRN-CODE(WS-BRN-IDX) = WS-BRN-KEY-CODE
              SET WS-BRN-FOUND-YES TO TRUE
              MOVE WS-BRN-IDX TO WS-BRN-SEL
           END-IF.
       H171-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Rapor sonuna doviz bazinda ara toplamlari ve genel
      *    toplami basar.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.

           MOVE 1 TO WS-BRN-KEY-DVZ
           PERFORM H910-WRITE-BRANCHES.
           MOVE '1-TL  HESAP SAYISI/BAKIYESI :' TO TOT-LABEL
           MOVE WS-BAL-TL                       TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 2 TO WS-BRN-KEY-DVZ
           PERFORM H910-WRITE-BRANCHES.
           MOVE '2-USD HESAP SAYISI/BAKIYESI :' TO TOT-LABEL
           MOVE WS-BAL-USD                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 3 TO WS-BRN-KEY-DVZ
           PERFORM H910-WRITE-BRANCHES.
           MOVE '3-EUR HESAP SAYISI/BAKIYESI :' TO TOT-LABEL
           MOVE WS-BAL-EUR                      TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           MOVE 0 TO WS-BRN-KEY-DVZ
           PERFORM H910-WRITE-BRANCHES.
           MOVE 'GECERSIZ DVZ BAKIYESI        :' TO TOT-LABEL
           MOVE WS-BAL-OTHER                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           MOVE WS-BAL-GRAND                     TO TOT-BAL
           MOVE WS-TOTAL-LINE TO RPT-REC
           WRITE RPT-REC.

           IF WS-BRN-FULL-YES
              MOVE 'UYARI: SUBE TABLOSU DOLDU, SUBE KIRILIMI EKSIK'
                   TO RPT-REC
              WRITE RPT-REC
              DISPLAY 'SUBE TABLOSU DOLDU, SUBE KIRILIMI EKSIK'
           END-IF.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H910:WS-BRN-KEY-DVZ dovizinin sube ara toplamlarini sube
      *    kodu sirasiyla basar: her turda basilmamis en kucuk kodlu
      *    hucre secilir.
      *-----------------------------------------------------------------
       H910-WRITE-BRANCHES.
           MOVE 1 TO WS-BRN-SEL.
           PERFORM H911-WRITE-NEXT-BRANCH UNTIL WS-BRN-SEL = 0.
       H910-END. EXIT.


       H911-WRITE-NEXT-BRANCH.
           MOVE 0 TO WS-BRN-SEL.
           PERFORM H912-PICK-BRANCH
              VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT.
           IF WS-BRN-SEL > 0
              MOVE 'Y' TO WS-BRN-DONE(WS-BRN-SEL)
              IF WS-BRN-CODE(WS-BRN-SEL) = 0
                 MOVE 'ATANMAMIS'             TO BRL-CODE
              ELSE
                 MOVE WS-BRN-CODE(WS-BRN-SEL) TO WS-BRN-KEY-CODE
                 MOVE WS-BRN-KEY-CODE         TO BRL-CODE
              END-IF
              MOVE WS-BRN-CNT(WS-BRN-SEL)     TO BRL-CNT
              MOVE WS-BRN-BAL(WS-BRN-SEL)     TO BRL-BAL
              MOVE WS-BRN-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H911-END. EXIT.


       H912-PICK-BRANCH.
           IF WS-BRN-DVZ(WS-BRN-IDX) = WS-BRN-KEY-DVZ
              AND WS-BRN-DONE(WS-BRN-IDX) = 'N'
              IF WS-BRN-SEL = 0
                 MOVE WS-BRN-IDX TO WS-BRN-SEL
              ELSE
                 IF WS-BRN-CODE(WS-BRN-IDX) < WS-BRN-CODE(WS-BRN-SEL)
                    MOVE WS-BRN-IDX TO WS-BRN-SEL
                 END-IF
              END-IF
           END-IF.
       H912-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
