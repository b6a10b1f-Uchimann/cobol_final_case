       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNHASH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-HSH-VAL               PIC 9(09).
           05 WS-HSH-WRK               PIC 9(18).
           05 WS-HSH-DUMMY             PIC 9(18).
           05 WS-HSH-I                 PIC 9(04).
      *          Zincir modulu ve carpanlari. Degistirilirse tum
      *          zincirli dosyalarin hash'leri gecersiz olur.
           05 WS-HSH-MOD               PIC 9(09) VALUE 999999937.
           05 WS-HSH-MUL               PIC 9(03) VALUE 257.
           05 WS-HSH-FIN               PIC 9(05) VALUE 48271.
         01  WS-ORD-AREA.
           05 WS-ORD-NUM               PIC 9(04) COMP.
         01  WS-ORD-BYTES REDEFINES WS-ORD-AREA.
           05 FILLER                   PIC X(01).
           05 WS-ORD-CHR               PIC X(01).
       LINKAGE SECTION.
           COPY CHNAREA.
       PROCEDURE DIVISION USING CHN-AREA.
      *-----------------------------------------------------------------
      *    MAIN: Zincirli hash. Onceki kaydin hash'i ile baslayip
      *    kaydin her byte'ini (bosluk ve paketli alanlar dahil) sirayla
      *    katar: h = (h * 257 + byte + 1) mod 999999937. Sonunda kayit
      *    uzunlugu ayri bir carpanla katilir. Boylece kaydin herhangi
      *    bir byte'inin, sirasinin ya da onceki kaydin degismesi
      *    sonraki tum zincir degerlerini degistirir.
      *-----------------------------------------------------------------
       0000-MAIN.
           IF CHN-PREV-HASH NUMERIC
              MOVE CHN-PREV-HASH TO WS-HSH-VAL
           ELSE
              MOVE ZEROES TO WS-HSH-VAL
           END-IF.
           IF CHN-DATA-LEN NOT NUMERIC
              OR CHN-DATA-LEN > LENGTH OF CHN-DATA
              MOVE LENGTH OF CHN-DATA TO CHN-DATA-LEN
           END-IF.
           PERFORM H100-HASH-BYTE
              VARYING WS-HSH-I FROM 1 BY 1
                 UNTIL WS-HSH-I > CHN-DATA-LEN.
           COMPUTE WS-HSH-WRK = WS-HSH-VAL * WS-HSH-FIN + CHN-DATA-LEN.
           DIVIDE WS-HSH-WRK BY WS-HSH-MOD
              GIVING WS-HSH-DUMMY REMAINDER WS-HSH-VAL.
           MOVE WS-HSH-VAL TO CHN-NEW-HASH.
           GOBACK.
       0000-END. EXIT.


       H100-HASH-BYTE.
           MOVE 0 TO WS-ORD-NUM
           MOVE CHN-DATA(WS-HSH-I:1) TO WS-ORD-CHR
           COMPUTE WS-HSH-WRK = WS-HSH-VAL * WS-HSH-MUL
                              + WS-ORD-NUM + 1
           DIVIDE WS-HSH-WRK BY WS-HSH-MOD
              GIVING WS-HSH-DUMMY REMAINDER WS-HSH-VAL.
       H100-END. EXIT.
      *
