      *          Yeniden gonderim kaydi MAINPROG'un guncel INPFILE
      *          duzenindedir; dis hesap numarasi alani orijinal
      *          kayittan aynen tasinir ki alias cozumleme askisindan
      *          donen kayit onarimdan sonra yine cozulebilsin. Valor
      *          ve yururluk tarihleri de oldugu gibi korunur.
         01  RSB-REC.
           07 RSB-PRCSS-TYPE           PIC X(01).
           07 RSB-ID                   PIC 9(5).
           07 RSB-TGT-DVZ              PIC 9(3).
           07 RSB-REF-NO               PIC 9(9).
           07 RSB-ALIAS                PIC X(26).
           07 RSB-VALUE-DATE           PIC X(07).
           07 RSB-EFF-DATE             PIC X(07).
           07 RSB-OPER-ID              PIC X(08).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
      *          SUS-ORIGINAL-INPUT'taki ham INPFILE kaydini alan
      *          bazinda cozmek icin kullanilan ortuk (REDEFINES)
      *          gorunum.
           05 WS-ORIG-INPUT            PIC X(113).
           05 WS-ORIG-REC REDEFINES WS-ORIG-INPUT.
              07 WS-ORIG-PRCSS-TYPE    PIC X(01).
              07 WS-ORIG-ID            PIC 9(5).
              07 WS-ORIG-TGT-DVZ       PIC 9(3).
              07 WS-ORIG-REF-NO        PIC 9(9).
              07 WS-ORIG-ALIAS         PIC X(26).
              07 WS-ORIG-VALUE-DATE    PIC X(07).
              07 WS-ORIG-EFF-DATE      PIC X(07).
              07 WS-ORIG-OPER-ID       PIC X(08).
         01  WS-COR-AREA.
      *          Duzeltme kartlari calisma basinda bu tabloya yuklenir;
      *          her SUSFILE kaydi ID/DVZ ile tabloda aranir.
           MOVE WS-ORIG-TGT-DVZ           TO RSB-TGT-DVZ
           MOVE WS-ORIG-REF-NO            TO RSB-REF-NO
           MOVE WS-ORIG-ALIAS             TO RSB-ALIAS
           MOVE WS-ORIG-VALUE-DATE        TO RSB-VALUE-DATE
           MOVE WS-ORIG-EFF-DATE          TO RSB-EFF-DATE
           MOVE WS-ORIG-OPER-ID           TO RSB-OPER-ID
           WRITE RSB-REC.

           ADD 1 TO WS-CNT-REPAIRED.
