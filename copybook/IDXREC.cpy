      *    IDX-TERM-MONTHS ise devirde kullanilan vade suresini (ay)
      *    tasir. Vadesiz hesapta bu alanlar bosluk/sifirdir. Vade
      *    sonu islemleri gece MATURUN tarafindan yurutulur.
      *    IDX-BRANCH hesabin bagli oldugu subedir (sube kodu): hesap
      *    acilirken (W) kaydin hedef hesap alanindan damgalanir, N
      *    (sube nakli) islemiyle degistirilir; her nakil CDCFILE'a
      *    oncesi imajiyla dusulur. Sifir veya sayisal olmayan deger
      *    subesi atanmamis eski hesabi gosterir.
      *-----------------------------------------------------------------
       01  IDX-REC.
           03 IDX-KEY.
              88 IDX-INSTR-ROLLOVER              VALUE 'D' ' '.
              88 IDX-INSTR-PAYOUT                VALUE 'O'.
           03 IDX-TERM-MONTHS          PIC S9(3)  COMP.
           03 IDX-BRANCH               PIC S9(5)  COMP-3.
