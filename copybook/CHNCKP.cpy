      *-----------------------------------------------------------------
      *    CHNCKP: Zincir kontrol noktasinin RUNLOG ayrinti alani
      *    (RLG-DETAIL) duzeni. Zincirli dosyaya yazan her calisma
      *    bitiste dosya basina bir ZINCIR olayi yazar: dosya adi,
      *    bolum numarasi (bolumlu MAINPROG calismasinda bolumun kendi
      *    dosyasi; ana dosya icin sifir), zincirin son sira numarasi
      *    ve son hash degeri. JRNROLL'un JRNHIST noktasi ayrica
      *    devredilen donemi (JRNFILE'in ilk kaydinin tarihi) tasir;
      *    digerlerinde donem sifirdir. CHNVER dosyadaki zinciri bu
      *    noktalarla karsilastirir ve bozuk halkayi yazan calismayi
      *    bulur.
      *-----------------------------------------------------------------
       01  CHN-CKP-DETAIL.
           05 CHN-CKP-FILE             PIC X(07).
           05 CHN-CKP-LIT1             PIC X(01) VALUE '/'.
           05 CHN-CKP-PART             PIC 9(02).
           05 CHN-CKP-LIT2             PIC X(02) VALUE ' S'.
           05 CHN-CKP-SEQ              PIC 9(09).
           05 CHN-CKP-LIT3             PIC X(02) VALUE ' H'.
           05 CHN-CKP-HASH             PIC 9(09).
           05 CHN-CKP-LIT4             PIC X(01) VALUE ' '.
           05 CHN-CKP-PERIOD           PIC 9(07) VALUE 0.
