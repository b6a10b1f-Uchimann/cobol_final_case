      *    layout'u. Islem oncesi ve sonrasi bakiyeyi, islenen tutari,
      *    islem tipini, tarihi ve isleyen programi tasir - ekstre ve
      *    itiraz arastirmalarinin omurgasidir. DNM ve SUBPROG
      *    tarafindan COPY edilir. Her kayit bir oncekine zincirli
      *    hash ile baglidir (JRN-CHN-*).
      *-----------------------------------------------------------------
       01  JRN-REC.
           03 JRN-PROGRAM              PIC X(08).
      *       banka ekstre mutabakati (NSTRECON) T hareketlerini bu
      *       alanla eslestirir. Toplu ic islemlerde sifirdir.
           03 JRN-REF-NO               PIC 9(09).
      *       Valor tarihi: hareketin faiz acisindan gecerli oldugu
      *       gun. Valorsuz harekette JRN-DATE ile aynidir; farkli
      *       oldugunda INTACCR faiz farkini ayrica isler.
           03 JRN-VALUE-DATE           PIC S9(7)  COMP-3.
      *       Zincir alanlari: dosyadaki sira numarasi ve bir onceki
      *       kaydin hash'i ile bu kaydin ilk 67 byte'indan (hash alani
      *       haric tum kayit) CHNHASH ile hesaplanan zincir degeri.
      *       Sira numarasi sifir olan kayit zincirleme oncesinden
      *       kalmadir. CHNVER zinciri bastan hesaplayip dogrular.
           03 JRN-CHN-SEQ              PIC 9(09).
           03 JRN-CHN-HASH             PIC 9(09).
