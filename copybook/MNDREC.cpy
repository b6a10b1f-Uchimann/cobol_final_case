      *-----------------------------------------------------------------
      *    MNDREC: MNDFILE (otomatik odeme talimati) kaydinin ortak
      *    layout'u. Musterinin bir kurum (fatura/sigorta sirketi)
      *    lehine verdigi borclandirma yetkisini tutar; anahtar kurum
      *    kodu + IDX-KEY'dir. MND-CAP tek bir tahsilatta
      *    borclandirilabilecek en yuksek tutar, MND-EXPIRY talimatin
      *    son gecerlilik tarihidir (CYYAAGG; sifir ise suresizdir).
      *    Durum A olan talimat gecerlidir, iptal edilen I durumuyla
      *    iz olarak dosyada kalir. Talimat verme/iptal INPFILE
      *    akisindan O islemiyle gelir.
      *    SUBPROG ve DDCOLL tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  MND-REC.
           03 MND-KEY.
             05 MND-BILLER             PIC X(08).
             05 MND-ID                 PIC S9(5)  COMP-3.
             05 MND-DVZ                PIC S9(3)  COMP.
           03 MND-CAP                  PIC S9(15) COMP-3.
           03 MND-EXPIRY               PIC S9(7)  COMP-3.
           03 MND-STATUS               PIC X(01).
              88 MND-STS-ACTIVE                  VALUE 'A'.
              88 MND-STS-CANCELLED               VALUE 'I'.
           03 MND-START-DATE           PIC S9(7)  COMP-3.
           03 MND-DATE                 PIC S9(7)  COMP-3.
