      *    degisiklikte CAUFILE'a yazilan once/sonra kaydinin ortak
      *    layout'u - AUDFILE'daki ad/soyad denetiminin musteri
      *    verisindeki karsiligidir. CAU-FIELD degisen alani tasir:
      *    A=adres, N=kimlik no, P=telefon, R=risk sinifi,
      *    V=inceleme tarihi, I=bildirim tercihi (imaj: olay kodu,
      *    E/H isareti, esik), B=musteri birlestirme,
      *    O=otomatik odeme talimati (imaj: kurum kodu, doviz, durum,
      *    son gecerlilik tarihi, ust sinir).
      *    SUBPROG ve CUSMERGE tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  CAU-REC.
           03 CAU-DATE                 PIC S9(7) COMP-3.
           03 CAU-BEFORE               PIC X(30).
           03 CAU-AFTER                PIC X(30).
      *       Zincir alanlari: dosyadaki sira numarasi ve bir onceki
      *       kaydin hash'i ile bu kaydin ilk 87 byte'indan CHNHASH ile
      *       hesaplanan zincir degeri (bkz. JRNREC).
           03 CAU-CHN-SEQ              PIC 9(09).
           03 CAU-CHN-HASH             PIC 9(09).
