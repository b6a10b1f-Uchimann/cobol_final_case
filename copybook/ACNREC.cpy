      *-----------------------------------------------------------------
      *    ACNREC: ACNFILE (hesap numarasi tahsis kontrol karti)
      *    kaydinin ortak layout'u. Yeni hesap numarasi 4 haneli sira
      *    numarasi ve 1 kontrol hanesinden olusur (IDX-ID =
      *    sira * 10 + kontrol hanesi). Kontrol hanesi mod 11'dir:
      *    sira hanelerine soldan 5,4,3,2 agirliklari uygulanir,
      *    toplamin 11'e bolumunden kalan 11'den cikarilir (11 ise
      *    0); sonuc 10 cikan sira numarasi hic tahsis edilmez.
      *    ACN-LEGACY-HIGH bu duzenden onceki (kontrol hanesiz) en
      *    yuksek hesap numarasidir: bu degere kadar olan numaralar
      *    kontrol hanesi testinden muaftir, tahsis her zaman bu
      *    degerin ustunden yapilir. ACN-NEXT-SERIAL tahsiste
      *    denenecek sonraki sira numarasidir ve yalniz ileri gider;
      *    MAINPROG her tahsiste karti yeniden yazar. MAINPROG ve
      *    PREEDIT tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  ACN-REC.
           03 ACN-NEXT-SERIAL          PIC 9(04).
           03 ACN-LEGACY-HIGH          PIC 9(05).
           03 ACN-LAST-ID              PIC 9(05).
           03 ACN-LAST-DATE            PIC 9(07).
           03 ACN-ALLOC-COUNT          PIC 9(07).
           03 FILLER                   PIC X(52).
