      *-----------------------------------------------------------------
      *    BILREC: Kurumlarin gonderdigi tahsilat dosyasi (BILFILE)
      *    kaleminin ortak layout'u. Her kalem, kurumun talimatli
      *    musteri hesabindan (ID/DVZ) borclandirmak istedigi tutari
      *    ve kurumun kendi fatura referansini tasir; tutar kurus
      *    cinsinden isaretsizdir.
      *    DDCOLL ve DDRESP tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  BIL-REC.
           05 BIL-BILLER               PIC X(08).
           05 BIL-ID                   PIC 9(05).
           05 BIL-DVZ                  PIC 9(03).
           05 BIL-AMOUNT               PIC 9(15).
           05 BIL-BILL-REF             PIC X(16).
           05 BIL-DUE-DATE             PIC 9(07).
           05 FILLER                   PIC X(26).
