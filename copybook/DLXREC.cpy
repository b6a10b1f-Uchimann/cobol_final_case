      *-----------------------------------------------------------------
      *    DLXREC: DLXFILE (gunluk borc limiti asim) kaydinin ortak
      *    layout'u. SUBPROG gunluk borc limitini asacagi icin 40
      *    neden koduyla reddettigi her B/T borclandirmasi icin bir
      *    kayit ekler: is gunu, saat, islem, hesap, hedef hesap (T),
      *    referans, reddedilen tutar, gecerli limit, o ana kadarki
      *    kullanim ve limitin kaynagi (D=doviz varsayilani,
      *    H=hesaba ozel). DLMRPT gunluk asim raporunu bu kutukten
      *    basar. SUBPROG ve DLMRPT tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  DLX-REC.
           03 DLX-DATE                 PIC 9(07).
           03 DLX-TIME                 PIC 9(08).
           03 DLX-PRCSS-TYPE           PIC X(01).
           03 DLX-ID                   PIC 9(05).
           03 DLX-DVZ                  PIC 9(03).
           03 DLX-TGT-ID               PIC 9(05).
           03 DLX-TGT-DVZ              PIC 9(03).
           03 DLX-REF-NO               PIC 9(09).
           03 DLX-AMOUNT               PIC S9(15) COMP-3.
           03 DLX-LIMIT                PIC S9(15) COMP-3.
           03 DLX-USED                 PIC S9(15) COMP-3.
           03 DLX-LIMIT-SRC            PIC X(01).
              88 DLX-LIMIT-DEFAULT               VALUE 'D'.
              88 DLX-LIMIT-ACCOUNT               VALUE 'H'.
