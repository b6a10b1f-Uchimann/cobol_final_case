      *-----------------------------------------------------------------
      *    DDRREC: Otomatik odeme tahsilat kaleminin izleme/yanit
      *    kaydi. DDCOLL talimat kontrolunden gecip MAINPROG'a
      *    gonderdigi her kalemi G (gonderildi) durumuyla SNTFILE'a,
      *    talimat kontrolunde reddettigi kalemi R durumuyla kuruma
      *    giden yanit dosyasina (RSPFILE) yazar. DDRESP MAINPROG
      *    sonrasinda SNTFILE'daki kalemleri OUTFILE sonucuyla
      *    eslestirip K (kabul), R (red) veya B (sonuc yok) durumuyla
      *    yanit dosyasina ekler. DDR-RETURN-CODE RSNCODE kodudur.
      *    DDCOLL ve DDRESP tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  DDR-REC.
           05 DDR-BILLER               PIC X(08).
           05 DDR-ID                   PIC 9(05).
           05 DDR-DVZ                  PIC 9(03).
           05 DDR-AMOUNT               PIC 9(15).
           05 DDR-BILL-REF             PIC X(16).
           05 DDR-REF-NO               PIC 9(09).
           05 DDR-STATUS               PIC X(01).
              88 DDR-STS-SENT                    VALUE 'G'.
              88 DDR-STS-ACCEPTED                VALUE 'K'.
              88 DDR-STS-REFUSED                 VALUE 'R'.
              88 DDR-STS-NO-RESULT               VALUE 'B'.
           05 DDR-RETURN-CODE          PIC 9(02).
           05 DDR-TEXT                 PIC X(30).
           05 DDR-DATE                 PIC 9(07).
           05 FILLER                   PIC X(04).
