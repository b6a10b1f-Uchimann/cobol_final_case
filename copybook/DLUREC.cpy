      *-----------------------------------------------------------------
      *    DLUREC: DLUFILE (gunluk borc kullanimi) kaydinin ortak
      *    layout'u. Anahtar IDX-KEY'dir; kayit hesabin DLU-DATE is
      *    gunundeki B/T borclandirmalarinin toplamini ve adedini
      *    tasir. Kutuk MAINPROG, DNM ve SUBPROG'u cagiran diger
      *    calismalar arasinda kalicidir. DLU-DATE PRMFILE is gunu
      *    tarihinden farkliysa kayit eski gune aittir ve kullanim
      *    sifir sayilir; ilk borclandirmada yeni tarihle bastan
      *    yazilir (tarih donunce otomatik sifirlama). SUBPROG ve
      *    DLMRPT tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  DLU-REC.
           03 DLU-KEY.
             05 DLU-ID                 PIC S9(5)  COMP-3.
             05 DLU-DVZ                PIC S9(3)  COMP.
           03 DLU-DATE                 PIC S9(7)  COMP-3.
           03 DLU-USED                 PIC S9(15) COMP-3.
           03 DLU-COUNT                PIC S9(5)  COMP-3.
