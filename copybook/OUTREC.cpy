      *-----------------------------------------------------------------
      *    OUTREC: OUTFILE (gunluk islem sonucu) kaydinin ortak
      *    layout'u. MAINPROG yazar; RECRPT, EODBAL, GLEXTR, LONCOLL,
      *    DDRESP okur ve BACKOUT kendi kayit defterini ayni duzende
      *    uretir (COPY REPLACING ile). OUT-REF-NO, INPFILE'dan
      *    tasinan islem referans numarasidir; sifir ise kayit
      *    referanssiz gelmistir.
      *-----------------------------------------------------------------
       01  OUT-REC.
           05 OUT-PRCSS-TYPE           PIC X(01).
