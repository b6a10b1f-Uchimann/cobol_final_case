      *-----------------------------------------------------------------
      *    HOLREC: HOLFILE (banka tatil takvimi) kaydinin ortak
      *    layout'u. Her kayit bankanin kapali oldugu bir resmi tatil
      *    gununu (CYYAAGG) tasir; cumartesi ve pazar takvimde
      *    tutulmaz, programlar haftanin gununu tarihten hesaplar.
      *    Kutuk PRMMAINT'in HOL kartlariyla bakilir ve her degisiklik
      *    PAUFILE'a dusulur. Tarihe bagli toplu isler (STORDGEN,
      *    MATURUN, INTACCR, FEERUN, ESCHEAT) kapali gune dusen tarihi
      *    "degistirilmis izleyen is gunu" kuralina gore kaydirir:
      *    sonraki acik gune ileri alinir, bu gun yeni bir aya
      *    dusuyorsa onceki acik gune geri cekilir.
      *-----------------------------------------------------------------
       01  HOL-REC.
           03 HOL-DATE                 PIC 9(07).
           03 HOL-DESC                 PIC X(30).
           03 FILLER                   PIC X(43).
