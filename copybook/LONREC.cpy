      *-----------------------------------------------------------------
      *    LONREC: LONFILE (taksitli kredi ana) kaydinin ortak
      *    layout'u. Her kredi kendi numarasi (LON-NO) ile tutulur ve
      *    taksitlerin tahsil edilecegi vadesiz hesabi (LON-ID +
      *    LON-DVZ = IDX-KEY) gosterir. LON-RATE yillik faiz oranidir
      *    (9(3)V9(4), yuzde), LON-TERM taksit sayisidir (ay),
      *    LON-FIRST-DATE ilk taksit vadesidir (CYYAAGG); sonraki
      *    taksitler ayni gune birer ay eklenerek bulunur.
      *    LON-STATUS: Y=yeni (odeme plani henuz uretilmedi), A=aktif,
      *    K=kapandi (butun taksitler odendi). Plan LONCOLL tarafindan
      *    ilk calismada uretilir ve INSFILE'a yazilir. Dosya LON-NO
      *    sirasinda tutulur; LONCOLL her gece LONNEW'e yeniden yazar.
      *-----------------------------------------------------------------
       01  LON-REC.
           05 LON-NO                   PIC 9(05).
           05 LON-ID                   PIC 9(05).
           05 LON-DVZ                  PIC 9(03).
           05 LON-PRINCIPAL            PIC S9(15) COMP-3.
           05 LON-RATE                 PIC 9(03)V9(04).
           05 LON-TERM                 PIC 9(03).
           05 LON-FIRST-DATE           PIC 9(07).
           05 LON-STATUS               PIC X(01).
              88 LON-STS-NEW                     VALUE 'Y'.
              88 LON-STS-ACTIVE                  VALUE 'A' ' '.
              88 LON-STS-CLOSED                  VALUE 'K'.
      *       Plan uretilirken hesaplanan sabit taksit tutari.
           05 LON-INST-AMOUNT          PIC S9(15) COMP-3.
      *       Odenen ve gecikmedeki taksit sayilari; LONCOLL her
      *       calismada plan uzerinden yeniden sayar.
           05 LON-PAID-CNT             PIC 9(03).
           05 LON-ARREARS-CNT          PIC 9(03).
           05 LON-OPEN-DATE            PIC 9(07).
           05 FILLER                   PIC X(20).
