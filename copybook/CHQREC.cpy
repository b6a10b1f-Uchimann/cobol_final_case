      *-----------------------------------------------------------------
      *    CHQREC: CHQFILE (cek yapragi kutugu) kaydinin ortak layout'u.
      *    Hesaba verilen her cek yapragi icin bir kayit tutulur;
      *    anahtar IDX-KEY + cek numarasidir. Yaprak hesaba verilince
      *    V (verildi) durumuyla acilir; odeme durdurma talimati
      *    (stop) S durumuna, takastan odenen cek O durumuna ceker.
      *    Stop kaldirilinca yaprak yeniden V olur. Cek karnesi
      *    verme ve stop koyma/kaldirma INPFILE akisindan Q islemiyle,
      *    takas sorgusu ve odeme isareti CHQCLR'den gelir.
      *    SUBPROG tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  CHQ-REC.
           03 CHQ-KEY.
             05 CHQ-ID                 PIC S9(5)  COMP-3.
             05 CHQ-DVZ                PIC S9(3)  COMP.
             05 CHQ-NO                 PIC S9(7)  COMP-3.
           03 CHQ-STATUS               PIC X(01).
              88 CHQ-STS-ISSUED                  VALUE 'V'.
              88 CHQ-STS-STOPPED                 VALUE 'S'.
              88 CHQ-STS-PAID                    VALUE 'O'.
           03 CHQ-ISSUE-DATE           PIC S9(7)  COMP-3.
           03 CHQ-STOP-DATE            PIC S9(7)  COMP-3.
           03 CHQ-STOP-REF             PIC X(15).
           03 CHQ-PAID-DATE            PIC S9(7)  COMP-3.
           03 CHQ-PAID-AMOUNT          PIC S9(15) COMP-3.
           03 CHQ-PAID-REF             PIC 9(09).
