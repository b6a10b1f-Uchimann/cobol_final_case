      *-----------------------------------------------------------------
      *    INSREC: INSFILE (kredi taksit plani) kaydinin ortak
      *    layout'u. Her kredi icin taksit sirasina gore bir kayit
      *    tutulur; dosya LON-NO + INS-SEQ sirasindadir. Taksit
      *    tutari anapara ve faiz payina ayrilir.
      *    INS-STATUS: B=bekliyor (vadesi gelmedi), G=tahsilata
      *    gonderildi, O=odendi, C=gecikmede (bakiye yetersizligi
      *    veya bloke nedeniyle reddedildi, her gece yeniden
      *    gonderilir), R=diger bir nedenle reddedildi (hesap
      *    dondurulmus/kapali vb. - otomatik yeniden gonderilmez,
      *    takip birimi elle cozer).
      *    INS-REF-NO taksitin INPFILE'a verildigi islem referansidir
      *    (8 + kredi no + taksit no); ayni taksit ikinci kez
      *    basariyla islenemez, REFFILE mukerrer referans kutugu
      *    yeniden gonderimi korur.
      *-----------------------------------------------------------------
       01  INS-REC.
           05 INS-KEY.
              07 INS-LON-NO            PIC 9(05).
              07 INS-SEQ               PIC 9(03).
           05 INS-ID                   PIC 9(05).
           05 INS-DVZ                  PIC 9(03).
           05 INS-DUE-DATE             PIC 9(07).
           05 INS-AMOUNT               PIC S9(15) COMP-3.
           05 INS-PRINCIPAL            PIC S9(15) COMP-3.
           05 INS-INTEREST             PIC S9(15) COMP-3.
           05 INS-STATUS               PIC X(01).
              88 INS-STS-PENDING                 VALUE 'B' ' '.
              88 INS-STS-SENT                    VALUE 'G'.
              88 INS-STS-PAID                    VALUE 'O'.
              88 INS-STS-ARREARS                 VALUE 'C'.
              88 INS-STS-REJECTED                VALUE 'R'.
           05 INS-REF-NO               PIC 9(09).
      *       Tahsilata son gonderilme ve odenme tarihleri, son
      *       gonderimin MAINPROG sonuc kodu.
           05 INS-SENT-DATE            PIC 9(07).
           05 INS-PAID-DATE            PIC 9(07).
           05 INS-LAST-RC              PIC 9(02).
           05 FILLER                   PIC X(07).
