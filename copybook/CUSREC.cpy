      *    SUBPROG, ACCTINQ ve CUSBLD tarafindan COPY edilir.
      *    Adres, TC kimlik no ve telefon alanlari MAINPROG akisindaki
      *    M (musteri bakim) islemiyle guncellenir; her degisikligin
      *    once/sonra degeri CAUFILE'a (CAUREC) dusulur. Musteri
      *    durum tespiti (KYC) icin risk sinifi (L/M/H, bos=atanmamis)
      *    ve bir sonraki inceleme tarihi (CYYAAGG, 0=atanmamis) da
      *    ayni islemle bakilir; KYCRPT vadesi gelenleri listeler.
      *    Bildirim tercihleri (CUS-ALERT) da M islemiyle (alan I)
      *    bakilir: her olay icin istek isareti (E=istiyor, diger=
      *    istemiyor) ve tutar esigi. Olay sirasi: 1=borc (B), 2=alacak
      *    (A), 3=bloke (K), 4=dondurma (F), 5=dusuk bakiye (D),
      *    6=vade yaklasiyor (V). Borc/alacak/bloke tutari esige esit
      *    ya da ustundeyse, bakiye esigin altina indiginde bildirim
      *    uretilir; dondurma ve vadede esik kullanilmaz. ALERTX
      *    gunluk bildirim dosyasini bu tercihlere gore yazar.
      *    Vefat bildirimi de M islemiyle (alan D) girilir: olum
      *    tarihi (CYYAAGG) ve belge referansi kayda islenir, musteriye
      *    ait tum doviz hesaplari dondurulur. Vefat kayitli musteriye
      *    yeni hesap acilmaz, hesaplarina faiz disinda alacak
      *    gecilmez, STORDGEN talimatlarini askiya alir ve MATURUN
      *    vadeli hesaplarini devretmez. ESTRPT olum tarihi itibariyla
      *    tereke dokumunu basar.
      *-----------------------------------------------------------------
       01  CUS-REC.
           03 CUS-KEY.
           03 CUS-ADDRESS              PIC X(30).
           03 CUS-NATID                PIC 9(11).
           03 CUS-PHONE                PIC X(12).
           03 CUS-RISK                 PIC X(01).
              88 CUS-RISK-NONE                   VALUE ' '.
              88 CUS-RISK-LOW                    VALUE 'L'.
              88 CUS-RISK-MEDIUM                 VALUE 'M'.
              88 CUS-RISK-HIGH                   VALUE 'H'.
           03 CUS-REVIEW-DATE          PIC S9(7)  COMP-3.
           03 CUS-ALERT-AREA.
             05 CUS-ALERT OCCURS 6 TIMES.
               07 CUS-ALR-WANTED       PIC X(01).
                  88 CUS-ALR-ON                  VALUE 'E'.
               07 CUS-ALR-LIMIT        PIC S9(15) COMP-3.
           03 CUS-DECEASED-AREA.
             05 CUS-DEATH-FLAG         PIC X(01).
                88 CUS-DECEASED                  VALUE 'E'.
             05 CUS-DEATH-DATE         PIC S9(7)  COMP-3.
             05 CUS-DEATH-REF          PIC X(15).
