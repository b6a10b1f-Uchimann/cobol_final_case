            07 SUB-INP-SEQ-MODE      PIC X(01).
               88 SUB-SEQ-YES                  VALUE 'Y'.
               88 SUB-SEQ-NO                   VALUE 'N' ' '.
      *          INPFILE'dan tasinan valor tarihi (CYYAAGG); sifir ise
      *          hareket islem gunu valorludur. JRN-VALUE-DATE'e
      *          yazilir.
            07 SUB-INP-VALUE-DATE    PIC 9(07).
      *          Bolumlu MAINPROG calismasinda bolum numarasi; diger
      *          tum cagiranlar sifir gecer. SUBPROG kapanista RUNLOG'a
      *          yazdigi zincir kontrol noktalarini bununla isaretler
      *          (bolum dosyasinin zinciri ana dosyanin zinciri degil).
            07 SUB-INP-PART-NO       PIC 9(02).
      *          Bankalararasi odeme bacagi: 'G' gelen odeme (PMTIN) -
      *          T'nin kaynagi dovizin nostro/takas hesabidir, bu
      *          hesaba gunluk borc limiti ve transfer komisyonu
      *          uygulanmaz; 'C' giden odeme (MAINPROG P) - T'nin
      *          hedefi nostrodur, borclanan musteri oldugu icin limit
      *          ve komisyon kurallari aynen isler. Diger tum
      *          cagiranlar bos (ya da 'N') gecer.
            07 SUB-INP-IBK-LEG       PIC X(01).
               88 SUB-IBK-INBOUND              VALUE 'G'.
               88 SUB-IBK-OUTBOUND             VALUE 'C'.
               88 SUB-IBK-NONE                 VALUE 'N' ' '.
