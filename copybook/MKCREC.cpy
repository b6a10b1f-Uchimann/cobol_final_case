      *-----------------------------------------------------------------
      *    MKCREC: MKCFILE (bakim islemleri onay kutugu) kaydinin ortak
      *    layout'u. F/G/K/L/X/Y/U/M/N bakim kayitlari ve LIMFILE
      *    esigini asan P (giden odeme) kayitlari MAINPROG tarafindan
      *    ilk goruldukleri calismada uygulanmaz, giren operatorle
      *    birlikte buraya park edilir; kaydin kendisi
      *    MKC-INPUT'ta oldugu gibi saklanir. Ayni referans ve hesapla
      *    farkli bir operatorden gelen V (onay) kaydi bakimi SUBPROG
      *    uzerinden uygular. Durumlar: P=onay bekliyor, A=onaylanip
      *    uygulandi, H=onaylandi ama SUBPROG reddetti (MKC-RESULT),
      *    R=onaylayan reddetti, S=suresi doldu (MKCRPT). MKC-ACT-DATE
      *    onay/red/sure dolumu gunudur; kapanan kayitlar MKCRPT'nin
      *    ertesi calismasinda kutukten temizlenir. MAINPROG ve
      *    MKCRPT tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  MKC-REC.
           03 MKC-STATUS               PIC X(01).
              88 MKC-STS-PENDING                 VALUE 'P'.
              88 MKC-STS-APPLIED                 VALUE 'A'.
              88 MKC-STS-FAILED                  VALUE 'H'.
              88 MKC-STS-DECLINED                VALUE 'R'.
              88 MKC-STS-EXPIRED                 VALUE 'S'.
           03 MKC-ENTRY-DATE           PIC 9(07).
           03 MKC-ACT-DATE             PIC 9(07).
           03 MKC-MAKER                PIC X(08).
           03 MKC-CHECKER              PIC X(08).
      *       Onaylanan bakimin SUBPROG donus kodu (RSNCODE).
           03 MKC-RESULT               PIC 9(02).
      *       Kaydi getiren partinin kaynak kodu (parti basligindan).
           03 MKC-SOURCE               PIC X(08).
           03 MKC-INPUT                PIC X(113).
           03 MKC-INP REDEFINES MKC-INPUT.
              05 MKC-PRCSS-TYPE        PIC X(01).
              05 MKC-ID                PIC 9(05).
              05 MKC-DVZ               PIC 9(03).
              05 MKC-AMOUNT            PIC S9(15) COMP-3.
              05 MKC-NAME              PIC X(15).
              05 MKC-SRNAME            PIC X(15).
              05 MKC-XLIT-RULE         PIC X(01).
              05 MKC-TGT-ID            PIC 9(05).
              05 MKC-TGT-DVZ           PIC 9(03).
              05 MKC-REF-NO            PIC 9(09).
              05 MKC-ALIAS             PIC X(26).
              05 MKC-VALUE-DATE        PIC X(07).
              05 MKC-EFF-DATE          PIC X(07).
              05 MKC-OPER-ID           PIC X(08).
