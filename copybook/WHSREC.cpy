      *-----------------------------------------------------------------
      *    WHSREC: WHSFILE (ileri tarihli kayit ambari) kaydinin ortak
      *    layout'u. INPFILE'da yururluk tarihi is gununden ileri olan
      *    detay kaydi MAINPROG tarafindan islenmeden buraya park
      *    edilir; kaydin kendisi WHS-INPUT'ta oldugu gibi (orijinal
      *    INP-REF-NO dahil) saklanir. Durumlar: P=bekliyor,
      *    S=serbest birakildi (WHSREL o gunun INPFILE beslemesine
      *    yazdi), I=sube iptal etti (E islemi). WHS-ACT-DATE serbest
      *    birakma veya iptal gunudur; S/I kayitlari ertesi WHSREL
      *    calismasinda kutukten temizlenir. MAINPROG ve WHSREL
      *    tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  WHS-REC.
           03 WHS-STATUS               PIC X(01).
              88 WHS-STS-PENDING                 VALUE 'P'.
              88 WHS-STS-RELEASED                VALUE 'S'.
              88 WHS-STS-CANCELLED               VALUE 'I'.
           03 WHS-EFF-DATE             PIC 9(07).
           03 WHS-PARK-DATE            PIC 9(07).
           03 WHS-ACT-DATE             PIC 9(07).
      *       Kaydi getiren partinin kaynak kodu (parti basligindan).
           03 WHS-SOURCE               PIC X(08).
           03 WHS-INPUT                PIC X(113).
           03 WHS-INP REDEFINES WHS-INPUT.
              05 WHS-PRCSS-TYPE        PIC X(01).
              05 WHS-ID                PIC 9(05).
              05 WHS-DVZ               PIC 9(03).
              05 WHS-AMOUNT            PIC S9(15) COMP-3.
              05 WHS-NAME              PIC X(15).
              05 WHS-SRNAME            PIC X(15).
              05 WHS-XLIT-RULE         PIC X(01).
              05 WHS-TGT-ID            PIC 9(05).
              05 WHS-TGT-DVZ           PIC 9(03).
              05 WHS-REF-NO            PIC 9(09).
              05 WHS-ALIAS             PIC X(26).
              05 WHS-VALUE-DATE        PIC X(07).
              05 WHS-INP-EFF-DATE      PIC X(07).
              05 WHS-INP-OPER-ID       PIC X(08).
