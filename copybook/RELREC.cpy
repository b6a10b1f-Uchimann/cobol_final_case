      *-----------------------------------------------------------------
      *    RELREC: RELFILE (hesap sahipligi iliski kutugu) kaydinin
      *    ortak layout'u. Bir hesaba (IDX-KEY) istenen sayida musteri
      *    (CUS-ID) baglanir; her baglanti bir rol ve imza kurali
      *    tasir. Rol: P=asil sahip, J=ortak sahip, G=veli/vasi,
      *    S=yetkili imza. Imza kurali: H=herhangi biri tek basina,
      *    B=hepsi birlikte. REL-SHARE ortak hesaptaki pay yuzdesidir;
      *    sifir ise pay P/J sahipleri arasinda esit bolunur, G/S
      *    rollerinin payi yoktur. Hesap icin hic iliski kaydi yoksa
      *    hesabin kendi musterisi (CUS-ID = IDX-ID) tek asil sahip
      *    sayilir. REL-HOLDER musteri numarasinin kopyasidir ve bir
      *    musterinin sahip oldugu hesaplari bulmak icin alternate key
      *    (WITH DUPLICATES) olarak kullanilir. Kutuk RELMNT'nin kendi
      *    kart akisiyla bakilir; RELMNT, PREEDIT, ACCTINQ, CUSPOS,
      *    BALCONF ve DOSSIER tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  REL-REC.
           03 REL-KEY.
             05 REL-ID                 PIC S9(5)  COMP-3.
             05 REL-DVZ                PIC S9(3)  COMP.
             05 REL-CUS-ID             PIC S9(5)  COMP-3.
           03 REL-HOLDER               PIC S9(5)  COMP-3.
           03 REL-ROLE                 PIC X(01).
              88 REL-ROLE-PRIMARY                VALUE 'P'.
              88 REL-ROLE-JOINT                  VALUE 'J'.
              88 REL-ROLE-GUARDIAN               VALUE 'G'.
              88 REL-ROLE-SIGNATORY              VALUE 'S'.
              88 REL-ROLE-OWNER                  VALUE 'P' 'J'.
           03 REL-SIGN                 PIC X(01).
              88 REL-SIGN-ANY                    VALUE 'H'.
              88 REL-SIGN-ALL                    VALUE 'B'.
           03 REL-SHARE                PIC S9(3)V99 COMP-3.
           03 REL-DATE                 PIC S9(7)  COMP-3.
