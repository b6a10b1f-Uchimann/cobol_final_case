      *-----------------------------------------------------------------
      *    PMTREC: Bankalararasi odeme mesaji kaydinin ortak layout'u.
      *    Giden odemede (PMT-DIRECTION 'O') MAINPROG, P islemi
      *    musteriden borclanip doviz cinsinin nostro/takas hesabina
      *    alacaklandiktan sonra odeme agina gidecek PMOFILE'a bir
      *    kayit ekler; PMT-REF-NO islemin JRN-REF-NO'sudur ve NSTRECON
      *    muhabir ekstresini bu referansla eslestirir. Gelen odemede
      *    (PMT-DIRECTION 'I') odeme aginin gonderdigi PMIFILE ayni
      *    duzendedir; PMTIN lehdar hesabini ALIFILE'dan cozer ve
      *    tutari nostrodan lehdara aktarir. Tutarlar hesap dovizinin
      *    tam birimidir (IDX-BALANCE gibi). MAINPROG ve PMTIN
      *    tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  PMT-REC.
           03 PMT-DIRECTION            PIC X(01).
              88 PMT-DIR-OUT                     VALUE 'O'.
              88 PMT-DIR-IN                      VALUE 'I'.
      *       Gidende JRN-REF-NO, gelende odeme aginin referansi.
           03 PMT-REF-NO               PIC 9(09).
           03 PMT-DATE                 PIC 9(07).
           03 PMT-VALUE-DATE           PIC 9(07).
           03 PMT-DVZ                  PIC 9(03).
           03 PMT-AMOUNT               PIC 9(15).
      *       Gonderen (borclu) taraf: gidende kendi banka kodumuz
      *       (NOSFILE karti) ve musterinin ic hesap anahtari.
           03 PMT-ORD-BANK             PIC X(11).
           03 PMT-ORD-ACCOUNT          PIC X(26).
           03 PMT-ORD-NAME             PIC X(30).
      *       Lehdar (alacakli) taraf: gelende PMT-BNF-ACCOUNT kendi
      *       dis hesap numaramizdir (ALI-EXT-NO).
           03 PMT-BNF-BANK             PIC X(11).
           03 PMT-BNF-ACCOUNT          PIC X(26).
           03 PMT-BNF-NAME             PIC X(30).
      *       Odemenin gectigi nostro/takas hesabi (IDX-KEY).
           03 PMT-NOSTRO-ID            PIC 9(05).
           03 PMT-NOSTRO-DVZ           PIC 9(03).
           03 FILLER                   PIC X(16).
