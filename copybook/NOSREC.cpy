      *-----------------------------------------------------------------
      *    NOSREC: NOSFILE (nostro/takas hesabi tanim karti) kaydinin
      *    ortak layout'u. Doviz cinsi basina bir kart: bankalararasi
      *    odemelerin gectigi ic nostro/takas hesabinin IDX-ID'si
      *    (hesap ayni dovizde tutulur) ve odeme aginda bankamizi
      *    tanitan banka kodu. Giden odeme (P) bu hesaba alacak,
      *    gelen odeme bu hesaptan lehdara borc yazar. Karti olmayan
      *    dovizde bankalararasi odeme yapilmaz. MAINPROG ve PMTIN
      *    tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  NOS-REC.
           03 NOS-DVZ                  PIC 9(03).
           03 NOS-ID                   PIC 9(05).
           03 NOS-BANK                 PIC X(11).
           03 FILLER                   PIC X(61).
