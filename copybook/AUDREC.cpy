           03 AUD-NAME-AFTER           PIC X(15).
           03 AUD-SRNAME-BEFORE        PIC X(15).
           03 AUD-SRNAME-AFTER         PIC X(15).
      *       Zincir alanlari: dosyadaki sira numarasi ve bir onceki
      *       kaydin hash'i ile bu kaydin ilk 89 byte'indan CHNHASH ile
      *       hesaplanan zincir degeri (bkz. JRNREC).
           03 AUD-CHN-SEQ              PIC 9(09).
           03 AUD-CHN-HASH             PIC 9(09).
