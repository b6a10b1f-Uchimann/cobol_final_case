      *-----------------------------------------------------------------
      *    CHNAREA: Zincirli hash alt programi CHNHASH'in parametre
      *    alani. Cagiran, zincirin son hash degerini CHN-PREV-HASH'e,
      *    kaydin hash alani haric kismini CHN-DATA'ya ve uzunlugunu
      *    CHN-DATA-LEN'e koyar; CHNHASH yeni zincir degerini
      *    CHN-NEW-HASH'te dondurur. JRNFILE, AUDFILE ve CAUFILE'a
      *    yazan programlarda WORKING-STORAGE, CHNHASH'te LINKAGE
      *    SECTION icinde COPY edilir.
      *-----------------------------------------------------------------
       01  CHN-AREA.
           05 CHN-PREV-HASH            PIC 9(09).
           05 CHN-NEW-HASH             PIC 9(09).
           05 CHN-DATA-LEN             PIC 9(04).
           05 CHN-DATA                 PIC X(200).
