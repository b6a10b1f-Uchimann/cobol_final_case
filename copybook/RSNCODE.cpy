      *    cevrilir. Kodlarin resmi aciklama metinleri RSNLOAD'un
      *    yazdigi RSNFILE referans dosyasinda tutulur ve RECRPT
      *    gunluk mutabakat raporunda bu metinlere cevirir.
      *    SUBPROG, DNM, MAINPROG, RSNLOAD, RECRPT, LONCOLL, CHQCLR,
      *    DDCOLL ve DDRESP tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  WS-RSN-CODES.
           03 RSN-OK                   PIC 9(02) VALUE 00.
           03 RSN-NO-LIEN              PIC 9(02) VALUE 31.
           03 RSN-PARTY-REJ            PIC 9(02) VALUE 32.
           03 RSN-NO-ALIAS             PIC 9(02) VALUE 33.
           03 RSN-CHQ-UNISSUED         PIC 9(02) VALUE 34.
           03 RSN-CHQ-PAID             PIC 9(02) VALUE 35.
           03 RSN-CHQ-STOPPED          PIC 9(02) VALUE 36.
           03 RSN-MND-NONE             PIC 9(02) VALUE 37.
           03 RSN-MND-EXPIRED          PIC 9(02) VALUE 38.
           03 RSN-MND-OVER-CAP         PIC 9(02) VALUE 39.
           03 RSN-DAILY-LIMIT          PIC 9(02) VALUE 40.
           03 RSN-KYC-LAPSED           PIC 9(02) VALUE 41.
           03 RSN-WAREHOUSED           PIC 9(02) VALUE 42.
           03 RSN-NO-WHS               PIC 9(02) VALUE 43.
           03 RSN-MKC-PENDING          PIC 9(02) VALUE 44.
           03 RSN-NO-OPER              PIC 9(02) VALUE 45.
           03 RSN-SAME-OPER            PIC 9(02) VALUE 46.
           03 RSN-NO-MKC               PIC 9(02) VALUE 47.
           03 RSN-NO-NOSTRO            PIC 9(02) VALUE 48.
           03 RSN-ACCT-ALLOC           PIC 9(02) VALUE 49.
           03 RSN-DECEASED             PIC 9(02) VALUE 50.
           03 RSN-INVALID-DATA         PIC 9(02) VALUE 90.
           03 RSN-TGT-NOT-FOUND        PIC 9(02) VALUE 91.
           03 RSN-TGT-NOT-UPDATED      PIC 9(02) VALUE 92.
