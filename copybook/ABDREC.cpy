           03 ABD-STATUS              PIC 9(02).
           03 ABD-DATE                PIC S9(7) COMP-3.
      *       En son okunan girdi kaydinin tamami; INPFILE kaydi dis
      *       hesap numarasi, valor ve yururluk tarihi ile operator
      *       alanlariyla 113 byte oldugu icin alan o genisliktedir.
           03 ABD-LAST-INPUT          PIC X(113).
