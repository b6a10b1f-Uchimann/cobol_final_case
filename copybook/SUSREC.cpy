           03 SUS-DATE                 PIC S9(7) COMP-3.
           03 SUS-REASON               PIC X(30).
      *       Orijinal girdi kaydinin tamami; INPFILE kaydi dis hesap
      *       numarasi, valor ve yururluk tarihi ile operator
      *       alanlariyla 113 byte oldugu icin alan o genisliktedir.
           03 SUS-ORIGINAL-INPUT       PIC X(113).
