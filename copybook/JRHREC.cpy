           03 JRH-BAL-BEFORE           PIC S9(15) COMP-3.
           03 JRH-BAL-AFTER            PIC S9(15) COMP-3.
           03 JRH-REF-NO               PIC 9(09).
           03 JRH-VALUE-DATE           PIC 9(07).
      *       JRNFILE zincirinin tarihcede korunan kopyasi: donem
      *       (devredilen JRNFILE'in ilk kaydinin tarihi), kaydin o
      *       donemdeki sira numarasi, bir onceki JRNFILE kaydinin
      *       hash'i ve kaydin kendi hash'i. Anahtar sirasi zincir
      *       sirasi olmadigi icin onceki hash her kayitta saklanir;
      *       CHNVER her kaydi tek basina, eksik kaydi donem
      *       toplamlarindan dogrular.
           03 JRH-CHN-PERIOD           PIC 9(07).
           03 JRH-CHN-SEQ              PIC 9(09).
           03 JRH-CHN-PREV             PIC 9(09).
           03 JRH-CHN-HASH             PIC 9(09).
