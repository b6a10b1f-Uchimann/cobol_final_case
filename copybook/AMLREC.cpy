      *-----------------------------------------------------------------
      *    AMLREC: AMLFILE (supheli islem vaka kutugu) kaydinin ortak
      *    layout'u. AMLMON her calismada kayan gun penceresindeki
      *    jurnal hareketlerini (JRNHIST + JRNFILE) kurallara gore
      *    tarar ve her isabet icin bir vaka ekler. Kural: S=bildirim
      *    esiginin hemen altinda tekrarlanan B/T, I=girip kisa surede
      *    cikan fon, D=uyuyan isaretli hesapta yogun hareket, P=ayni
      *    iki hesap arasinda tekrarlanan transfer. Vaka numarasi is
      *    gunu + gun ici sira numarasidir. AML-TGT-ID/DVZ yalniz P
      *    kuralinda doludur (alici hesap). AML-REF-NO ilgili jurnal
      *    hareketlerinin JRN-REF-NO'larini tasir (en fazla 10);
      *    AML-MOV-COUNT ise kurala giren toplam hareket adedidir.
      *    AML-STATUS uyum biriminin takibi icindir: A=acik,
      *    K=kapatildi. AMLMON tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  AML-REC.
           03 AML-CASE-NO.
             05 AML-CASE-DATE          PIC 9(07).
             05 AML-CASE-SEQ           PIC 9(05).
           03 AML-RULE                 PIC X(01).
              88 AML-RULE-STRUCTURING            VALUE 'S'.
              88 AML-RULE-IN-OUT                 VALUE 'I'.
              88 AML-RULE-DORMANT                VALUE 'D'.
              88 AML-RULE-PAIR                   VALUE 'P'.
           03 AML-ID                   PIC 9(05).
           03 AML-DVZ                  PIC 9(03).
           03 AML-TGT-ID               PIC 9(05).
           03 AML-TGT-DVZ              PIC 9(03).
           03 AML-FIRST-DATE           PIC 9(07).
           03 AML-LAST-DATE            PIC 9(07).
           03 AML-MOV-COUNT            PIC 9(03).
           03 AML-TOTAL                PIC S9(15) COMP-3.
           03 AML-REF-COUNT            PIC 9(02).
           03 AML-REF-NO               PIC 9(09) OCCURS 10 TIMES.
           03 AML-STATUS               PIC X(01).
              88 AML-STS-OPEN                    VALUE 'A'.
              88 AML-STS-CLOSED                  VALUE 'K'.
