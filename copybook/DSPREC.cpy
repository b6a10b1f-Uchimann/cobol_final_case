      *-----------------------------------------------------------------
      *    DSPREC: DSPFILE (musteri itiraz vaka kutugu) kaydinin ortak
      *    layout'u. Anahtar vaka numarasidir. Vaka, itiraz edilen
      *    borc hareketinin JRN-REF-NO'sunu ve hesabin IDX-KEY'ini
      *    (ID/DVZ) tasir. DSP-PROV-AMOUNT acilista musteriye verilen
      *    gecici alacaktir (sifir = verilmedi); gecici alacak ayni
      *    tutarda ve 'ITIRAZ' + vaka no yasal referansli bir blokeyle
      *    korunur. Durum: A=acik, K=musteri lehine kapandi (bloke
      *    kaldirilir), R=musteri aleyhine kapandi (bloke kaldirilip
      *    gecici alacak geri alinir), E=elle kapatildi (kayit
      *    uretilmez). Kayit durumu vakanin son adiminda MAINPROG'a
      *    gonderilen kayitlarin akibetidir: bos=gonderilecek kayit
      *    yok, G=gonderildi/sonuc bekleniyor, T=islendi, H=reddedildi
      *    (elle takip). DSP-POSTING gonderilen en fazla iki kaydin
      *    islem tipini, referansini ve son donus kodunu tasir.
      *    DSP-DUE-DAYS acilista gecerli yasal cevap suresidir (gun).
      *    DSPMNT tarafindan COPY edilir.
      *-----------------------------------------------------------------
       01  DSP-REC.
           03 DSP-CASE-NO              PIC 9(09).
           03 DSP-ID                   PIC 9(05).
           03 DSP-DVZ                  PIC 9(03).
           03 DSP-JRN-REF-NO           PIC 9(09).
           03 DSP-AMOUNT               PIC S9(15) COMP-3.
           03 DSP-PROV-AMOUNT          PIC S9(15) COMP-3.
           03 DSP-REASON               PIC X(20).
           03 DSP-OPER-ID              PIC X(08).
           03 DSP-OPEN-DATE            PIC 9(07).
           03 DSP-DUE-DAYS             PIC 9(03).
           03 DSP-CLOSE-DATE           PIC 9(07).
           03 DSP-STATUS               PIC X(01).
              88 DSP-STS-OPEN                    VALUE 'A'.
              88 DSP-STS-WON                     VALUE 'K'.
              88 DSP-STS-LOST                    VALUE 'R'.
              88 DSP-STS-MANUAL                  VALUE 'E'.
           03 DSP-POST-STATE           PIC X(01).
              88 DSP-PST-NONE                    VALUE ' '.
              88 DSP-PST-SENT                    VALUE 'G'.
              88 DSP-PST-DONE                    VALUE 'T'.
              88 DSP-PST-FAILED                  VALUE 'H'.
           03 DSP-POSTING OCCURS 2 TIMES.
             05 DSP-POST-TYPE          PIC X(01).
             05 DSP-POST-REF           PIC 9(09).
             05 DSP-POST-RC            PIC 9(02).
