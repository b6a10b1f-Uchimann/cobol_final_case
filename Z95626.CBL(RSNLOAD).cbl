           05 FILLER PIC X(32) VALUE '31BLOKE KAYDI BULUNAMADI'.
           05 FILLER PIC X(32) VALUE '32PARTI REDDEDILDI'.
           05 FILLER PIC X(32) VALUE '33DIS HESAP NO COZULEMEDI'.
           05 FILLER PIC X(32) VALUE '34CEK YAPRAGI VERILMEMIS'.
           05 FILLER PIC X(32) VALUE '35CEK ZATEN ODENMIS'.
           05 FILLER PIC X(32) VALUE '36CEK ICIN ODEME DURDURULMUS'.
           05 FILLER PIC X(32) VALUE '37TALIMAT YOK VEYA IPTAL'.
           05 FILLER PIC X(32) VALUE '38TALIMAT SURESI DOLMUS'.
           05 FILLER PIC X(32) VALUE '39TALIMAT LIMITI ASILDI'.
           05 FILLER PIC X(32) VALUE '40GUNLUK BORC LIMITI ASILDI'.
           05 FILLER PIC X(32) VALUE '41KYC INCELEME SURESI GECMIS'.
           05 FILLER PIC X(32) VALUE '42ILERI TARIHLI - AMBARDA'.
           05 FILLER PIC X(32) VALUE '43AMBARDA KAYIT BULUNAMADI'.
           05 FILLER PIC X(32) VALUE '44BAKIM ONAY BEKLIYOR'.
           05 FILLER PIC X(32) VALUE '45OPERATOR KIMLIGI EKSIK'.
           05 FILLER PIC X(32) VALUE '46GIREN OPERATOR ONAYLAYAMAZ'.
           05 FILLER PIC X(32) VALUE '47ONAY BEKLEYEN BAKIM YOK'.
           05 FILLER PIC X(32) VALUE '48NOSTRO HESABI TANIMSIZ'.
           05 FILLER PIC X(32) VALUE '49HESAP NO TAHSIS EDILEMEDI'.
           05 FILLER PIC X(32) VALUE '50MUSTERI VEFAT ETMIS'.
           05 FILLER PIC X(32) VALUE '90GECERSIZ VERI'.
           05 FILLER PIC X(32) VALUE '91HEDEF HESAP BULUNAMADI'.
           05 FILLER PIC X(32) VALUE '92HEDEF GUNCELLENEMEDI'.
           05 FILLER PIC X(32) VALUE '95GECERSIZ ISLEM TIPI'.
           05 FILLER PIC X(32) VALUE '96MUKERRER KAYIT (RUN)'.
         01  WS-RSN-TABLE-R REDEFINES WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 41 TIMES.
              07 WS-RSN-T-CODE         PIC 9(02).
              07 WS-RSN-T-TEXT         PIC X(30).
       PROCEDURE DIVISION.

           PERFORM H200-WRITE-CODE
              VARYING WS-RSN-IDX FROM 1 BY 1
                 UNTIL WS-RSN-IDX > 41.

           DISPLAY 'RSNLOAD: 41 NEDEN KODU YAZILDI'.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

