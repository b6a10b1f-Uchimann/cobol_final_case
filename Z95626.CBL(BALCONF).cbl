                             ALTERNATE RECORD KEY CUS-SRNAME
                                 WITH DUPLICATES
                             STATUS CUS-ST.
           SELECT OPTIONAL REL-FILE ASSIGN TO RELFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-HOLDER
                                 WITH DUPLICATES
                             STATUS REL-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
           COPY JRHREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  CNF-FILE RECORDING MODE F.
      *          Dogrulama istegi: hesap ve "hangi tarih itibariyla"
      *          bakiyenin teyit edilecegi (CYYAAGG).
              88 CUS-SUCCES                       VALUE 00 05 97.
           05 WS-CUS-OPEN              PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN-YES                  VALUE 'Y'.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                       VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN-YES                  VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                  VALUE 'Y'.
           05 WS-HLD-CNT               PIC 9(03).
           05 RPT-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 FILLER                   PIC X(17) VALUE
              'HESAP BAKIYENIZ: '.
           05 LTR-BAL                  PIC -(14)9.
      *          Ortak hesaplarda mektup tum sahipleri listeler.
         01  WS-LTR-HOLDER.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LTH-CUS-ID               PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LTH-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LTH-SRNAME               PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LTH-ROLE                 PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LTH-SIGN                 PIC X(14).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Gecmis tarihli bakiye dogrulama mektuplari. Her istek
      *    hareketleri (cari JRNFILE + JRNHIST tarihcesi) uzerinden
      *    ileri sarilir. Musteri kimligi CUSFILE'dan alinip hesap
      *    basina bir teyit mektubu basilir - denetcilerin yil sonu
      *    "su tarihteki bakiye" taleplerinin karsiligidir. Hesabin
      *    iliski kutugundeki (RELFILE) tum sahipleri mektupta rol ve
      *    imza kuraliyla listelenir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF JRH-SUCCES
              MOVE 'Y' TO WS-JRH-OPEN
           END-IF.
           OPEN INPUT REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL

      *-----------------------------------------------------------------
      *    H500:Teyit mektubunu basar; musteri adi ve adresi
      *    CUSFILE'dan alinir, hesap numarasinin altina hesabin
      *    sahipleri listelenir.
      *-----------------------------------------------------------------
       H500-PRINT-LETTER.
           MOVE SPACES TO LTR-NAME
           MOVE WS-LTR-ACCT TO RPT-REC
           WRITE RPT-REC.

           PERFORM H510-LIST-HOLDERS.

           MOVE WS-CONF-BAL TO LTR-BAL
           MOVE WS-LTR-BAL  TO RPT-REC
           WRITE RPT-REC.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Hesabin sahiplerini RELFILE'dan anahtar sirasiyla
      *    okuyup adlariyla mektuba basar. Hesap icin iliski kaydi
      *    yoksa hesabin kendi musterisi tek sahip oldugundan ek satir
      *    basilmaz.
      *-----------------------------------------------------------------
       H510-LIST-HOLDERS.
           MOVE ZEROES TO WS-HLD-CNT
           IF WS-REL-OPEN-YES
              MOVE 'N'     TO WS-REL-DONE
              MOVE CNF-ID  TO REL-ID
              MOVE CNF-DVZ TO REL-DVZ
              MOVE ZEROES  TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
              PERFORM H511-READ-HOLDER UNTIL WS-REL-DONE-YES
           END-IF.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H511:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter, degilse sahibin adini CUSFILE'dan alip satir basar.
      *    Ilk sahipten once liste basligi basilir.
      *-----------------------------------------------------------------
       H511-READ-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = CNF-ID
                    OR REL-DVZ NOT = CNF-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    IF WS-HLD-CNT = 0
                       MOVE 'HESAP SAHIPLERI:' TO RPT-REC
                       WRITE RPT-REC
                    END-IF
                    ADD 1 TO WS-HLD-CNT
                    PERFORM H512-WRITE-HOLDER
                 END-IF
           END-READ.
       H511-END. EXIT.


      *-----------------------------------------------------------------
      *    H512:REL-REC tamponundaki sahibi ad/soyad, rol ve imza
      *    kuraliyla mektuba basar.
      *-----------------------------------------------------------------
       H512-WRITE-HOLDER.
           MOVE REL-CUS-ID TO LTH-CUS-ID
           MOVE SPACES     TO LTH-NAME
           MOVE SPACES     TO LTH-SRNAME
           IF WS-CUS-OPEN-YES
              MOVE REL-CUS-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUS-NAME   TO LTH-NAME
                    MOVE CUS-SRNAME TO LTH-SRNAME
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN REL-ROLE-PRIMARY
                 MOVE 'ASIL SAHIP'       TO LTH-ROLE
              WHEN REL-ROLE-JOINT
                 MOVE 'ORTAK SAHIP'      TO LTH-ROLE
              WHEN REL-ROLE-GUARDIAN
                 MOVE 'VELI/VASI'        TO LTH-ROLE
              WHEN REL-ROLE-SIGNATORY
                 MOVE 'YETKILI IMZA'     TO LTH-ROLE
              WHEN OTHER
                 MOVE REL-ROLE           TO LTH-ROLE
           END-EVALUATE.
           IF REL-SIGN-ALL
              MOVE 'HEPSI BIRLIKTE'      TO LTH-SIGN
           ELSE
              MOVE 'HERHANGI BIRI'       TO LTH-SIGN
           END-IF.
           MOVE WS-LTR-HOLDER TO RPT-REC
           WRITE RPT-REC.
       H512-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol toplamlarini konsola basar.
      *-----------------------------------------------------------------
           IF WS-JRH-OPEN-YES
              CLOSE JRH-FILE
           END-IF.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           CLOSE RPT-FILE.

           MOVE 'BITTI'    TO WS-RLG-EVENT
