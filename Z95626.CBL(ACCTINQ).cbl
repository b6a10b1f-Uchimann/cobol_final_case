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
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  PRM-FILE RECORDING MODE F.
              88 CUS-SUCCES                        VALUE 00 97.
           05 WS-CUS-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-CUS-OPEN-YES                   VALUE 'Y'.
           05 REL-ST                   PIC 9(02).
              88 REL-SUCCES                        VALUE 00 05 97.
           05 WS-REL-OPEN              PIC X(01)  VALUE 'N'.
              88 WS-REL-OPEN-YES                   VALUE 'Y'.
           05 WS-REL-DONE              PIC X(01).
              88 WS-REL-DONE-YES                   VALUE 'Y'.
           05 WS-HLD-ID                PIC 9(05).
           05 WS-HLD-DVZ               PIC 9(03).
           05 WS-HLD-CNT               PIC 9(03).
           05 WS-CUS-DVZ               PIC 9(03).
           05 WS-EXTRACT-DONE          PIC X(01)  VALUE 'N'.
              88 WS-EXTRACT-DONE-YES                VALUE 'Y'.
           05 DTL-DATE                 PIC 9(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-BAL                  PIC -(14)9.
      *          Hesabin her sahibi icin detay satirinin altina basilan
      *          satir: musteri no, rol, imza kurali ve pay yuzdesi
      *          (pay tanimsizsa ESIT).
         01  WS-HOLDER.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'SAHIP: '.
           05 HLD-CUS-ID               PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-ROLE                 PIC X(12).
           05 FILLER                   PIC X(06) VALUE 'IMZA: '.
           05 HLD-SIGN                 PIC X(14).
           05 FILLER                   PIC X(05) VALUE 'PAY: '.
           05 HLD-SHARE                PIC ZZ9.99.
           05 HLD-SHARE-X REDEFINES HLD-SHARE
                                       PIC X(06).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: REQFILE'daki her istegi (ID/DVZ ile sorgu, soyisim ile
               DISPLAY 'CUSFILE ACILAMADI, SOYISIM ARAMASI IDXFILE'
                       ' ALTERNATE INDEX UZERINDEN YAPILACAK'
           END-IF.
           OPEN INPUT  REL-FILE.
           IF REL-SUCCES
               MOVE 'Y' TO WS-REL-OPEN
           END-IF.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE' TO ABD-FAILED-FILE

      *-----------------------------------------------------------------
      *    H250:Halihazirda IDX-FILE tamponunda bulunan bir hesabi
      *    detay satirina cevirip RPTFILE'a yazar; altina hesabin
      *    tum sahiplerini listeler.
      *-----------------------------------------------------------------
       H250-WRITE-DETAIL.
           MOVE IDX-DVZ                  TO DTL-DVZ
           MOVE WS-DETAIL                TO RPT-REC
           WRITE RPT-REC.
           ADD 1 TO WS-LINE-CNT.
           PERFORM H260-LIST-HOLDERS.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H260:Hesabin sahiplerini iliski kutugunden (RELFILE) anahtar
      *    sirasiyla okuyup listeler. Hesap icin iliski kaydi yoksa
      *    hesabin kendi musterisi tek asil sahip olarak basilir.
      *    Iliski kutugu ayri bir dosya oldugundan IDXFILE/CUSFILE
      *    uzerindeki tarama konumu bozulmaz.
      *-----------------------------------------------------------------
       H260-LIST-HOLDERS.
           MOVE IDX-ID                   TO WS-HLD-ID
           MOVE IDX-DVZ                  TO WS-HLD-DVZ
           MOVE ZEROES                   TO WS-HLD-CNT
           MOVE 'Y'                      TO WS-REL-DONE

           IF WS-REL-OPEN-YES
              MOVE 'N'                   TO WS-REL-DONE
              MOVE WS-HLD-ID             TO REL-ID
              MOVE WS-HLD-DVZ            TO REL-DVZ
              MOVE ZEROES                TO REL-CUS-ID
              START REL-FILE KEY >= REL-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-REL-DONE
              END-START
           END-IF.
           PERFORM H261-READ-HOLDER UNTIL WS-REL-DONE-YES.

           IF WS-HLD-CNT = 0
              MOVE WS-HLD-ID             TO HLD-CUS-ID
              MOVE 'ASIL SAHIP'          TO HLD-ROLE
              MOVE 'HERHANGI BIRI'       TO HLD-SIGN
              MOVE 100                   TO HLD-SHARE
              PERFORM H263-WRITE-HOLDER
           END-IF.
       H260-END. EXIT.


      *-----------------------------------------------------------------
      *    H261:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter, degilse sahip satirini basar.
      *-----------------------------------------------------------------
       H261-READ-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-HLD-ID
                    OR REL-DVZ NOT = WS-HLD-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    ADD 1 TO WS-HLD-CNT
                    PERFORM H262-FORMAT-HOLDER
                    PERFORM H263-WRITE-HOLDER
                 END-IF
           END-READ.
       H261-END. EXIT.


      *-----------------------------------------------------------------
      *    H262:REL-REC tamponundaki iliskiyi sahip satirina cevirir.
      *-----------------------------------------------------------------
       H262-FORMAT-HOLDER.
           MOVE REL-CUS-ID               TO HLD-CUS-ID
           EVALUATE TRUE
              WHEN REL-ROLE-PRIMARY
                 MOVE 'ASIL SAHIP'       TO HLD-ROLE
              WHEN REL-ROLE-JOINT
                 MOVE 'ORTAK SAHIP'      TO HLD-ROLE
              WHEN REL-ROLE-GUARDIAN
                 MOVE 'VELI/VASI'        TO HLD-ROLE
              WHEN REL-ROLE-SIGNATORY
                 MOVE 'YETKILI IMZA'     TO HLD-ROLE
              WHEN OTHER
                 MOVE REL-ROLE           TO HLD-ROLE
           END-EVALUATE.
           IF REL-SIGN-ALL
              MOVE 'HEPSI BIRLIKTE'      TO HLD-SIGN
           ELSE
              MOVE 'HERHANGI BIRI'       TO HLD-SIGN
           END-IF.
           IF REL-SHARE > 0
              MOVE REL-SHARE             TO HLD-SHARE
           ELSE
           IF REL-ROLE-OWNER
              MOVE 'ESIT'                TO HLD-SHARE-X
           ELSE
              MOVE ZEROES                TO HLD-SHARE
           END-IF
           END-IF.
       H262-END. EXIT.


      *-----------------------------------------------------------------
      *    H263:Sahip satirini RPTFILE'a yazar.
      *-----------------------------------------------------------------
       H263-WRITE-HOLDER.
           MOVE WS-HOLDER                TO RPT-REC
           WRITE RPT-REC.
           ADD 1 TO WS-LINE-CNT.
       H263-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
           IF WS-CUS-OPEN-YES
              CLOSE CUS-FILE
           END-IF.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
