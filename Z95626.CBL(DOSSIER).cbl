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
           SELECT OPTIONAL DEL-FILE ASSIGN TO DELFILE
                             STATUS DEL-ST.
           SELECT OPTIONAL DLA-FILE ASSIGN TO DELARC
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  DEL-FILE RECORDING MODE F.
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
           05 DEL-ST                   PIC 9(02).
              88 DEL-EOF                          VALUE 10.
              88 DEL-SUCCES                       VALUE 00 97.
              07 WS-EVT-DATE           PIC 9(07).
              07 WS-EVT-USED           PIC X(01).
              07 WS-EVT-TEXT           PIC X(80).
         01  WS-HOLDER.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 HLD-DVZ                  PIC 9(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-CUS-ID               PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-NAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HLD-SRNAME               PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-ROLE                 PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-SIGN                 PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HLD-SHARE                PIC ZZ9.99.
           05 HLD-SHARE-X REDEFINES HLD-SHARE
                                       PIC X(06).
         01  WS-EVT-WORK.
           05 WS-EVW-DATE              PIC 9(07).
           05 WS-EVW-TEXT              PIC X(80).
      *    ad/soyad degisiklikleri, aski olaylari, silinme kayitlari
      *    ve jurnal hareketleri tek bir kronolojik dosya raporunda
      *    birlesir. Hukuk bir calistirmayla tum gecmisi alir.
      *    Olaylardan once hesaplarin iliski kutugundeki (RELFILE)
      *    tum sahipleri rol, imza kurali ve payla listelenir.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           IF JRH-SUCCES
              MOVE 'Y' TO WS-JRH-OPEN
           END-IF.
           OPEN INPUT  REL-FILE.
           IF REL-SUCCES
              MOVE 'Y' TO WS-REL-OPEN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
       H262-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Konunun uc dovizdeki canli hesaplarinin sahiplerini
      *    basar. Iliski kaydi olmayan hesabin tek sahibi konunun
      *    kendisidir.
      *-----------------------------------------------------------------
       H300-LIST-HOLDERS.
           MOVE 'HESAP SAHIPLERI' TO RPT-REC
           WRITE RPT-REC.
           PERFORM H310-LIST-DVZ-HOLDERS
              VARYING WS-DVZ FROM 1 BY 1 UNTIL WS-DVZ > 3.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Konunun WS-DVZ dovizindeki hesabi varsa sahiplerini
      *    RELFILE'dan anahtar sirasiyla okuyup basar.
      *-----------------------------------------------------------------
       H310-LIST-DVZ-HOLDERS.
           MOVE WS-SUBJ-ID TO IDX-ID
           MOVE WS-DVZ     TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-REL-DONE
              NOT INVALID KEY
                 MOVE 'N' TO WS-REL-DONE
           END-READ.

           IF NOT WS-REL-DONE-YES
              MOVE ZEROES TO WS-HLD-CNT
              IF WS-REL-OPEN-YES
                 MOVE WS-SUBJ-ID TO REL-ID
                 MOVE WS-DVZ     TO REL-DVZ
                 MOVE ZEROES     TO REL-CUS-ID
                 START REL-FILE KEY >= REL-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-REL-DONE
                 END-START
                 PERFORM H311-READ-HOLDER UNTIL WS-REL-DONE-YES
              END-IF
              IF WS-HLD-CNT = 0
                 MOVE 'P'        TO REL-ROLE
                 MOVE 'H'        TO REL-SIGN
                 MOVE 100        TO REL-SHARE
                 MOVE WS-SUBJ-ID TO REL-CUS-ID
                 PERFORM H312-WRITE-HOLDER
              END-IF
           END-IF.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H311:Siradaki iliski kaydini okur; hesap degisince tarama
      *    biter.
      *-----------------------------------------------------------------
       H311-READ-HOLDER.
           READ REL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REL-DONE
              NOT AT END
                 IF REL-ID NOT = WS-SUBJ-ID
                    OR REL-DVZ NOT = WS-DVZ
                    MOVE 'Y' TO WS-REL-DONE
                 ELSE
                    ADD 1 TO WS-HLD-CNT
                    PERFORM H312-WRITE-HOLDER
                 END-IF
           END-READ.
       H311-END. EXIT.


      *-----------------------------------------------------------------
      *    H312:REL-REC tamponundaki sahibi ad/soyad, rol, imza kurali
      *    ve payla basar; ad CUSFILE'dan alinir.
      *-----------------------------------------------------------------
       H312-WRITE-HOLDER.
           MOVE WS-DVZ     TO HLD-DVZ
           MOVE REL-CUS-ID TO HLD-CUS-ID
           MOVE SPACES     TO HLD-NAME
           MOVE SPACES     TO HLD-SRNAME
           IF WS-CUS-OPEN-YES
              MOVE REL-CUS-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUS-NAME   TO HLD-NAME
                    MOVE CUS-SRNAME TO HLD-SRNAME
              END-READ
           END-IF.
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
           MOVE WS-HOLDER TO RPT-REC
           WRITE RPT-REC.
       H312-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Olay tablosunu tarih sirasiyla dosya raporuna basar.
      *-----------------------------------------------------------------
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC.

           PERFORM H300-LIST-HOLDERS.

           IF WS-EVT-COUNT = 0
              MOVE 'BU HESAP ICIN KAYIT BULUNAMADI' TO RPT-REC
              WRITE RPT-REC
           CLOSE DOS-FILE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           IF WS-REL-OPEN-YES
              CLOSE REL-FILE
           END-IF.
           IF WS-JRH-OPEN-YES
              CLOSE JRH-FILE
           END-IF.
