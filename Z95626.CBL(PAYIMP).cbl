       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE   ASSIGN TO PAYFILE
                             STATUS PAY-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-SRNAME
                                 WITH DUPLICATES
                             STATUS IDX-ST.
           SELECT OPTIONAL ALI-FILE ASSIGN TO ALIFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ALI-EXT-NO
                             STATUS ALI-ST.
           SELECT OPTIONAL LIE-FILE ASSIGN TO LIEFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY LIE-KEY
                             STATUS LIE-ST.
           SELECT OPTIONAL DLU-FILE ASSIGN TO DLUFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY DLU-KEY
                             STATUS DLU-ST.
           SELECT OPTIONAL DLM-FILE ASSIGN TO DLMFILE
                             STATUS DLM-ST.
           SELECT OPTIONAL CMS-FILE ASSIGN TO CMSFILE
                             STATUS CMS-ST.
           SELECT OPTIONAL LIM-FILE ASSIGN TO LIMFILE
                             STATUS LIM-ST.
           SELECT OPTIONAL PYL-FILE ASSIGN TO PYLFILE
                             STATUS PYL-ST.
           SELECT GEN-FILE   ASSIGN TO GENFILE
                             STATUS GEN-ST.
           SELECT RSP-FILE   ASSIGN TO RSPFILE
                             STATUS RSP-ST.
           SELECT ABD-FILE   ASSIGN TO ABDFILE
                             STATUS ABD-ST.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT RLG-FILE   ASSIGN TO RUNLOG
                             STATUS RLG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ABD-FILE RECORDING MODE F.
           COPY ABDREC.
       FD  PAY-FILE RECORDING MODE F.
      *          Kurumsal maas dosyasi: basta tek bir H basligi (firma
      *          hesabi, firmanin dosya referansi, odeme tarihi), her
      *          calisan icin bir D satiri (ic hesap anahtari ve/veya
      *          26 karakterlik dis hesap numarasi, tutar), sonda satir
      *          adedi ve tutar toplami ile T kuyrugu.
         01  PAY-REC.
           05 PAY-TYPE                 PIC X(01).
              88 PAY-TYPE-HDR                    VALUE 'H'.
              88 PAY-TYPE-DTL                    VALUE 'D'.
              88 PAY-TYPE-TRL                    VALUE 'T'.
           05 PAY-EMP-ID-X             PIC X(05).
           05 PAY-EMP-ID REDEFINES PAY-EMP-ID-X
                                       PIC 9(05).
           05 PAY-EMP-DVZ-X            PIC X(03).
           05 PAY-EMP-DVZ REDEFINES PAY-EMP-DVZ-X
                                       PIC 9(03).
           05 PAY-EMP-ALIAS            PIC X(26).
           05 PAY-EMP-AMOUNT-X         PIC X(15).
           05 PAY-EMP-NO               PIC X(10).
           05 PAY-EMP-NAME             PIC X(20).
         01  PAY-HDR-REC.
           05 PAY-HDR-TYPE             PIC X(01).
           05 PAY-HDR-ID               PIC 9(05).
           05 PAY-HDR-DVZ              PIC 9(03).
           05 PAY-HDR-FILE-REF         PIC X(12).
           05 PAY-HDR-PAY-DATE         PIC 9(07).
           05 PAY-HDR-NAME             PIC X(30).
           05 FILLER                   PIC X(22).
         01  PAY-TRL-REC.
           05 PAY-TRL-TYPE             PIC X(01).
           05 PAY-TRL-COUNT            PIC 9(07).
           05 PAY-TRL-TOTAL            PIC 9(15).
           05 FILLER                   PIC X(57).
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ALI-FILE.
           COPY ALIREC.
       FD  LIE-FILE.
           COPY LIEREC.
       FD  DLU-FILE.
           COPY DLUREC.
       FD  DLM-FILE RECORDING MODE F.
      *          SUBPROG'un gunluk borc limiti tarifesi; firma
      *          hesabinin gunluk limiti buradan bulunur.
         01  DLM-REC.
           05 DLM-ID                   PIC 9(05).
           05 DLM-DVZ                  PIC 9(03).
           05 DLM-LIMIT                PIC 9(15).
           05 FILLER                   PIC X(57).
       FD  CMS-FILE RECORDING MODE F.
      *          SUBPROG'un transfer komisyon tarifesi; her satirin
      *          firma hesabindan alinacak komisyonu buradan bulunur.
         01  CMS-REC.
           05 CMS-DVZ                  PIC 9(03).
           05 CMS-LO                   PIC 9(15).
           05 CMS-HI                   PIC 9(15).
           05 CMS-COMMISSION           PIC 9(15).
           05 FILLER                   PIC X(32).
       FD  LIM-FILE RECORDING MODE F.
      *          MAINPROG'un buyuk tutar onay esikleri; esik ve ustu
      *          satir MAINPROG'da askiya alinacagindan kabul edilmez.
         01  LIM-REC.
           05 LIM-DVZ                  PIC 9(03).
           05 LIM-THRESHOLD            PIC 9(15).
           05 FILLER                   PIC X(62).
       FD  PYL-FILE RECORDING MODE F.
      *          Serbest birakilan maas dosyalarinin kalici kutugu:
      *          ayni firma dosyasinin ikinci kez islenmesini onler ve
      *          gunun referans sirasini tasir.
         01  PYL-REC.
           05 PYL-ID                   PIC 9(05).
           05 PYL-DVZ                  PIC 9(03).
           05 PYL-FILE-REF             PIC X(12).
           05 PYL-DATE                 PIC 9(07).
           05 PYL-COUNT                PIC 9(07).
           05 PYL-TOTAL                PIC 9(15).
           05 PYL-FIRST-SEQ            PIC 9(04).
           05 PYL-LAST-SEQ             PIC 9(04).
           05 FILLER                   PIC X(23).
       FD  GEN-FILE RECORDING MODE F.
      *          MAINPROG'un INPFILE duzeninde uretilen parti: basta H
      *          basligi, her maas satiri icin firma hesabindan calisan
      *          hesabina bir T detayi, sonda detay sayisi ve tutar
      *          hash'i ile Z kuyrugu. Dosya reddedilirse bos kalir.
         01  GEN-REC.
           07 GEN-PRCSS-TYPE           PIC X(01).
           07 GEN-ID                   PIC 9(5).
           07 GEN-DVZ                  PIC 9(3).
           07 GEN-AMOUNT               PIC S9(15) COMP-3.
           07 GEN-NAME                 PIC X(15).
           07 GEN-SRNAME               PIC X(15).
           07 GEN-XLIT-RULE            PIC X(01).
           07 GEN-TGT-ID               PIC 9(5).
           07 GEN-TGT-DVZ              PIC 9(3).
           07 GEN-REF-NO               PIC 9(09).
           07 FILLER                   PIC X(26).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(07).
           07 FILLER                   PIC X(08).
         01  GEN-HDR-REC.
           07 GEN-HDR-TYPE             PIC X(01).
           07 GEN-HDR-SOURCE           PIC X(08).
           07 GEN-HDR-DATE             PIC 9(07).
           07 FILLER                   PIC X(97).
         01  GEN-TRL-REC.
           07 GEN-TRL-TYPE             PIC X(01).
           07 GEN-TRL-COUNT            PIC 9(07).
           07 GEN-TRL-HASH             PIC 9(15).
           07 FILLER                   PIC X(90).
       FD  RSP-FILE RECORDING MODE F.
      *          Firmaya donen yanit dosyasi: H satiri dosyanin
      *          karari (K=kabul/serbest, R=red) ve dosya duzeyindeki
      *          nedeni, her D satiri maas satirinin durumu (K=uygun,
      *          R=hatali) ve nedeni, T satiri toplamlari tasir.
         01  RSP-REC.
           05 RSP-TYPE                 PIC X(01).
           05 RSP-LINE                 PIC 9(05).
           05 RSP-ID                   PIC 9(05).
           05 RSP-DVZ                  PIC 9(03).
           05 RSP-AMOUNT               PIC 9(15).
           05 RSP-STATUS               PIC X(01).
           05 RSP-RSN                  PIC 9(02).
           05 RSP-TEXT                 PIC X(30).
           05 RSP-EMP-NO               PIC X(10).
           05 FILLER                   PIC X(08).
         01  RSP-HDR-REC.
           05 RSP-HDR-TYPE             PIC X(01).
           05 RSP-HDR-ID               PIC 9(05).
           05 RSP-HDR-DVZ              PIC 9(03).
           05 RSP-HDR-FILE-REF         PIC X(12).
           05 RSP-HDR-DECISION         PIC X(01).
           05 RSP-HDR-RSN              PIC 9(02).
           05 RSP-HDR-TEXT             PIC X(30).
           05 RSP-HDR-DATE             PIC 9(07).
           05 FILLER                   PIC X(19).
         01  RSP-TRL-REC.
           05 RSP-TRL-TYPE             PIC X(01).
           05 RSP-TRL-COUNT            PIC 9(07).
           05 RSP-TRL-TOTAL            PIC 9(15).
           05 RSP-TRL-CMS              PIC 9(15).
           05 RSP-TRL-REJECTED         PIC 9(07).
           05 RSP-TRL-FIRST-REF        PIC 9(09).
           05 RSP-TRL-LAST-REF         PIC 9(09).
           05 FILLER                   PIC X(17).
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-CSV-OPTION           PIC X(01).
           05 PRM-RUN-DATE             PIC X(07).
           05 FILLER                   PIC X(72).
       FD  RLG-FILE RECORDING MODE F.
           COPY RLGREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PAY-ST                   PIC 9(02).
              88 PAY-EOF                          VALUE 10.
              88 PAY-SUCCES                       VALUE 00 97.
           05 IDX-ST                   PIC 9(02).
           05 ALI-ST                   PIC 9(02).
              88 ALI-SUCCES                       VALUE 00 05 97.
           05 WS-ALI-OPEN              PIC X(01) VALUE 'N'.
              88 WS-ALI-OPEN-YES                  VALUE 'Y'.
           05 LIE-ST                   PIC 9(02).
              88 LIE-SUCCES                       VALUE 00 05 97.
           05 WS-LIE-OPEN              PIC X(01) VALUE 'N'.
              88 WS-LIE-OPEN-YES                  VALUE 'Y'.
           05 DLU-ST                   PIC 9(02).
              88 DLU-SUCCES                       VALUE 00 05 97.
           05 WS-DLU-OPEN              PIC X(01) VALUE 'N'.
              88 WS-DLU-OPEN-YES                  VALUE 'Y'.
           05 DLM-ST                   PIC 9(02).
              88 DLM-EOF                          VALUE 10.
              88 DLM-SUCCES                       VALUE 00 97.
           05 CMS-ST                   PIC 9(02).
              88 CMS-EOF                          VALUE 10.
              88 CMS-SUCCES                       VALUE 00 97.
           05 LIM-ST                   PIC 9(02).
              88 LIM-EOF                          VALUE 10.
              88 LIM-SUCCES                       VALUE 00 97.
           05 PYL-ST                   PIC 9(02).
              88 PYL-EOF                          VALUE 10.
              88 PYL-SUCCES                       VALUE 00 97.
           05 GEN-ST                   PIC 9(02).
           05 RSP-ST                   PIC 9(02).
           05 ABD-ST                   PIC 9(02).
           05 PRM-ST                   PIC 9(02).
           05 RLG-ST                   PIC 9(02).
           05 WS-RLG-EVENT             PIC X(08).
           05 WS-RLG-DETAIL            PIC X(40).
           05 WS-RLG-TIME              PIC 9(08).
           05 WS-RLG-RC                PIC 9(04).
      *          PRMFILE'dan okunan is gunu tarihi (CYYAAGG); sifir ise
      *          tarih damgalari makine tarihine geri doner.
           05 WS-RUN-DATE              PIC 9(07) VALUE 0.
           05 WS-CNT-READ              PIC 9(07) VALUE 0.
           05 WS-CNT-REJECTED          PIC 9(07) VALUE 0.
      *          Dosya basligi ve kuyrugu; H ve T birer kez gelmeli,
      *          T'den sonra kayit olmamalidir.
           05 WS-HDR-SEEN              PIC X(01) VALUE 'N'.
              88 WS-HDR-SEEN-YES                  VALUE 'Y'.
           05 WS-TRL-SEEN              PIC X(01) VALUE 'N'.
              88 WS-TRL-SEEN-YES                  VALUE 'Y'.
           05 WS-CO-ID                 PIC 9(05) VALUE 0.
           05 WS-CO-DVZ                PIC 9(03) VALUE 0.
           05 WS-CO-FILE-REF           PIC X(12) VALUE SPACES.
           05 WS-CO-PAY-DATE           PIC 9(07) VALUE 0.
           05 WS-CO-NAME               PIC X(30) VALUE SPACES.
           05 WS-TRL-COUNT             PIC 9(07) VALUE 0.
           05 WS-TRL-TOTAL             PIC 9(15) VALUE 0.
      *          Firma hesabinin fonlama hesabi: kullanilabilir bakiye
      *          = bakiye - aktif blokeler + kredili mevduat siniri;
      *          gereken tutar satir toplami arti satir komisyonlari.
           05 WS-CO-BALANCE            PIC S9(15) COMP-3 VALUE 0.
           05 WS-CO-OVRLIMIT           PIC S9(15) COMP-3 VALUE 0.
           05 WS-LIE-TOTAL             PIC S9(15) COMP-3 VALUE 0.
           05 WS-LIE-DONE              PIC X(01).
              88 WS-LIE-DONE-YES                  VALUE 'Y'.
           05 WS-AVAILABLE             PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOTAL-AMOUNT          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOTAL-CMS             PIC S9(15) COMP-3 VALUE 0.
           05 WS-REQUIRED              PIC S9(15) COMP-3 VALUE 0.
      *          Dosya duzeyindeki ilk red nedeni; sifir ise dosya
      *          serbest birakilir.
           05 WS-FILE-RSN              PIC 9(02) VALUE 0.
           05 WS-FILE-TEXT             PIC X(30) VALUE SPACES.
           05 WS-NEW-RSN               PIC 9(02).
           05 WS-NEW-TEXT              PIC X(30).
           05 WS-DECISION              PIC X(01) VALUE 'R'.
              88 WS-DECISION-RELEASE              VALUE 'K'.
      *          Satir denetiminin calisma alanlari.
           05 WS-CHK-ID                PIC 9(05).
           05 WS-CHK-DVZ               PIC 9(03).
           05 WS-CHK-AMOUNT            PIC S9(15) COMP-3.
           05 WS-CNT-DISP              PIC Z(6)9.
      *          Gunluk borc limiti: firma hesabina ozel kart
      *          dovizin varsayilanini ezer; sifir limitli hesap karti
      *          muaftir. Bugunku kullanim DLUFILE'dan okunur.
           05 WS-DLM-LIMIT             PIC S9(15) COMP-3 VALUE 0.
           05 WS-DLM-SRC               PIC X(01) VALUE SPACE.
              88 WS-DLM-SRC-NONE                  VALUE SPACE.
              88 WS-DLM-SRC-ACCOUNT               VALUE 'H'.
           05 WS-DLM-USED              PIC S9(15) COMP-3 VALUE 0.
      *          Maas referansi: 400000000 + AAGG * 10000 + gunun
      *          sira numarasi. Sira gun icinde PYLFILE'daki son
      *          siradan devam eder; boylece ayni gun birden fazla
      *          firma dosyasi cakismadan serbest birakilir.
           05 WS-REF-BASE              PIC 9(09).
           05 WS-REF-NO                PIC 9(09).
           05 WS-FIRST-REF             PIC 9(09) VALUE 0.
           05 WS-LAST-SEQ              PIC 9(04) VALUE 0.
           05 WS-SEQ-ROOM              PIC 9(05).
           05 WS-PYL-DUP               PIC X(01) VALUE 'N'.
              88 WS-PYL-DUP-YES                   VALUE 'Y'.
      *          Uretilen parti kuyrugu icin detay sayisi ve tutar
      *          hash'i; hash kurali MAINPROG/PREEDIT ile birebir
      *          aynidir (mutlak deger toplami, tasan hane atilir).
           05 WS-GEN-COUNT             PIC 9(07) VALUE 0.
           05 WS-GEN-HASH              PIC 9(15) VALUE 0.
           05 WS-HASH-ACC              PIC S9(17) COMP-3 VALUE 0.
           05 WS-TODAY.
              07 WS-TODAY-YY            PIC 99.
              07 WS-TODAY-MM            PIC 99.
              07 WS-TODAY-DD            PIC 99.
           05 WS-CENT-DATE.
              07 WS-CENT                PIC 9   VALUE 1.
              07 WS-CENT-YY             PIC 99.
              07 WS-CENT-MM             PIC 99.
              07 WS-CENT-DD             PIC 99.
         01  WS-LIN-AREA.
      *          Maas satirlari once bu tabloya alinir; dosyanin
      *          tamami denetlenmeden hicbir satir partiye yazilmaz.
           05 WS-LIN-COUNT             PIC 9(05) VALUE 0.
           05 WS-LIN-MAX               PIC 9(05) VALUE 5000.
           05 WS-LIN-IDX               PIC 9(05).
           05 WS-LIN-OVERFLOW          PIC X(01) VALUE 'N'.
              88 WS-LIN-OVERFLOW-YES              VALUE 'Y'.
           05 WS-LIN-ENTRY OCCURS 5000 TIMES.
              07 WS-LIN-ID             PIC 9(05).
              07 WS-LIN-DVZ            PIC 9(03).
              07 WS-LIN-ID-X           PIC X(05).
              07 WS-LIN-DVZ-X          PIC X(03).
              07 WS-LIN-ALIAS          PIC X(26).
              07 WS-LIN-AMOUNT-X       PIC X(15).
              07 WS-LIN-AMOUNT REDEFINES WS-LIN-AMOUNT-X
                                       PIC 9(15).
              07 WS-LIN-EMP-NO         PIC X(10).
              07 WS-LIN-CMS            PIC S9(15) COMP-3.
              07 WS-LIN-STS            PIC X(01).
                 88 WS-LIN-STS-OK                 VALUE 'K'.
                 88 WS-LIN-STS-REJ                VALUE 'R'.
              07 WS-LIN-RSN            PIC 9(02).
              07 WS-LIN-TEXT           PIC X(30).
         01  WS-CMS-AREA.
      *          Komisyon tarifesi (SUBPROG H740-H742 ile ayni kural):
      *          kaynak doviz ve tutar bandinda ilk eslesen kart.
           05 WS-CMS-COUNT             PIC 9(02) VALUE 0.
           05 WS-CMS-MAX               PIC 9(02) VALUE 20.
           05 WS-CMS-IDX               PIC 9(02).
           05 WS-CMS-FOUND             PIC X(01) VALUE 'N'.
              88 WS-CMS-FOUND-YES                VALUE 'Y'.
           05 WS-CMS-ENTRY OCCURS 20 TIMES.
              07 WS-CMS-T-DVZ          PIC 9(03).
              07 WS-CMS-T-LO           PIC S9(15) COMP-3.
              07 WS-CMS-T-HI           PIC S9(15) COMP-3.
              07 WS-CMS-T-AMT          PIC S9(15) COMP-3.
         01  WS-LIM-AREA.
           05 WS-LIM-COUNT             PIC 9(02) VALUE 0.
           05 WS-LIM-MAX               PIC 9(02) VALUE 10.
           05 WS-LIM-IDX               PIC 9(02).
           05 WS-LIM-FOUND             PIC X(01) VALUE 'N'.
              88 WS-LIM-FOUND-YES                VALUE 'Y'.
           05 WS-LIM-ENTRY OCCURS 10 TIMES.
              07 WS-LIM-DVZ            PIC 9(03).
              07 WS-LIM-THRESHOLD      PIC S9(15) COMP-3.
         01  WS-DLM-AREA.
           05 WS-DLM-COUNT             PIC 9(03) VALUE 0.
           05 WS-DLM-MAX               PIC 9(03) VALUE 200.
           05 WS-DLM-IDX               PIC 9(03).
           05 WS-DLM-ENTRY OCCURS 200 TIMES.
              07 WS-DLM-T-ID           PIC 9(05).
              07 WS-DLM-T-DVZ          PIC 9(03).
              07 WS-DLM-T-LIMIT        PIC S9(15) COMP-3.
           COPY RSNCODE.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *    MAIN: Kurumsal maas dosyasi aktarimi. Firmanin gonderdigi
      *    maas dosyasi butun olarak okunur ve denetlenir: her satirin
      *    calisan hesabi (ic anahtar veya ALIFILE dis numarasi)
      *    bulunmali ve aktif olmali; dosyanin toplami ve komisyonlari
      *    firma hesabinin kullanilabilir bakiyesine (bakiye - aktif
      *    LIEFILE blokeleri + IDX-OVRLIMIT) ve gunluk borc limitine
      *    sigmalidir. Dosya ya tek bir MAINPROG partisi olarak
      *    (H basligi, firma hesabindan her calisana T, Z kuyrugu)
      *    GENFILE'a serbest birakilir ya da butunuyle reddedilir;
      *    her iki durumda firmaya satir satir nedenli yanit (RSPFILE)
      *    doner. Reddedilen dosyada GENFILE bos kalir ve RC=4 doner.
      *-----------------------------------------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-PAYROLL UNTIL PAY-EOF
           PERFORM H250-CHECK-STRUCTURE
           PERFORM H300-SCAN-PAYROLL-LOG
           PERFORM H400-CHECK-COMPANY
           PERFORM H450-CHECK-LINE
              VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-LIN-COUNT
           PERFORM H500-CHECK-FUNDING
           PERFORM H600-DECIDE
           PERFORM H800-WRITE-RESPONSE
           PERFORM H900-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.


      *-----------------------------------------------------------------
      *    H100:Maas dosyasini ve hesap kutugunu girdi, partiyi ve
      *    yanit dosyasini cikti olarak acar; istege bagli rehber,
      *    bloke ve gunluk kullanim kutuklerini acar, tarifeleri
      *    yukler. Acilma hatasinda ABDFILE'a tani kaydi dusup
      *    programdan cikar.
      *-----------------------------------------------------------------
       H100-OPEN-FILES.
           PERFORM H107-READ-RUN-DATE.
           PERFORM H109-SET-WORK-DATE.

           OPEN INPUT  PAY-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RSP-FILE.
           IF (PAY-ST NOT = 0) AND (PAY-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN PAYFILE: ' PAY-ST
               MOVE 'PAYFILE'  TO ABD-FAILED-FILE
               MOVE PAY-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE PAY-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE 'IDXFILE'  TO ABD-FAILED-FILE
               MOVE IDX-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (GEN-ST NOT = 0) AND (GEN-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN GENFILE: ' GEN-ST
               MOVE 'GENFILE'  TO ABD-FAILED-FILE
               MOVE GEN-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE GEN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (RSP-ST NOT = 0) AND (RSP-ST NOT = 97)
               DISPLAY 'UNABLE TO OPEN RSPFILE: ' RSP-ST
               MOVE 'RSPFILE'  TO ABD-FAILED-FILE
               MOVE RSP-ST     TO ABD-STATUS
               PERFORM H105-WRITE-ABEND
               MOVE RSP-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT ALI-FILE.
           IF ALI-SUCCES
              MOVE 'Y' TO WS-ALI-OPEN
           ELSE
              MOVE 'N' TO WS-ALI-OPEN
              DISPLAY 'ALIFILE ACILAMADI: ' ALI-ST
                      ' DIS NUMARA CEVIRISI KAPALI'
           END-IF.

           OPEN INPUT LIE-FILE.
           IF LIE-SUCCES
              MOVE 'Y' TO WS-LIE-OPEN
           ELSE
              MOVE 'N' TO WS-LIE-OPEN
              DISPLAY 'LIEFILE ACILAMADI: ' LIE-ST
                      ' BLOKE KONTROLU KAPALI'
           END-IF.

           OPEN INPUT DLU-FILE.
           IF DLU-SUCCES
              MOVE 'Y' TO WS-DLU-OPEN
           ELSE
              MOVE 'N' TO WS-DLU-OPEN
              DISPLAY 'DLUFILE ACILAMADI: ' DLU-ST
                      ' GUNLUK KULLANIM SIFIR SAYILDI'
           END-IF.

           PERFORM H110-LOAD-TARIFFS.

           MOVE 'BASLADI'  TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           STRING 'ISGUNU=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.

           COMPUTE WS-REF-BASE = 400000000
                               + WS-CENT-MM * 1000000
                               + WS-CENT-DD * 10000.

           READ PAY-FILE.
       H100-END. EXIT.


      *-----------------------------------------------------------------
      *    H105:Dosya acma hatasi olustugunda ABDFILE'a tani kaydi
      *    yazar.
      *-----------------------------------------------------------------
       H105-WRITE-ABEND.
           MOVE 'PAYIMP' TO ABD-PROGRAM.
           MOVE WS-CENT-DATE TO ABD-DATE.
           MOVE SPACES TO ABD-LAST-INPUT.
           OPEN EXTEND ABD-FILE.
           IF (ABD-ST NOT = 0) AND (ABD-ST NOT = 97)
               OPEN OUTPUT ABD-FILE
           END-IF.
           WRITE ABD-REC.
           CLOSE ABD-FILE.
       H105-END. EXIT.


      *-----------------------------------------------------------------
      *    H107:PRMFILE'da bir kontrol karti varsa is gunu tarihini
      *    (CYYAAGG) okur; yoksa tarih damgalari makine tarihine doner.
      *-----------------------------------------------------------------
       H107-READ-RUN-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-ST = 0
               READ PRM-FILE
               IF PRM-ST = 0
                   IF PRM-RUN-DATE NUMERIC
                      MOVE PRM-RUN-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
               CLOSE PRM-FILE
           END-IF.
       H107-END. EXIT.


      *-----------------------------------------------------------------
      *    H109:WS-CENT-DATE'i doldurur: PRMFILE'dan bir is gunu tarihi
      *    geldiyse onu, gelmediyse makine tarihini kullanir.
      *-----------------------------------------------------------------
       H109-SET-WORK-DATE.
           IF WS-RUN-DATE > 0
              MOVE WS-RUN-DATE TO WS-CENT-DATE
           ELSE
              ACCEPT WS-TODAY FROM DATE
              MOVE WS-TODAY-YY TO WS-CENT-YY
              MOVE WS-TODAY-MM TO WS-CENT-MM
              MOVE WS-TODAY-DD TO WS-CENT-DD
           END-IF.
       H109-END. EXIT.


      *-----------------------------------------------------------------
      *    H110:Komisyon tarifesini (CMSFILE), buyuk tutar onay
      *    esiklerini (LIMFILE) ve gunluk borc limitlerini (DLMFILE)
      *    tablolara yukler; dosyasi olmayan kural uygulanmaz.
      *-----------------------------------------------------------------
       H110-LOAD-TARIFFS.
           OPEN INPUT CMS-FILE.
           IF CMS-SUCCES
              READ CMS-FILE
              PERFORM H111-LOAD-CMS-ENTRY UNTIL CMS-EOF
              CLOSE CMS-FILE
           END-IF.

           OPEN INPUT LIM-FILE.
           IF LIM-SUCCES
              READ LIM-FILE
              PERFORM H112-LOAD-LIM-ENTRY UNTIL LIM-EOF
              CLOSE LIM-FILE
           END-IF.

           OPEN INPUT DLM-FILE.
           IF DLM-SUCCES
              READ DLM-FILE
              PERFORM H113-LOAD-DLM-ENTRY UNTIL DLM-EOF
              CLOSE DLM-FILE
           END-IF.
       H110-END. EXIT.


      *-----------------------------------------------------------------
      *    H111:Okunan komisyon kartini tabloya ekler.
      *-----------------------------------------------------------------
       H111-LOAD-CMS-ENTRY.
           IF WS-CMS-COUNT < WS-CMS-MAX
              ADD 1 TO WS-CMS-COUNT
              MOVE CMS-DVZ        TO WS-CMS-T-DVZ(WS-CMS-COUNT)
              MOVE CMS-LO         TO WS-CMS-T-LO(WS-CMS-COUNT)
              MOVE CMS-HI         TO WS-CMS-T-HI(WS-CMS-COUNT)
              MOVE CMS-COMMISSION TO WS-CMS-T-AMT(WS-CMS-COUNT)
           ELSE
              DISPLAY 'KOMISYON TABLOSU DOLDU, KART ATLANDI'
           END-IF.
           READ CMS-FILE.
       H111-END. EXIT.


      *-----------------------------------------------------------------
      *    H112:Okunan onay esigi kartini tabloya ekler.
      *-----------------------------------------------------------------
       H112-LOAD-LIM-ENTRY.
           IF WS-LIM-COUNT < WS-LIM-MAX
              ADD 1 TO WS-LIM-COUNT
              MOVE LIM-DVZ       TO WS-LIM-DVZ(WS-LIM-COUNT)
              MOVE LIM-THRESHOLD TO WS-LIM-THRESHOLD(WS-LIM-COUNT)
           ELSE
              DISPLAY 'ESIK TABLOSU DOLDU, KART ATLANDI'
           END-IF.
           READ LIM-FILE.
       H112-END. EXIT.


      *-----------------------------------------------------------------
      *    H113:Okunan gunluk limit kartini tabloya ekler.
      *-----------------------------------------------------------------
       H113-LOAD-DLM-ENTRY.
           IF WS-DLM-COUNT < WS-DLM-MAX
              IF DLM-ID NUMERIC AND DLM-DVZ NUMERIC
                 AND DLM-LIMIT NUMERIC
                 ADD 1 TO WS-DLM-COUNT
                 MOVE DLM-ID    TO WS-DLM-T-ID(WS-DLM-COUNT)
                 MOVE DLM-DVZ   TO WS-DLM-T-DVZ(WS-DLM-COUNT)
                 MOVE DLM-LIMIT TO WS-DLM-T-LIMIT(WS-DLM-COUNT)
              ELSE
                 DISPLAY 'GECERSIZ GUNLUK LIMIT KARTI ATLANDI'
              END-IF
           ELSE
              DISPLAY 'GUNLUK LIMIT TABLOSU DOLDU, KART ATLANDI'
           END-IF.
           READ DLM-FILE.
       H113-END. EXIT.


      *-----------------------------------------------------------------
      *    H290:RUNLOG isletim kutugune bir olay kaydi ekler.
      *-----------------------------------------------------------------
       H290-WRITE-RUNLOG.
           MOVE 'PAYIMP'      TO RLG-PROGRAM.
           MOVE WS-RLG-EVENT  TO RLG-EVENT.
           MOVE WS-CENT-DATE  TO RLG-DATE.
           ACCEPT WS-RLG-TIME FROM TIME.
           MOVE WS-RLG-TIME   TO RLG-TIME.
           MOVE WS-RLG-DETAIL TO RLG-DETAIL.
           OPEN EXTEND RLG-FILE.
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
               OPEN OUTPUT RLG-FILE
           END-IF.
           WRITE RLG-REC.
           CLOSE RLG-FILE.
       H290-END. EXIT.


      *-----------------------------------------------------------------
      *    H200:Maas dosyasinin bir kaydini isler: H basligi firma
      *    hesabini ve dosya referansini, T kuyrugu kontrol
      *    toplamlarini verir; D satirlari tabloya alinir. Yapiya
      *    aykiri kayit dosyayi reddettirir.
      *-----------------------------------------------------------------
       H200-READ-PAYROLL.
           ADD 1 TO WS-CNT-READ.

           IF WS-TRL-SEEN-YES
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'KUYRUKTAN SONRA KAYIT VAR'  TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           ELSE
           IF PAY-TYPE-HDR
              IF WS-HDR-SEEN-YES OR WS-LIN-COUNT > 0
                 MOVE RSN-INVALID-DATA        TO WS-NEW-RSN
                 MOVE 'BASLIK KAYDI YERINDE DEGIL' TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              ELSE
                 SET WS-HDR-SEEN-YES TO TRUE
                 PERFORM H210-TAKE-HEADER
              END-IF
           ELSE
           IF PAY-TYPE-DTL
              PERFORM H220-TAKE-DETAIL
           ELSE
           IF PAY-TYPE-TRL
              SET WS-TRL-SEEN-YES TO TRUE
              IF PAY-TRL-COUNT NUMERIC AND PAY-TRL-TOTAL NUMERIC
                 MOVE PAY-TRL-COUNT           TO WS-TRL-COUNT
                 MOVE PAY-TRL-TOTAL           TO WS-TRL-TOTAL
              ELSE
                 MOVE RSN-INVALID-DATA        TO WS-NEW-RSN
                 MOVE 'KUYRUK KAYDI GECERSIZ'   TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              END-IF
           ELSE
              MOVE RSN-INVALID-TYPE           TO WS-NEW-RSN
              MOVE 'GECERSIZ KAYIT TIPI'        TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF
           END-IF
           END-IF
           END-IF.

           READ PAY-FILE.
       H200-END. EXIT.


      *-----------------------------------------------------------------
      *    H210:Basliktan firma hesabini, dosya referansini ve odeme
      *    tarihini alir.
      *-----------------------------------------------------------------
       H210-TAKE-HEADER.
           IF PAY-HDR-ID NUMERIC AND PAY-HDR-DVZ NUMERIC
              AND PAY-HDR-ID > 0
              MOVE PAY-HDR-ID               TO WS-CO-ID
              MOVE PAY-HDR-DVZ              TO WS-CO-DVZ
           ELSE
              MOVE RSN-INVALID-DATA         TO WS-NEW-RSN
              MOVE 'FIRMA HESAP NO GECERSIZ'  TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.
           MOVE PAY-HDR-FILE-REF            TO WS-CO-FILE-REF.
           MOVE PAY-HDR-NAME                TO WS-CO-NAME.
           IF PAY-HDR-FILE-REF = SPACES
              MOVE RSN-INVALID-DATA         TO WS-NEW-RSN
              MOVE 'DOSYA REFERANSI YOK'      TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.
           IF PAY-HDR-PAY-DATE NUMERIC
              MOVE PAY-HDR-PAY-DATE         TO WS-CO-PAY-DATE
           END-IF.
           IF WS-CO-PAY-DATE = 0
              MOVE RSN-INVALID-DATA         TO WS-NEW-RSN
              MOVE 'ODEME TARIHI GECERSIZ'    TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           ELSE
           IF WS-CO-PAY-DATE > WS-CENT-DATE
              MOVE RSN-INVALID-DATA         TO WS-NEW-RSN
              MOVE 'ODEME TARIHI HENUZ GELMEDI' TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF
           END-IF.
       H210-END. EXIT.


      *-----------------------------------------------------------------
      *    H220:Bir maas satirini oldugu gibi tabloya alir; denetim
      *    firma hesabi bilindikten sonra H450'de yapilir. Tablo
      *    dolarsa dosya reddedilir.
      *-----------------------------------------------------------------
       H220-TAKE-DETAIL.
           IF WS-LIN-COUNT < WS-LIN-MAX
              ADD 1 TO WS-LIN-COUNT
              MOVE ZEROES            TO WS-LIN-ID(WS-LIN-COUNT)
              MOVE ZEROES            TO WS-LIN-DVZ(WS-LIN-COUNT)
              MOVE PAY-EMP-ID-X      TO WS-LIN-ID-X(WS-LIN-COUNT)
              MOVE PAY-EMP-DVZ-X     TO WS-LIN-DVZ-X(WS-LIN-COUNT)
              MOVE PAY-EMP-ALIAS     TO WS-LIN-ALIAS(WS-LIN-COUNT)
              MOVE PAY-EMP-AMOUNT-X  TO WS-LIN-AMOUNT-X(WS-LIN-COUNT)
              MOVE PAY-EMP-NO        TO WS-LIN-EMP-NO(WS-LIN-COUNT)
              MOVE ZEROES            TO WS-LIN-CMS(WS-LIN-COUNT)
              MOVE 'K'               TO WS-LIN-STS(WS-LIN-COUNT)
              MOVE ZEROES            TO WS-LIN-RSN(WS-LIN-COUNT)
              MOVE SPACES            TO WS-LIN-TEXT(WS-LIN-COUNT)
           ELSE
              IF NOT WS-LIN-OVERFLOW-YES
                 SET WS-LIN-OVERFLOW-YES TO TRUE
                 MOVE RSN-INVALID-DATA      TO WS-NEW-RSN
                 MOVE 'SATIR SAYISI SINIRI ASILDI' TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              END-IF
           END-IF.
       H220-END. EXIT.


      *-----------------------------------------------------------------
      *    H250:Dosyanin butunlugunu denetler: baslik ve kuyruk var
      *    mi, en az bir satir var mi, kuyruktaki adet ve toplam
      *    satirlarla tutuyor mu.
      *-----------------------------------------------------------------
       H250-CHECK-STRUCTURE.
           MOVE ZEROES TO WS-TOTAL-AMOUNT.
           PERFORM H251-ADD-LINE-AMOUNT
              VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-LIN-COUNT.

           IF NOT WS-HDR-SEEN-YES
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'BASLIK KAYDI YOK'           TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.
           IF NOT WS-TRL-SEEN-YES
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'KUYRUK KAYDI YOK'           TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           ELSE
              IF WS-TRL-COUNT NOT = WS-LIN-COUNT
                 MOVE RSN-INVALID-DATA        TO WS-NEW-RSN
                 MOVE 'KUYRUK ADEDI TUTMUYOR'   TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              ELSE
              IF WS-TRL-TOTAL NOT = WS-TOTAL-AMOUNT
                 MOVE RSN-INVALID-DATA        TO WS-NEW-RSN
                 MOVE 'KUYRUK TOPLAMI TUTMUYOR' TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              END-IF
              END-IF
           END-IF.
           IF WS-LIN-COUNT = 0
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'MAAS SATIRI YOK'            TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.
       H250-END. EXIT.


      *-----------------------------------------------------------------
      *    H251:Sayisal tutarli satirin tutarini dosya toplamina
      *    ekler; kuyruk toplami bu toplamla karsilastirilir.
      *-----------------------------------------------------------------
       H251-ADD-LINE-AMOUNT.
           IF WS-LIN-AMOUNT-X(WS-LIN-IDX) NUMERIC
              ADD WS-LIN-AMOUNT(WS-LIN-IDX) TO WS-TOTAL-AMOUNT
           END-IF.
       H251-END. EXIT.


      *-----------------------------------------------------------------
      *    H300:Serbest birakilmis maas dosyalari kutugunu (PYLFILE)
      *    tarar: ayni firmanin ayni dosya referansi daha once
      *    islendiyse dosya mukerrer sayilir; bugun serbest birakilan
      *    dosyalarin en buyuk referans sirasi bulunur.
      *-----------------------------------------------------------------
       H300-SCAN-PAYROLL-LOG.
           OPEN INPUT PYL-FILE.
           IF PYL-SUCCES
              READ PYL-FILE
              PERFORM H310-CHECK-LOG-ENTRY UNTIL PYL-EOF
              CLOSE PYL-FILE
           END-IF.

           IF WS-PYL-DUP-YES
              MOVE RSN-DUP-RUN                TO WS-NEW-RSN
              MOVE 'DOSYA DAHA ONCE ISLENDI'    TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.

           COMPUTE WS-SEQ-ROOM = 9999 - WS-LAST-SEQ.
           IF WS-LIN-COUNT > WS-SEQ-ROOM
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'GUNLUK REFERANS ARALIGI DOLU' TO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.
       H300-END. EXIT.


      *-----------------------------------------------------------------
      *    H310:Kutugun bir kaydini basliktaki firma ve dosya
      *    referansiyla karsilastirir.
      *-----------------------------------------------------------------
       H310-CHECK-LOG-ENTRY.
           IF PYL-ID = WS-CO-ID AND PYL-DVZ = WS-CO-DVZ
              AND PYL-FILE-REF = WS-CO-FILE-REF
              SET WS-PYL-DUP-YES TO TRUE
           END-IF.
           IF PYL-DATE = WS-CENT-DATE
              AND PYL-LAST-SEQ > WS-LAST-SEQ
              MOVE PYL-LAST-SEQ TO WS-LAST-SEQ
           END-IF.
           READ PYL-FILE.
       H310-END. EXIT.


      *-----------------------------------------------------------------
      *    H400:Firma hesabini okur: hesap bulunmali, aktif olmali ve
      *    uyuyan hesap olmamalidir. Bakiye ve kredili mevduat siniri
      *    fonlama denetimi icin saklanir.
      *-----------------------------------------------------------------
       H400-CHECK-COMPANY.
           IF WS-CO-ID > 0
              MOVE WS-CO-ID                  TO IDX-ID
              MOVE WS-CO-DVZ                 TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE RSN-NOT-FOUND       TO WS-NEW-RSN
                    MOVE 'FIRMA HESABI BULUNAMADI' TO WS-NEW-TEXT
                    PERFORM H620-SET-FILE-RSN
                 NOT INVALID KEY
                    MOVE IDX-BALANCE         TO WS-CO-BALANCE
                    MOVE IDX-OVRLIMIT        TO WS-CO-OVRLIMIT
                    IF IDX-STS-FROZEN
                       MOVE RSN-FROZEN       TO WS-NEW-RSN
                       MOVE 'FIRMA HESABI DONDURULMUS'
                                             TO WS-NEW-TEXT
                       PERFORM H620-SET-FILE-RSN
                    ELSE
                    IF IDX-STS-CLOSED
                       MOVE RSN-CLOSED       TO WS-NEW-RSN
                       MOVE 'FIRMA HESABI KAPALI' TO WS-NEW-TEXT
                       PERFORM H620-SET-FILE-RSN
                    ELSE
                    IF IDX-DORMANT-YES
                       MOVE RSN-DORMANT      TO WS-NEW-RSN
                       MOVE 'FIRMA HESABI UYUYAN HESAP'
                                             TO WS-NEW-TEXT
                       PERFORM H620-SET-FILE-RSN
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-IF.
       H400-END. EXIT.


      *-----------------------------------------------------------------
      *    H450:Bir maas satirini denetler. Calisan hesabi ic anahtar
      *    veya ALIFILE dis numarasiyla belirlenir (ikisi birden
      *    verilirse ayni hesabi gostermelidir); doviz bos ise firma
      *    hesabinin dovizi alinir. Hesap bulunmali, aktif ve uyanik
      *    olmali, firma hesabiyla ayni dovizde olmali ve firma
      *    hesabinin kendisi olmamalidir. MAINPROG'da onaya dusecek
      *    buyuk tutar kabul edilmez. Satirin komisyonu bulunur.
      *-----------------------------------------------------------------
       H450-CHECK-LINE.
           MOVE ZEROES TO WS-NEW-RSN.
           MOVE SPACES TO WS-NEW-TEXT.
           MOVE ZEROES TO WS-CHK-ID.
           MOVE ZEROES TO WS-CHK-DVZ.

           IF WS-LIN-AMOUNT-X(WS-LIN-IDX) NOT NUMERIC
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'TUTAR GECERSIZ'             TO WS-NEW-TEXT
           ELSE
           IF WS-LIN-AMOUNT(WS-LIN-IDX) = 0
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'TUTAR SIFIR'                TO WS-NEW-TEXT
           ELSE
           IF (WS-LIN-ID-X(WS-LIN-IDX) NOT NUMERIC
               AND WS-LIN-ID-X(WS-LIN-IDX) NOT = SPACES)
              OR (WS-LIN-DVZ-X(WS-LIN-IDX) NOT NUMERIC
               AND WS-LIN-DVZ-X(WS-LIN-IDX) NOT = SPACES)
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'HESAP NO GECERSIZ'          TO WS-NEW-TEXT
           ELSE
              IF WS-LIN-ID-X(WS-LIN-IDX) NUMERIC
                 MOVE WS-LIN-ID-X(WS-LIN-IDX)  TO WS-CHK-ID
              END-IF
              IF WS-LIN-DVZ-X(WS-LIN-IDX) NUMERIC
                 MOVE WS-LIN-DVZ-X(WS-LIN-IDX) TO WS-CHK-DVZ
              END-IF
              PERFORM H460-RESOLVE-ACCOUNT
           END-IF
           END-IF
           END-IF.

           IF WS-NEW-RSN = 0
              PERFORM H470-CHECK-ACCOUNT
           END-IF.

           IF WS-NEW-RSN = 0
              PERFORM H480-CHECK-THRESHOLD
           END-IF.

           MOVE WS-CHK-ID TO WS-LIN-ID(WS-LIN-IDX).
           MOVE WS-CHK-DVZ TO WS-LIN-DVZ(WS-LIN-IDX).
           IF WS-NEW-RSN = 0
              PERFORM H490-FIND-COMMISSION
              ADD WS-LIN-CMS(WS-LIN-IDX) TO WS-TOTAL-CMS
           ELSE
              MOVE 'R'         TO WS-LIN-STS(WS-LIN-IDX)
              MOVE WS-NEW-RSN  TO WS-LIN-RSN(WS-LIN-IDX)
              MOVE WS-NEW-TEXT TO WS-LIN-TEXT(WS-LIN-IDX)
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
       H450-END. EXIT.


      *-----------------------------------------------------------------
      *    H460:Dis hesap numarasi verilmisse ALIFILE'dan ic anahtara
      *    cevirir; ic anahtar da verilmisse ikisi ayni hesap
      *    olmalidir. Doviz bos kalirsa firma hesabinin dovizi alinir.
      *-----------------------------------------------------------------
       H460-RESOLVE-ACCOUNT.
           IF WS-LIN-ALIAS(WS-LIN-IDX) NOT = SPACES
              IF NOT WS-ALI-OPEN-YES
                 MOVE RSN-NO-ALIAS            TO WS-NEW-RSN
                 MOVE 'DIS HESAP NO COZULEMEDI' TO WS-NEW-TEXT
              ELSE
                 MOVE WS-LIN-ALIAS(WS-LIN-IDX) TO ALI-EXT-NO
                 READ ALI-FILE KEY IS ALI-EXT-NO
                    INVALID KEY
                       MOVE RSN-NO-ALIAS      TO WS-NEW-RSN
                       MOVE 'DIS HESAP NO BULUNAMADI'
                                              TO WS-NEW-TEXT
                    NOT INVALID KEY
                       IF (WS-CHK-ID > 0 AND WS-CHK-ID NOT = ALI-ID)
                          OR (WS-CHK-DVZ > 0
                              AND WS-CHK-DVZ NOT = ALI-DVZ)
                          MOVE RSN-INVALID-DATA TO WS-NEW-RSN
                          MOVE 'DIS NO HESAP NO ILE UYUSMUYOR'
                                              TO WS-NEW-TEXT
                       ELSE
                          MOVE ALI-ID         TO WS-CHK-ID
                          MOVE ALI-DVZ        TO WS-CHK-DVZ
                       END-IF
                 END-READ
              END-IF
           ELSE
              IF WS-CHK-ID = 0
                 MOVE RSN-INVALID-DATA        TO WS-NEW-RSN
                 MOVE 'HESAP NO VERILMEMIS'     TO WS-NEW-TEXT
              END-IF
           END-IF.

           IF WS-NEW-RSN = 0 AND WS-CHK-DVZ = 0
              MOVE WS-CO-DVZ TO WS-CHK-DVZ
           END-IF.
       H460-END. EXIT.


      *-----------------------------------------------------------------
      *    H470:Calisan hesabini IDXFILE'da okur ve durumunu denetler.
      *-----------------------------------------------------------------
       H470-CHECK-ACCOUNT.
           IF WS-CHK-DVZ NOT = WS-CO-DVZ
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'DOVIZ FIRMA HESABINDAN FARKLI' TO WS-NEW-TEXT
           ELSE
           IF WS-CHK-ID = WS-CO-ID
              MOVE RSN-INVALID-DATA           TO WS-NEW-RSN
              MOVE 'FIRMA HESABINA ODEME'       TO WS-NEW-TEXT
           ELSE
              MOVE WS-CHK-ID                  TO IDX-ID
              MOVE WS-CHK-DVZ                 TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE RSN-TGT-NOT-FOUND    TO WS-NEW-RSN
                    MOVE 'CALISAN HESABI BULUNAMADI'
                                              TO WS-NEW-TEXT
                 NOT INVALID KEY
                    IF IDX-STS-FROZEN
                       MOVE RSN-FROZEN        TO WS-NEW-RSN
                       MOVE 'CALISAN HESABI DONDURULMUS'
                                              TO WS-NEW-TEXT
                    ELSE
                    IF IDX-STS-CLOSED
                       MOVE RSN-CLOSED        TO WS-NEW-RSN
                       MOVE 'CALISAN HESABI KAPALI'
                                              TO WS-NEW-TEXT
                    ELSE
                    IF IDX-DORMANT-YES
                       MOVE RSN-DORMANT       TO WS-NEW-RSN
                       MOVE 'CALISAN HESABI UYUYAN HESAP'
                                              TO WS-NEW-TEXT
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-IF
           END-IF.
       H470-END. EXIT.


      *-----------------------------------------------------------------
      *    H480:Satir tutari MAINPROG'un buyuk tutar onay esigine
      *    ulasiyorsa satir kabul edilmez; o satir partide askiya
      *    alinip dosyanin bir kismi odenmis olurdu.
      *-----------------------------------------------------------------
       H480-CHECK-THRESHOLD.
           MOVE 'N' TO WS-LIM-FOUND.
           PERFORM H481-MATCH-THRESHOLD
              VARYING WS-LIM-IDX FROM 1 BY 1
                 UNTIL WS-LIM-IDX > WS-LIM-COUNT
                    OR WS-LIM-FOUND-YES.
           IF WS-LIM-FOUND-YES
              MOVE RSN-HELD                   TO WS-NEW-RSN
              MOVE 'ONAY ESIGI USTU TUTAR'      TO WS-NEW-TEXT
           END-IF.
       H480-END. EXIT.


      *-----------------------------------------------------------------
      *    H481:Esik tablosunun WS-LIM-IDX'inci kartini satirla
      *    karsilastirir.
      *-----------------------------------------------------------------
       H481-MATCH-THRESHOLD.
           IF WS-LIM-DVZ(WS-LIM-IDX) = WS-CO-DVZ
              IF WS-LIN-AMOUNT(WS-LIN-IDX)
                 >= WS-LIM-THRESHOLD(WS-LIM-IDX)
                 SET WS-LIM-FOUND-YES TO TRUE
              END-IF
           END-IF.
       H481-END. EXIT.


      *-----------------------------------------------------------------
      *    H490:Satirin firma hesabindan alinacak transfer komisyonunu
      *    tarifeden bulur; ust siniri sifir olan band acik uclu
      *    sayilir.
      *-----------------------------------------------------------------
       H490-FIND-COMMISSION.
           MOVE 'N' TO WS-CMS-FOUND.
           PERFORM H491-MATCH-CMS-TIER
              VARYING WS-CMS-IDX FROM 1 BY 1
                 UNTIL WS-CMS-IDX > WS-CMS-COUNT
                    OR WS-CMS-FOUND-YES.
       H490-END. EXIT.


      *-----------------------------------------------------------------
      *    H491:Tarifenin WS-CMS-IDX'inci bandini satirla
      *    karsilastirir.
      *-----------------------------------------------------------------
       H491-MATCH-CMS-TIER.
           IF WS-CMS-T-DVZ(WS-CMS-IDX) = WS-CO-DVZ
              AND WS-LIN-AMOUNT(WS-LIN-IDX) >= WS-CMS-T-LO(WS-CMS-IDX)
              AND (WS-CMS-T-HI(WS-CMS-IDX) = 0
                   OR WS-LIN-AMOUNT(WS-LIN-IDX)
                      <= WS-CMS-T-HI(WS-CMS-IDX))
              SET WS-CMS-FOUND-YES TO TRUE
              MOVE WS-CMS-T-AMT(WS-CMS-IDX) TO WS-LIN-CMS(WS-LIN-IDX)
           END-IF.
       H491-END. EXIT.


      *-----------------------------------------------------------------
      *    H500:Dosyanin butununu firma hesabina karsi tartar. Gereken
      *    tutar satir toplami ile komisyonlarin toplamidir; bakiye ve
      *    kredili mevduat siniri yetmezse 21, aktif blokeler dusulunce
      *    yetmezse 30 ile red. Firma hesabinin gunluk borc limiti
      *    bugunku kullanimla birlikte asilirsa 40 ile red.
      *-----------------------------------------------------------------
       H500-CHECK-FUNDING.
           IF WS-CNT-REJECTED > 0
              MOVE WS-CNT-REJECTED            TO WS-CNT-DISP
              MOVE RSN-PARTY-REJ              TO WS-NEW-RSN
              MOVE SPACES                     TO WS-NEW-TEXT
              STRING 'HATALI SATIR SAYISI:' WS-CNT-DISP
                  DELIMITED BY SIZE INTO WS-NEW-TEXT
              PERFORM H620-SET-FILE-RSN
           END-IF.

           COMPUTE WS-REQUIRED = WS-TOTAL-AMOUNT + WS-TOTAL-CMS.

           MOVE ZEROES TO WS-LIE-TOTAL.
           IF WS-CO-ID > 0
              PERFORM H510-SUM-LIENS
           END-IF.
           COMPUTE WS-AVAILABLE = WS-CO-BALANCE - WS-LIE-TOTAL
                                + WS-CO-OVRLIMIT.

           IF WS-FILE-RSN = 0
              IF (WS-CO-BALANCE - WS-REQUIRED) < (0 - WS-CO-OVRLIMIT)
                 MOVE RSN-INSUFF-FUNDS        TO WS-NEW-RSN
                 MOVE 'FIRMA BAKIYESI YETERSIZ'  TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              ELSE
              IF WS-REQUIRED > WS-AVAILABLE
                 MOVE RSN-LIEN-BLOCK          TO WS-NEW-RSN
                 MOVE 'BLOKE NEDENIYLE BAKIYE YETERSIZ'
                                              TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              ELSE
                 PERFORM H520-CHECK-DAILY-LIMIT
              END-IF
              END-IF
           END-IF.
       H500-END. EXIT.


      *-----------------------------------------------------------------
      *    H510:Firma hesabinin aktif blokelerini LIEFILE'dan toplar
      *    (SUBPROG H789 ile ayni kural).
      *-----------------------------------------------------------------
       H510-SUM-LIENS.
           MOVE 'N' TO WS-LIE-DONE.
           IF NOT WS-LIE-OPEN-YES
              MOVE 'Y' TO WS-LIE-DONE
           ELSE
              MOVE WS-CO-ID                  TO LIE-ID
              MOVE WS-CO-DVZ                 TO LIE-DVZ
              MOVE ZEROES                    TO LIE-SEQ
              START LIE-FILE KEY >= LIE-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-LIE-DONE
              END-START
           END-IF.
           PERFORM H511-SUM-ONE-LIEN UNTIL WS-LIE-DONE-YES.
       H510-END. EXIT.


      *-----------------------------------------------------------------
      *    H511:Siradaki bloke kaydini okur; firma hesabina aitse
      *    aktif tutari toplar, degilse arama biter.
      *-----------------------------------------------------------------
       H511-SUM-ONE-LIEN.
           READ LIE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIE-DONE
              NOT AT END
                 IF LIE-ID = WS-CO-ID AND LIE-DVZ = WS-CO-DVZ
                    IF LIE-STS-ACTIVE
                       ADD LIE-AMOUNT TO WS-LIE-TOTAL
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-LIE-DONE
                 END-IF
           END-READ.
       H511-END. EXIT.


      *-----------------------------------------------------------------
      *    H520:Firma hesabinin gecerli gunluk borc limitini bulur
      *    (hesaba ozel kart dovizin varsayilanini ezer) ve bugunku
      *    kullanima dosya toplami eklenince asilip asilmadigina
      *    bakar. Kart yoksa veya limit sifirsa denetim yapilmaz.
      *-----------------------------------------------------------------
       H520-CHECK-DAILY-LIMIT.
           MOVE SPACE  TO WS-DLM-SRC.
           MOVE ZEROES TO WS-DLM-LIMIT.
           PERFORM H521-MATCH-DAILY-LIMIT
              VARYING WS-DLM-IDX FROM 1 BY 1
                 UNTIL WS-DLM-IDX > WS-DLM-COUNT
                    OR WS-DLM-SRC-ACCOUNT.

           IF NOT WS-DLM-SRC-NONE AND WS-DLM-LIMIT > 0
              MOVE ZEROES TO WS-DLM-USED
              IF WS-DLU-OPEN-YES
                 MOVE WS-CO-ID               TO DLU-ID
                 MOVE WS-CO-DVZ              TO DLU-DVZ
                 READ DLU-FILE KEY IS DLU-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF DLU-DATE = WS-CENT-DATE
                          MOVE DLU-USED      TO WS-DLM-USED
                       END-IF
                 END-READ
              END-IF
              IF (WS-DLM-USED + WS-TOTAL-AMOUNT) > WS-DLM-LIMIT
                 MOVE RSN-DAILY-LIMIT         TO WS-NEW-RSN
                 MOVE 'FIRMA GUNLUK LIMITI ASILIYOR' TO WS-NEW-TEXT
                 PERFORM H620-SET-FILE-RSN
              END-IF
           END-IF.
       H520-END. EXIT.


      *-----------------------------------------------------------------
      *    H521:Limit tablosunun WS-DLM-IDX'inci kartini firma
      *    hesabiyla karsilastirir.
      *-----------------------------------------------------------------
       H521-MATCH-DAILY-LIMIT.
           IF WS-DLM-T-DVZ(WS-DLM-IDX) = WS-CO-DVZ
              IF WS-DLM-T-ID(WS-DLM-IDX) = WS-CO-ID
                 MOVE 'H' TO WS-DLM-SRC
                 MOVE WS-DLM-T-LIMIT(WS-DLM-IDX) TO WS-DLM-LIMIT
              ELSE
              IF WS-DLM-T-ID(WS-DLM-IDX) = 0
                 MOVE 'D' TO WS-DLM-SRC
                 MOVE WS-DLM-T-LIMIT(WS-DLM-IDX) TO WS-DLM-LIMIT
              END-IF
              END-IF
           END-IF.
       H521-END. EXIT.


      *-----------------------------------------------------------------
      *    H600:Dosya duzeyinde hicbir red nedeni yoksa dosya serbest
      *    birakilir: parti GENFILE'a yazilir ve dosya PYLFILE'a
      *    islenir. Aksi halde GENFILE bos kalir ve RC=4 doner.
      *-----------------------------------------------------------------
       H600-DECIDE.
           IF WS-FILE-RSN = 0
              MOVE 'K' TO WS-DECISION
              PERFORM H700-RELEASE-PARTY
              PERFORM H750-WRITE-PAYROLL-LOG
           ELSE
              MOVE 'R' TO WS-DECISION
              MOVE 4   TO RETURN-CODE
           END-IF.
       H600-END. EXIT.


      *-----------------------------------------------------------------
      *    H620:Dosya duzeyinde red nedeni koyar; yalniz ilk neden
      *    saklanir, sonrakiler ekrana dusulur.
      *-----------------------------------------------------------------
       H620-SET-FILE-RSN.
           IF WS-FILE-RSN = 0
              MOVE WS-NEW-RSN  TO WS-FILE-RSN
              MOVE WS-NEW-TEXT TO WS-FILE-TEXT
           ELSE
              DISPLAY 'EK RED NEDENI: ' WS-NEW-RSN ' ' WS-NEW-TEXT
           END-IF.
       H620-END. EXIT.


      *-----------------------------------------------------------------
      *    H700:Partiyi yazar: firmanin kaynagiyla H basligi, her satir
      *    icin firma hesabindan calisan hesabina bir T detayi ve
      *    detay sayisi ile tutar hash'i tasiyan Z kuyrugu.
      *-----------------------------------------------------------------
       H700-RELEASE-PARTY.
           MOVE SPACES        TO GEN-HDR-REC
           MOVE 'H'           TO GEN-HDR-TYPE
           MOVE SPACES        TO GEN-HDR-SOURCE
           STRING 'MAS' WS-CO-ID
               DELIMITED BY SIZE INTO GEN-HDR-SOURCE
           MOVE WS-CENT-DATE  TO GEN-HDR-DATE
           WRITE GEN-HDR-REC.

           PERFORM H710-WRITE-TRANSFER
              VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-LIN-COUNT.

           MOVE SPACES        TO GEN-TRL-REC
           MOVE 'Z'           TO GEN-TRL-TYPE
           MOVE WS-GEN-COUNT  TO GEN-TRL-COUNT
           MOVE WS-GEN-HASH   TO GEN-TRL-HASH
           WRITE GEN-TRL-REC.
       H700-END. EXIT.


      *-----------------------------------------------------------------
      *    H710:Bir maas satirini T detayi olarak yazar ve kuyruk
      *    sayac/hash'ine katar.
      *-----------------------------------------------------------------
       H710-WRITE-TRANSFER.
           ADD 1 TO WS-LAST-SEQ
           COMPUTE WS-REF-NO = WS-REF-BASE + WS-LAST-SEQ
           IF WS-FIRST-REF = 0
              MOVE WS-REF-NO TO WS-FIRST-REF
           END-IF

           MOVE WS-LIN-AMOUNT(WS-LIN-IDX) TO WS-CHK-AMOUNT
           MOVE SPACES        TO GEN-REC
           MOVE 'T'           TO GEN-PRCSS-TYPE
           MOVE WS-CO-ID      TO GEN-ID
           MOVE WS-CO-DVZ     TO GEN-DVZ
           MOVE WS-CHK-AMOUNT TO GEN-AMOUNT
           MOVE SPACES        TO GEN-NAME
           MOVE SPACES        TO GEN-SRNAME
           MOVE SPACE         TO GEN-XLIT-RULE
           MOVE WS-LIN-ID(WS-LIN-IDX)  TO GEN-TGT-ID
           MOVE WS-LIN-DVZ(WS-LIN-IDX) TO GEN-TGT-DVZ
           MOVE WS-REF-NO     TO GEN-REF-NO
           WRITE GEN-REC.

           ADD 1 TO WS-GEN-COUNT.
           ADD WS-CHK-AMOUNT TO WS-HASH-ACC.
           MOVE WS-HASH-ACC TO WS-GEN-HASH
           MOVE WS-GEN-HASH TO WS-HASH-ACC.
       H710-END. EXIT.


      *-----------------------------------------------------------------
      *    H750:Serbest birakilan dosyayi PYLFILE'in sonuna ekler;
      *    kutuk yoksa yaratilir.
      *-----------------------------------------------------------------
       H750-WRITE-PAYROLL-LOG.
           OPEN EXTEND PYL-FILE.
           IF (PYL-ST NOT = 0) AND (PYL-ST NOT = 97)
               OPEN OUTPUT PYL-FILE
           END-IF.
           MOVE SPACES             TO PYL-REC.
           MOVE WS-CO-ID           TO PYL-ID.
           MOVE WS-CO-DVZ          TO PYL-DVZ.
           MOVE WS-CO-FILE-REF     TO PYL-FILE-REF.
           MOVE WS-CENT-DATE       TO PYL-DATE.
           MOVE WS-GEN-COUNT       TO PYL-COUNT.
           MOVE WS-TOTAL-AMOUNT    TO PYL-TOTAL.
           COMPUTE PYL-FIRST-SEQ = WS-FIRST-REF - WS-REF-BASE.
           MOVE WS-LAST-SEQ        TO PYL-LAST-SEQ.
           WRITE PYL-REC.
           CLOSE PYL-FILE.
       H750-END. EXIT.


      *-----------------------------------------------------------------
      *    H800:Firmaya yanit dosyasini yazar: karar ve dosya
      *    duzeyindeki neden, satir satir durum ve neden, toplamlar.
      *-----------------------------------------------------------------
       H800-WRITE-RESPONSE.
           MOVE SPACES         TO RSP-HDR-REC
           MOVE 'H'            TO RSP-HDR-TYPE
           MOVE WS-CO-ID       TO RSP-HDR-ID
           MOVE WS-CO-DVZ      TO RSP-HDR-DVZ
           MOVE WS-CO-FILE-REF TO RSP-HDR-FILE-REF
           MOVE WS-DECISION    TO RSP-HDR-DECISION
           MOVE WS-FILE-RSN    TO RSP-HDR-RSN
           IF WS-DECISION-RELEASE
              MOVE 'DOSYA SERBEST BIRAKILDI' TO RSP-HDR-TEXT
           ELSE
              MOVE WS-FILE-TEXT  TO RSP-HDR-TEXT
           END-IF
           MOVE WS-CENT-DATE   TO RSP-HDR-DATE
           WRITE RSP-HDR-REC.

           PERFORM H810-WRITE-RESPONSE-LINE
              VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > WS-LIN-COUNT.

           MOVE SPACES           TO RSP-TRL-REC
           MOVE 'T'              TO RSP-TRL-TYPE
           MOVE WS-LIN-COUNT     TO RSP-TRL-COUNT
           MOVE WS-TOTAL-AMOUNT  TO RSP-TRL-TOTAL
           MOVE WS-TOTAL-CMS     TO RSP-TRL-CMS
           MOVE WS-CNT-REJECTED  TO RSP-TRL-REJECTED
           MOVE WS-FIRST-REF     TO RSP-TRL-FIRST-REF
           IF WS-DECISION-RELEASE
              MOVE WS-REF-NO     TO RSP-TRL-LAST-REF
           ELSE
              MOVE ZEROES        TO RSP-TRL-LAST-REF
           END-IF
           WRITE RSP-TRL-REC.
       H800-END. EXIT.


      *-----------------------------------------------------------------
      *    H810:Bir maas satirinin yanit satirini yazar.
      *-----------------------------------------------------------------
       H810-WRITE-RESPONSE-LINE.
           MOVE SPACES                      TO RSP-REC
           MOVE 'D'                         TO RSP-TYPE
           MOVE WS-LIN-IDX                  TO RSP-LINE
           MOVE WS-LIN-ID(WS-LIN-IDX)       TO RSP-ID
           MOVE WS-LIN-DVZ(WS-LIN-IDX)      TO RSP-DVZ
           IF WS-LIN-AMOUNT-X(WS-LIN-IDX) NUMERIC
              MOVE WS-LIN-AMOUNT(WS-LIN-IDX) TO RSP-AMOUNT
           ELSE
              MOVE ZEROES                   TO RSP-AMOUNT
           END-IF
           MOVE WS-LIN-STS(WS-LIN-IDX)      TO RSP-STATUS
           MOVE WS-LIN-RSN(WS-LIN-IDX)      TO RSP-RSN
           IF WS-LIN-STS-OK(WS-LIN-IDX)
              IF WS-DECISION-RELEASE
                 MOVE 'ODEMEYE GONDERILDI'     TO RSP-TEXT
              ELSE
                 MOVE 'SATIR UYGUN, DOSYA REDDEDILDI' TO RSP-TEXT
              END-IF
           ELSE
              MOVE WS-LIN-TEXT(WS-LIN-IDX)  TO RSP-TEXT
           END-IF
           MOVE WS-LIN-EMP-NO(WS-LIN-IDX)   TO RSP-EMP-NO
           WRITE RSP-REC.
       H810-END. EXIT.


      *-----------------------------------------------------------------
      *    H900:Kontrol toplamlarini ekrana basar ve kararla birlikte
      *    RUNLOG'a yazar.
      *-----------------------------------------------------------------
       H900-WRITE-SUMMARY.
           DISPLAY '=========== PAYIMP CONTROL TOTALS =============='
           DISPLAY ' FIRMA HESABI            : ' WS-CO-ID '/' WS-CO-DVZ
           DISPLAY ' DOSYA REFERANSI         : ' WS-CO-FILE-REF
           DISPLAY ' OKUNAN KAYIT            : ' WS-CNT-READ
           DISPLAY ' MAAS SATIRI             : ' WS-LIN-COUNT
           DISPLAY ' HATALI SATIR            : ' WS-CNT-REJECTED
           DISPLAY ' PARTIYE YAZILAN DETAY   : ' WS-GEN-COUNT
           DISPLAY ' KARAR (K=SERBEST/R=RED) : ' WS-DECISION
           DISPLAY ' RED NEDENI              : ' WS-FILE-RSN ' '
                                                 WS-FILE-TEXT
           DISPLAY '================================================='.

           MOVE 'MAASDOSY'  TO WS-RLG-EVENT
           MOVE SPACES      TO WS-RLG-DETAIL
           STRING WS-CO-ID '/' WS-CO-FILE-REF
                  ' ' WS-DECISION WS-FILE-RSN
                  ' ADET=' WS-LIN-COUNT
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
       H900-END. EXIT.


      *-----------------------------------------------------------------
      *    H999:Dosyalari kapatir ve programi sonlandirir.
      *-----------------------------------------------------------------
       H999-PROGRAM-EXIT.
           CLOSE PAY-FILE.
           CLOSE IDX-FILE.
           CLOSE GEN-FILE.
           CLOSE RSP-FILE.
           IF WS-ALI-OPEN-YES
              CLOSE ALI-FILE
           END-IF.
           IF WS-LIE-OPEN-YES
              CLOSE LIE-FILE
           END-IF.
           IF WS-DLU-OPEN-YES
              CLOSE DLU-FILE
           END-IF.

           MOVE 'BITTI'    TO WS-RLG-EVENT
           MOVE SPACES     TO WS-RLG-DETAIL
           MOVE RETURN-CODE TO WS-RLG-RC
           STRING 'RETURN-CODE=' WS-RLG-RC
               DELIMITED BY SIZE INTO WS-RLG-DETAIL
           PERFORM H290-WRITE-RUNLOG.
           STOP RUN.
      *
