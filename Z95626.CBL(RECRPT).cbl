      *          calisma basinda bu tabloya yuklenir; detay satirindaki
      *          aciklama, kod tabloda bulunursa resmi metne cevrilir.
           05 WS-RSN-COUNT             PIC 9(02) VALUE 0.
           05 WS-RSN-MAX               PIC 9(02) VALUE 50.
           05 WS-RSN-IDX               PIC 9(02).
           05 WS-RSN-FOUND             PIC X(01) VALUE 'N'.
              88 WS-RSN-FOUND-YES                VALUE 'Y'.
           05 WS-RSN-ENTRY OCCURS 50 TIMES.
              07 WS-RSN-T-CODE         PIC 9(02).
              07 WS-RSN-T-TEXT         PIC X(30).
         01  WS-HDR1.
