       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  AUN-FILE RECORDING MODE F.
         01  AUN-REC                   PIC X(98).
       FD  AUA-FILE RECORDING MODE F.
         01  AUA-REC                   PIC X(98).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
