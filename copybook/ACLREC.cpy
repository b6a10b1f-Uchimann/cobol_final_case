      *-----------------------------------------------------------------
      *    ACLREC: ACLFILE (hesap numarasi tahsis kutugu) kaydinin
      *    ortak layout'u. MAINPROG'un tahsis ettigi her numara icin
      *    bir kayit eklenir ve kutuk hic silinmez: hesap sonradan
      *    silinip DELFILE'a arsivlense de numara burada kalir.
      *    MAINPROG calisma basinda kutukteki en yuksek sira
      *    numarasini okur ve kontrol karti geride kalmis olsa bile
      *    tahsise bunun ustunden devam eder; boylece bir numara iki
      *    kez verilmez. Durum A: hesap bu numarayla acildi; S:
      *    numara IDXFILE'da zaten vardi, atlandi (tekrar denenmez).
      *-----------------------------------------------------------------
       01  ACL-REC.
           03 ACL-ID                   PIC 9(05).
           03 ACL-SERIAL               PIC 9(04).
           03 ACL-DVZ                  PIC 9(03).
           03 ACL-BRANCH               PIC 9(05).
           03 ACL-STATUS               PIC X(01).
              88 ACL-OPENED                       VALUE 'A'.
              88 ACL-SKIPPED                      VALUE 'S'.
           03 ACL-DATE                 PIC 9(07).
           03 ACL-TIME                 PIC 9(08).
           03 ACL-REF-NO               PIC 9(09).
           03 ACL-OPER-ID              PIC X(08).
           03 ACL-SRNAME               PIC X(15).
           03 FILLER                   PIC X(15).
