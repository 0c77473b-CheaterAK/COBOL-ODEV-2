      *---------------------------------------------------------------
      *IDXREPR - USER-INDEX/NAME-XREF onarim dosyasinin kayit yapisi.
      *ODEV002V mutabakatta buldugu her sapma icin bir kayit yazar,
      *ODEV002K PARM=REPAIR ile calistirildiginda bu kayitlari
      *anahtarli dosyalara tek tek uygular; boylece yalniz bozulan
      *anahtarlar duzeltilir, ODEV002L ile tam yukleme gerekmez.
      *dogru kabul edilen taraf her zaman terfi etmis USERS-DATA'dir.
      *  IA  USER-INDEX'e master goruntusuyle kayit ekle
      *  IR  USER-INDEX kaydini master goruntusuyle degistir
      *  ID  USER-INDEX kaydini sil (master'da yok)
      *  XA  NAME-XREF'e soyadi + ORDER-I anahtari ekle
      *  XD  NAME-XREF'ten soyadi + ORDER-I anahtarini sil
      *dosya ODEV002V ve ODEV002K'de FD'nin altina COPY edilir.
      *---------------------------------------------------------------
       01  RPR-REC.
           05    RPR-ACTION              PIC X(2).
                 88 RPR-IDX-ADD          VALUE "IA".
                 88 RPR-IDX-REPLACE      VALUE "IR".
                 88 RPR-IDX-DELETE       VALUE "ID".
                 88 RPR-XRF-ADD          VALUE "XA".
                 88 RPR-XRF-DELETE       VALUE "XD".
           05    FILLER                  PIC X(1).
           05    RPR-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(1).
           05    RPR-XRF-LAST-NAME-I     PIC X(15).
           05    FILLER                  PIC X(1).
           05    RPR-RUN-DATE            PIC 9(8).
           05    FILLER                  PIC X(1).
           05    RPR-IMAGE               PIC X(159).
      *RPR-ORDER-I her kayitta doludur. RPR-XRF-LAST-NAME-I yalniz
      *XA/XD'de, RPR-IMAGE (USER-FIELDS duzeninde tam master
      *goruntusu) yalniz IA/IR'de anlamlidir. RPR-RUN-DATE onarimi
      *ureten mutabakat calismasinin tarihidir.
