      *---------------------------------------------------------------
      *NXTNUM - sistemin siparis numarasi kontrol dosyasinin kayit
      *yapisi. dosya tek kayittan olusur. ODEV002M, ORDER-I'si sifir
      *gelen her A islemine NXT-NEXT-ORDER'dan baslayarak numara verir
      *ve numaralari kullanmadan ONCE kaydi ileri yazar; ODEV002N
      *terfide son verilen araligi P(romoted), geri donuste R(etired)
      *olarak isaretler. NXT-NEXT-ORDER hicbir programda geri
      *alinmaz: geri donulen ya da hic terfi etmeyen bir calismanin
      *verdigi numaralar emekliye ayrilir, bir daha kimseye verilmez.
      *dosya ODEV002M ve ODEV002N'de FD'nin altina COPY edilir.
      *---------------------------------------------------------------
       01  NXT-REC.
           05    NXT-NEXT-ORDER          PIC 9(8).
           05    FILLER                  PIC X(1).
           05    NXT-RUN-DATE            PIC 9(8).
           05    FILLER                  PIC X(1).
           05    NXT-RUN-TIME            PIC 9(6).
           05    FILLER                  PIC X(1).
           05    NXT-FIRST-ORDER         PIC 9(7).
           05    FILLER                  PIC X(1).
           05    NXT-LAST-ORDER          PIC 9(7).
           05    FILLER                  PIC X(1).
           05    NXT-ISSUED-CNT          PIC 9(7).
           05    FILLER                  PIC X(1).
           05    NXT-STATE               PIC X(1).
                 88 NXT-ISSUED           VALUE "I".
                 88 NXT-PROMOTED         VALUE "P".
                 88 NXT-RETIRED          VALUE "R".
                 88 NXT-NONE-ISSUED      VALUE "N".
           05    FILLER                  PIC X(1).
           05    NXT-RETIRED-TOTAL       PIC 9(7).
           05    FILLER                  PIC X(22).
      *NXT-NEXT-ORDER bir sonraki verilecek numaradir; 9999999'dan
      *sonra 10000000 olabilsin diye ORDER-I'dan bir basamak genistir.
      *NXT-RUN-DATE/TIME, NXT-FIRST/LAST-ORDER ve NXT-ISSUED-CNT en
      *son ODEV002M calismasini ve verdigi araligi, NXT-STATE o
      *araligin durumunu (I verildi, P canlida, R emekli) tasir; o
      *calisma hic numara vermediyse aralik sifirdir ve durum N'dir.
      *ODEV002N araliga yalniz tarih/saat terfi ettirilen ya da geri
      *alinan calismanin PROMCTL'deki tarih/saatiyle ayniysa dokunur.
      *NXT-RETIRED-TOTAL bugune kadar emekliye ayrilan numara
      *sayisidir.
