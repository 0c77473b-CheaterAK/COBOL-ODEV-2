      *---------------------------------------------------------------
      *QUALHIST - veri kalitesi karnesi gecmis dosyasinin kayit
      *yapisi. ODEV002Y her gece USERS-DATA ve o gecenin REJFILE'i
      *uzerinden saydigi olcumleri dosyanin sonuna bir kayit olarak
      *ekler; karne bu gecmisteki dunku, gecen haftaki ve gecen ayki
      *kayitlarla karsilastirilarak basilir. oran degil sayi
      *saklanir, oranlar QH-MASTER-CNT'ye bolunerek yeniden
      *hesaplanir. QH-MEASURE-CNT'lerin sirasi ODEV002Y'deki olcum
      *sozlugunun sirasidir:
      *   1 soyadi bos            15 YR red
      *   2 e-posta bos           16 MO red
      *   3 e-posta hatali        17 DA red
      *   4 telefon bos           18 NM red
      *   5 telefon hatali        19 EM red
      *   6 adres eksik           20 PH red
      *   7 kusursuz kayit        21 AD red
      *   8 STATUS-I A            22 PU red
      *   9 STATUS-I bos          23 PC red
      *  10 STATUS-I M            24 AG red
      *  11 STATUS-I D            25 FD red
      *  12 STATUS-I diger        26 diger red kodlari
      *  13 SQ red                27 toplam red
      *  14 DT red                28 ad bos
      *                           29 dogum tarihi bos/hatali
      *28 ve 29 alan olcumleridir; 7'deki kusursuz kayit sayisi yalniz
      *iletisim kusurlarini kapsadigindan bu ikisini icermez. kayitta
      *bos yer yoktur; yeni bir olcum kaydin sonu uzatilarak eklenir,
      *boylece mevcut olcumlerin yeri degismez.
      *dosya ODEV002Y'de FD'nin altina COPY edilir.
      *---------------------------------------------------------------
       01  QH-REC.
           05    QH-RUN-DATE             PIC 9(8).
           05    FILLER                  PIC X(1).
           05    QH-MASTER-CNT           PIC 9(9).
           05    FILLER                  PIC X(1).
           05    QH-MEASURE-CNT          PIC 9(9) OCCURS 29 TIMES.
