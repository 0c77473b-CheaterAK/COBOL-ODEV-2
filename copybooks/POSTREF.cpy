      *---------------------------------------------------------------
      *POSTREF - posta kodu referans dosyasinin kayit yapisi.
      *posta idaresinin yayinladigi posta kodu listesinden ODEV002U
      *tarafindan yuklenir; her yeni yayinda dosya bastan yuklenerek
      *tazelenir. anahtar posta kodudur, her kodun tek bir sehri
      *vardir. posta kodu ve sehir buyuk harfe cevrilmis olarak
      *saklanir; kontrol eden programlar master'daki degerleri de
      *karsilastirmadan once buyuk harfe cevirir.
      *ODEV002 0296-POSTAL-VALIDATOR'da, ODEV002M
      *0460-VALIDATE-TRAN-POSTAL'da, ODEV002U ise PARM=SWEEP ile
      *master taramasinda kullanir:
      *  PU  posta kodu referans dosyasinda yok
      *  PC  posta kodu var ama baska bir sehre ait
      *dosya her programda FD'nin altina COPY edilir.
      *---------------------------------------------------------------
       01  PST-REC.
           05    PST-POSTAL-CODE         PIC X(10).
           05    PST-CITY                PIC X(20).
           05    PST-LOAD-DATE           PIC 9(8).
           05    FILLER                  PIC X(42).
      *PST-LOAD-DATE, kaydi yukleyen ODEV002U calismasinin tarihidir;
      *referansin hangi yayindan geldigini gosterir.
