       01  WS-STEP-RC                    PIC 9(2) VALUE 0.
           88 STEP-CLEAN                 VALUE 00.
           88 STEP-WARNING               VALUE 04.
           88 STEP-DATA-FAIL             VALUE 08.
           88 STEP-FILE-FAIL             VALUE 16.
      *suite'in ortak adim donus kodu. her program calisma boyunca
      *buraya kendi sonucunu biriktirir ve 0999-EXIT'te RETURN-CODE'a
      *tasir; gece is akisi (jcl/ODEV002J) bir sonraki adimi bu
      *koda gore kosturur ya da atlar:
      *  00 temiz bitis.
      *  04 uyari - reject/bekleyen kayit yazildi, onceki bir
      *     calismanin E kaydi yok, incelenecek kayit raporlandi gibi.
      *     cikti kullanilabilir, akis devam eder.
      *  08 veri/mutabakat hatasi - parti reddedildi, sayimlar
      *     tutmadi, aday dogrulanamadi. sonraki adimlar (ozellikle
      *     terfi) kosturulmaz.
      *  16 dosya ya da parametre hatasi - dosya acilamadi, PARM
      *     gecersiz, tablo siniri asildi. adim hic is yapmamistir.
      *bir kod yalniz yukari dogru degisir; uyari sonrasi gelen bir
      *hata kodu yukseltir, hata sonrasi gelen uyari dusurmez.
