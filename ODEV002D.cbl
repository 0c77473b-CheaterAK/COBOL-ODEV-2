      *TRANS-REC duzeninde, H/T parti kayitlariyla birlikte yazilir;
      *cift onaylaninca birlestirme elle islem yazmadan tek bir
      *maintenance run'i ile yapilir.
           SELECT TRAN-WORK    ASSIGN TO MRGWORK
                       FILE STATUS IS STATUS-MRGWORK.
      *TRAN-WORK, tarama sirasinda uretilen D/C islemlerinin
      *siralanmadan once biriktirildigi gecici is dosyasi.
           SELECT CUST-SORT    ASSIGN TO SORTWK01.
      *CUST-SORT, master'i soyadi + dogum tarihi + ORDER-I sirasina
      *dizen siralama dosyasi. ayni soyadi ve dogum tarihini tasiyan
      *kayitlar boylece yan yana gelir.
           SELECT TRAN-SORT    ASSIGN TO SORTWK02.
      *TRAN-SORT, uretilen islemleri ODEV002M'in bekledigi ORDER-I
      *sirasina dizen siralama dosyasi.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
           05    FILLER                  PIC X(143).
      *ayni kayit alaninin parti sonu gorunumu. uretilen islem sayisi
      *ve MRG-ORDER-I'lerin hash toplami (son 9 hane) buraya basilir.
       FD  TRAN-WORK RECORDING MODE F.
       01  WRK-TRANS-REC.
           05    WRK-ACTION              PIC X(1).
           05    WRK-ORDER-I             PIC 9(7).
           05    WRK-FIRST-NAME-I        PIC X(15).
           05    WRK-LAST-NAME-I         PIC X(15).
           05    WRK-BIRTH-DATE-I        PIC X(8).
           05    WRK-CURRENT-DATE-I      PIC X(8).
           05    WRK-ADDR-STREET-I       PIC X(30).
           05    WRK-ADDR-CITY-I         PIC X(20).
           05    WRK-ADDR-POSTAL-I       PIC X(10).
           05    WRK-PHONE-I             PIC X(15).
           05    WRK-EMAIL-I             PIC X(30).
           05    WRK-STATUS-I            PIC X(1).
      *TRAN-WORK'un kayit yapisi. MRG-TRANS-REC ile birebir aynidir.
       SD  CUST-SORT.
       01  CSR-REC.
           05    CSR-LAST-NAME           PIC X(15).
           05    CSR-BIRTH-DATE          PIC X(8).
           05    CSR-ORDER-I             PIC 9(7).
           05    CSR-FIRST-NAME          PIC X(15).
           05    CSR-ADDR-STREET         PIC X(30).
           05    CSR-ADDR-CITY           PIC X(20).
           05    CSR-ADDR-POSTAL         PIC X(10).
           05    CSR-PHONE               PIC X(15).
           05    CSR-EMAIL               PIC X(30).
      *master siralama kaydinin yapisi. yalniz cift taramasinin
      *kullandigi alanlar tasinir.
       SD  TRAN-SORT.
       01  TSR-REC.
           05    TSR-ACTION              PIC X(1).
           05    TSR-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(152).
      *islem siralama kaydinin yapisi. TRAN-WORK ile aynidir; yalniz
      *siralama anahtari ayristirilir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
              88 DUPRPT-SUCC             VALUE 00 97.
           05 STATUS-MRGTRAN             PIC 99.
              88 MRGTRAN-SUCC            VALUE 00 97.
           05 STATUS-MRGWORK             PIC 99.
              88 MRGWORK-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-GRP-TABLE-MAX              PIC 9(5) VALUE 2000.
       01  WS-GRP-CNT                    PIC 9(5) VALUE 0.
       01  WS-GRP-IX                     PIC 9(5) COMP.
       01  WS-GRP-JX                     PIC 9(5) COMP.
       01  WS-GRP-LAST-NAME              PIC X(15).
       01  WS-GRP-BIRTH-DATE             PIC X(8).
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 2000 TIMES.
              07 WS-GRP-ORDER            PIC 9(7).
              07 WS-GRP-FIRST-NAME       PIC X(15).
              07 WS-GRP-ADDR-STREET      PIC X(30).
              07 WS-GRP-ADDR-CITY        PIC X(20).
              07 WS-GRP-ADDR-POSTAL      PIC X(10).
              07 WS-GRP-PHONE            PIC X(15).
              07 WS-GRP-EMAIL            PIC X(30).
              07 WS-GRP-DUP-SW           PIC X(1).
       01  WS-CSR-EOF-SW                 PIC 9(1) VALUE 0.
      *ayni soyadi ve dogum tarihini tasiyan kayitlarin (bir cift
      *grubunun) tutuldugu tablo. master soyadi + dogum tarihi +
      *ORDER-I sirasina dizildiginden cift olabilecek kayitlar hep
      *ayni grupta ve ORDER-I sirasinda gelir; bellekte master'in
      *tamami degil yalniz o anki grup durur ve karsilastirma grup
      *icinde yapilir. bir grup tabloya sigmazsa (binlerce kaydin
      *ayni soyadi ve dogum tarihini tasimasi veri hatasidir)
      *sessiz kayip yerine acik bir mesajla durulur. WS-GRP-DUP-SW Y
      *ise o kayit bir ciftin silinecek ayagi olarak zaten
      *isaretlenmistir ve bir daha silinmez (uclu gruplarda yasayan
      *kayit hep en dusuk numarali olandir).
      *------------------------
       01  WS-CARRY-SW                   PIC 9(1).
       01  WS-CARRY-FIELDS.
      *basina EN FAZLA BIR C islemi uretilir. WS-CARRY-SW en az bir
      *alan biriktiginde 1 olur.
      *------------------------
       01  WS-TRAN-CNT                   PIC 9(7) VALUE 0.
       01  WS-TRS-EOF-SW                 PIC 9(1) VALUE 0.
      *uretilen islemler tarama sirasinda bulundugundan D ve C
      *islemleri ORDER-I sirasiz cikar; ODEV002M ise parti denetiminde
      *sirali bir dosya bekler. islemler once TRAN-WORK'e yazilir,
      *sonra 0600-WRITE-MERGE-BATCH tarafindan siralanip siparis
      *numarasi sirasinda yazilir. WS-TRAN-CNT yazilan islem sayisidir.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-TRAN-HASH                  PIC 9(9) VALUE 0.
           05 WS-LOOSE-CNT               PIC 9(7) VALUE 0.
           05 WS-DEL-TRAN-CNT            PIC 9(7) VALUE 0.
           05 WS-CHG-TRAN-CNT            PIC 9(7) VALUE 0.
           05 WS-ERASED-CNT              PIC 9(7) VALUE 0.
      *okunan kayit, birebir ve gevsek cift, uretilen D ve C islem
      *sayilarini ve taramaya alinmayan silinmis kayit sayisini tutan
      *alan.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0180-PRINT-REPORT-HEADER.
           PERFORM 0200-SCAN-PAIRS.
           PERFORM 0600-WRITE-MERGE-BATCH.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, master'in siralanarak cift
      *taramasi, islem partisinin sirali yazilmasi, ozet ve kapanis
      *islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           OPEN INPUT  USERS-DATA.
           OPEN OUTPUT DUP-REPORT.
           OPEN OUTPUT MERGE-TRANS.
           OPEN OUTPUT TRAN-WORK.
      *dosyalari acan fonksiyon.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT DUPRPT-SUCC
              DISPLAY "Duplicate report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT MRGTRAN-SUCC
              DISPLAY "Merge transaction file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT MRGWORK-SUCC
              DISPLAY "Merge work file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
           PERFORM 0152-READ-RECORD.
           PERFORM UNTIL ST-EOF
               ADD 1 TO READ-CNT
               IF STATUS-I = "D" AND FIRST-NAME-I = SPACES AND
                  LAST-NAME-I = SPACES AND ADDR-STREET-I = SPACES AND
                  ADDR-CITY-I = SPACES AND ADDR-POSTAL-I = SPACES AND
                  PHONE-I = SPACES AND EMAIL-I = SPACES
                   ADD 1 TO WS-ERASED-CNT
               ELSE
                   PERFORM 0154-STORE-RECORD
               END-IF
               PERFORM 0152-READ-RECORD
           END-PERFORM.
      *master'in tamamini okuyup siralamaya veren dongu. kisisel
      *verisi ODEV002E tarafindan silinmis D durumundaki musteri
      *(isim, adres, telefon ve e-postanin hepsi bos; ODEV002 ile
      *ayni kural) siralamaya verilmez: ayni dogum tarihli iki silinmis
      *kayit bos ad/soyadiyla birebir cift sayilir ve ilgisiz bir
      *musterinin master kaydini silecek bir D islemi uretilirdi.
      *bu kayitlar ayrica sayilir, okunan kayit sayisi master ile
      *yine tutar.
      *------------------------
       0152-READ-RECORD.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0154-STORE-RECORD.
           MOVE LAST-NAME-I    TO CSR-LAST-NAME.
           MOVE BIRTH-DATE-I   TO CSR-BIRTH-DATE.
           MOVE ORDER-I        TO CSR-ORDER-I.
           MOVE FIRST-NAME-I   TO CSR-FIRST-NAME.
           MOVE ADDR-STREET-I  TO CSR-ADDR-STREET.
           MOVE ADDR-CITY-I    TO CSR-ADDR-CITY.
           MOVE ADDR-POSTAL-I  TO CSR-ADDR-POSTAL.
           MOVE PHONE-I        TO CSR-PHONE.
           MOVE EMAIL-I        TO CSR-EMAIL.
           RELEASE CSR-REC.
      *okunan tek bir master kaydinin taramada kullanilan alanlarini
      *siralamaya veren fonksiyon.
      *------------------------
       0180-PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO DUP-HDR-RUN-DATE.
      *rapor basligini yazdiran fonksiyon.
      *------------------------
       0200-SCAN-PAIRS.
           SORT CUST-SORT
               ON ASCENDING KEY CSR-LAST-NAME CSR-BIRTH-DATE
                                CSR-ORDER-I
               INPUT PROCEDURE IS 0150-LOAD-MASTER
               OUTPUT PROCEDURE IS 0205-SCAN-GROUPS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of customer master failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           CLOSE TRAN-WORK.
      *cift taramasini yapan fonksiyon. master soyadi + dogum tarihi
      *+ ORDER-I sirasina dizilir; cikis tarafinda ayni soyadi ve
      *dogum tarihini tasiyan her grup kendi icinde taranir. her kaydi
      *tum master'la karsilastirmak yerine yalniz kendi grubuyla
      *karsilastirdigindan sure master buyuklugune dogrusal kalir.
      *uretilen islemler TRAN-WORK'te birikir; dosya siralamaya
      *verilmeden once burada kapatilir.
      *------------------------
       0205-SCAN-GROUPS.
           PERFORM 0207-RETURN-CUST.
           PERFORM UNTIL WS-CSR-EOF-SW = 1
               PERFORM 0210-LOAD-ONE-GROUP
               PERFORM 0220-SCAN-ONE-BASE
                   VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-CNT
           END-PERFORM.
      *siralanmis master'i grup grup okuyup her grubu tarayan dongu.
      *------------------------
       0207-RETURN-CUST.
           RETURN CUST-SORT
               AT END
                   MOVE 1 TO WS-CSR-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki master kaydini alan fonksiyon.
      *------------------------
       0210-LOAD-ONE-GROUP.
           MOVE 0              TO WS-GRP-CNT.
           MOVE CSR-LAST-NAME  TO WS-GRP-LAST-NAME.
           MOVE CSR-BIRTH-DATE TO WS-GRP-BIRTH-DATE.
           PERFORM 0212-STORE-GROUP-MEMBER
               UNTIL WS-CSR-EOF-SW = 1 OR
                     CSR-LAST-NAME  NOT = WS-GRP-LAST-NAME OR
                     CSR-BIRTH-DATE NOT = WS-GRP-BIRTH-DATE.
      *ayni soyadi ve dogum tarihini tasiyan ardisik kayitlari grup
      *tablosuna alan dongu. grup, soyadi ya da dogum tarihi
      *degisince ya da siralama bitince kapanir.
      *------------------------
       0212-STORE-GROUP-MEMBER.
           IF WS-GRP-CNT >= WS-GRP-TABLE-MAX
               DISPLAY "Duplicate group " WS-GRP-LAST-NAME " "
                       WS-GRP-BIRTH-DATE " exceeds "
                       WS-GRP-TABLE-MAX " records. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           ADD 1 TO WS-GRP-CNT.
           MOVE CSR-ORDER-I     TO WS-GRP-ORDER(WS-GRP-CNT).
           MOVE CSR-FIRST-NAME  TO WS-GRP-FIRST-NAME(WS-GRP-CNT).
           MOVE CSR-ADDR-STREET TO WS-GRP-ADDR-STREET(WS-GRP-CNT).
           MOVE CSR-ADDR-CITY   TO WS-GRP-ADDR-CITY(WS-GRP-CNT).
           MOVE CSR-ADDR-POSTAL TO WS-GRP-ADDR-POSTAL(WS-GRP-CNT).
           MOVE CSR-PHONE       TO WS-GRP-PHONE(WS-GRP-CNT).
           MOVE CSR-EMAIL       TO WS-GRP-EMAIL(WS-GRP-CNT).
           MOVE "N"             TO WS-GRP-DUP-SW(WS-GRP-CNT).
           PERFORM 0207-RETURN-CUST.
      *siralamadan gelen tek bir kaydi grup tablosunun bir sonraki
      *bos gozune yazan fonksiyon. grup tabloya sigmazsa sessiz kayip
      *yerine acik bir operator mesajiyla durulur.
      *------------------------
       0220-SCAN-ONE-BASE.
           IF WS-GRP-DUP-SW(WS-GRP-IX) = "N"
               MOVE 0      TO WS-CARRY-SW
               MOVE SPACES TO WS-CARRY-FIELDS
               COMPUTE WS-GRP-JX = WS-GRP-IX + 1
               PERFORM 0240-COMPARE-ONE-PAIR
                   VARYING WS-GRP-JX FROM WS-GRP-JX BY 1
                   UNTIL WS-GRP-JX > WS-GRP-CNT
               IF WS-CARRY-SW = 1
                   PERFORM 0450-EMIT-CARRY-TRAN
               END-IF
           END-IF.
      *grup icindeki tek bir taban kayit icin ic dongu. taban kaydin
      *kendisi daha once bir ciftin silinecek ayagi olarak
      *isaretlendiyse atlanir; uclu gruplarda tum kopyalar en dusuk
      *numarali kayitla eslestirilmis olur. ciftlerden biriken tasima
      *alanlari ic dongu bittikten sonra, tutulan kayit basina tek
      *bir C islemi olarak yazilir.
      *------------------------
       0240-COMPARE-ONE-PAIR.
           IF WS-GRP-FIRST-NAME(WS-GRP-JX) =
                   WS-GRP-FIRST-NAME(WS-GRP-IX)
               ADD 1 TO WS-EXACT-CNT
               MOVE "EXACT    " TO DUP-MATCH-TYPE
               PERFORM 0260-PRINT-PAIR-LINE
               IF WS-GRP-DUP-SW(WS-GRP-JX) = "N"
                   MOVE "Y" TO WS-GRP-DUP-SW(WS-GRP-JX)
                   PERFORM 0300-BUILD-DELETE-TRAN
                   PERFORM 0400-BUILD-CARRY-TRAN
               END-IF
           ELSE
               ADD 1 TO WS-LOOSE-CNT
               MOVE "LNAME+DOB" TO DUP-MATCH-TYPE
               PERFORM 0260-PRINT-PAIR-LINE
           END-IF.
      *gruptaki tek bir cifti karsilastiran fonksiyon. soyadi ve
      *dogum tarihi grup geregi zaten tutar. ad da tutuyorsa birebir
      *(EXACT) ciftir: rapora yazilir ve cift ayagi daha once
      *silinmek uzere isaretlenmediyse bir D islemi uretilir, tasima
      *alanlari da tutulan kayit icin biriktirilir. ad tutmuyorsa
      *gevsek ciftir ve sadece rapora dusulur; islem uretilmez,
      *karari operasyon verir.
      *------------------------
       0260-PRINT-PAIR-LINE.
           MOVE WS-GRP-ORDER(WS-GRP-IX)  TO DUP-ORDER-1.
           MOVE WS-GRP-ORDER(WS-GRP-JX)  TO DUP-ORDER-2.
           MOVE WS-GRP-LAST-NAME         TO DUP-LAST-NAME.
           MOVE WS-GRP-BIRTH-DATE        TO DUP-BIRTH-DATE.
           MOVE DUP-PAIR-LINE TO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
      *tek bir cift adayini rapora basan fonksiyon. eslesme turu
      *cagiran yer tarafindan doldurulmus olmalidir. rapor soyadi ve
      *dogum tarihi sirasinda cikar.
      *------------------------
       0300-BUILD-DELETE-TRAN.
           MOVE SPACES TO WRK-TRANS-REC.
           MOVE "D"    TO WRK-ACTION.
           MOVE WS-GRP-ORDER(WS-GRP-JX) TO WRK-ORDER-I.
           WRITE WRK-TRANS-REC.
           ADD 1 TO WS-DEL-TRAN-CNT.
      *ciftin yuksek numarali (sonradan eklenmis) ayagi icin bir D
      *islemi ureten fonksiyon. D'de alan tasinmaz; silinecek kaydin
      *numarasi yeterlidir.
      *------------------------
       0400-BUILD-CARRY-TRAN.
           IF WS-GRP-ADDR-STREET(WS-GRP-IX) = SPACES AND
              WS-CARRY-STREET = SPACES AND
              WS-GRP-ADDR-STREET(WS-GRP-JX) NOT = SPACES
               MOVE WS-GRP-ADDR-STREET(WS-GRP-JX)
                    TO WS-CARRY-STREET
               MOVE 1 TO WS-CARRY-SW
           END-IF.
           IF WS-GRP-ADDR-CITY(WS-GRP-IX) = SPACES AND
              WS-CARRY-CITY = SPACES AND
              WS-GRP-ADDR-CITY(WS-GRP-JX) NOT = SPACES
               MOVE WS-GRP-ADDR-CITY(WS-GRP-JX)
                    TO WS-CARRY-CITY
               MOVE 1 TO WS-CARRY-SW
           END-IF.
           IF WS-GRP-ADDR-POSTAL(WS-GRP-IX) = SPACES AND
              WS-CARRY-POSTAL = SPACES AND
              WS-GRP-ADDR-POSTAL(WS-GRP-JX) NOT = SPACES
               MOVE WS-GRP-ADDR-POSTAL(WS-GRP-JX)
                    TO WS-CARRY-POSTAL
               MOVE 1 TO WS-CARRY-SW
           END-IF.
           IF WS-GRP-PHONE(WS-GRP-IX) = SPACES AND
              WS-CARRY-PHONE = SPACES AND
              WS-GRP-PHONE(WS-GRP-JX) NOT = SPACES
               MOVE WS-GRP-PHONE(WS-GRP-JX) TO WS-CARRY-PHONE
               MOVE 1 TO WS-CARRY-SW
           END-IF.
           IF WS-GRP-EMAIL(WS-GRP-IX) = SPACES AND
              WS-CARRY-EMAIL = SPACES AND
              WS-GRP-EMAIL(WS-GRP-JX) NOT = SPACES
               MOVE WS-GRP-EMAIL(WS-GRP-JX) TO WS-CARRY-EMAIL
               MOVE 1 TO WS-CARRY-SW
           END-IF.
      *cift kayitta dolu olup tutulan kayitta bos olan iletisim
      *0450-EMIT-CARRY-TRAN tutulan kayit basina tek bir C uretir.
      *------------------------
       0450-EMIT-CARRY-TRAN.
           MOVE SPACES TO WRK-TRANS-REC.
           MOVE "C"    TO WRK-ACTION.
           MOVE WS-GRP-ORDER(WS-GRP-IX) TO WRK-ORDER-I.
           MOVE WS-CARRY-STREET TO WRK-ADDR-STREET-I.
           MOVE WS-CARRY-CITY   TO WRK-ADDR-CITY-I.
           MOVE WS-CARRY-POSTAL TO WRK-ADDR-POSTAL-I.
           MOVE WS-CARRY-PHONE  TO WRK-PHONE-I.
           MOVE WS-CARRY-EMAIL  TO WRK-EMAIL-I.
           WRITE WRK-TRANS-REC.
           ADD 1 TO WS-CHG-TRAN-CNT.
      *tutulan kayit icin biriken tasima alanlarindan TEK bir C
      *islemi ureten fonksiyon. ODEV002M'in C isleminde bos birakilan
      *ikincisi "order not found" ile reddedilir ve tasinan alanlar
      *kaybolurdu.
      *------------------------
       0600-WRITE-MERGE-BATCH.
           SORT TRAN-SORT
               ON ASCENDING KEY TSR-ORDER-I
               USING TRAN-WORK
               OUTPUT PROCEDURE IS 0620-WRITE-SORTED-TRANS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of merge transactions failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *biriken islemleri siparis numarasi sirasina dizip parti
      *olarak yazan fonksiyon. sonuc, ODEV002M'in parti denetiminin
      *bekledigi gibi ORDER-I sirasinda bir islem dosyasidir. bir
      *siparis ya tutulan (C) ya silinen (D) ayak olabildiginden ayni
      *numara iki kez gelmez.
      *------------------------
       0620-WRITE-SORTED-TRANS.
           PERFORM 0640-WRITE-BATCH-HEADER.
           PERFORM 0662-RETURN-TRAN.
           PERFORM UNTIL WS-TRS-EOF-SW = 1
               PERFORM 0664-WRITE-ONE-TRAN
               PERFORM 0662-RETURN-TRAN
           END-PERFORM.
           PERFORM 0670-WRITE-BATCH-TRAILER.
      *siralanmis islemleri baslik ve trailer arasina yazan dongu.
      *------------------------
       0640-WRITE-BATCH-HEADER.
           MOVE SPACES      TO MRG-HDR-REC.
           WRITE MRG-HDR-REC.
      *islem dosyasinin basina parti basligini yazan fonksiyon.
      *------------------------
       0662-RETURN-TRAN.
           RETURN TRAN-SORT
               AT END
                   MOVE 1 TO WS-TRS-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki islemi alan fonksiyon.
      *------------------------
       0664-WRITE-ONE-TRAN.
           MOVE TSR-REC TO MRG-TRANS-REC.
           WRITE MRG-TRANS-REC.
           ADD 1 TO WS-TRAN-CNT.
           COMPUTE WS-TRAN-HASH = FUNCTION MOD(
               WS-TRAN-HASH + MRG-ORDER-I, 1000000000).
      *tek bir islemi dosyaya yazan ve trailer hash toplamina ekleyen
      *fonksiyon.
      *------------------------
       0670-WRITE-BATCH-TRAILER.
           MOVE SPACES          TO MRG-TRL-REC.
           MOVE "T"             TO MRGT-REC-TYPE.
           MOVE WS-TRAN-CNT     TO MRGT-REC-COUNT.
           MOVE WS-TRAN-HASH    TO MRGT-HASH-TOTAL.
           WRITE MRG-TRL-REC.
      *islem dosyasinin sonuna, uretilen kayit sayisi ve hash
       0700-PRINT-SUMMARY.
           DISPLAY "ODEV002D SUMMARY - READ: " READ-CNT
                   " EXACT PAIRS: " WS-EXACT-CNT
                   " LOOSE PAIRS: " WS-LOOSE-CNT
                   " ERASED SKIPPED: " WS-ERASED-CNT.
           DISPLAY "                   DELETES BUILT: " WS-DEL-TRAN-CNT
                   " CHANGES BUILT: " WS-CHG-TRAN-CNT.
      *calisma sonunda okunan kayit, bulunan cift, atlanan silinmis
      *kayit ve uretilen islem sayilarini SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-LOOSE-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *yalniz soyadi + dogum tarihiyle eslesen, elle incelenecek
      *cift raporlandiysa adimi uyari (04) ile bitiren fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
