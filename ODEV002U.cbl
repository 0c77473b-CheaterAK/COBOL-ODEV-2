       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002U.
      *program id'si
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      *programi yazan kisi
       ENVIRONMENT DIVISION.
      *ENVIRONMENT DIVISION.
      *programin cevre degiskenlerini tanimladigimiz bolum

       INPUT-OUTPUT SECTION.
      *INPUT-OUTPUT SECTION.
      *programin giris cikis tanimlamalarini yaptigimiz bolum
       FILE-CONTROL.
      *FILE-CONTROL.
      *dosya tanimlamalarinin yapildigi ve niteleyicilerin tanimlandigi
      *bolum
           SELECT POSTAL-REL   ASSIGN TO POSTREL
                       FILE STATUS IS STATUS-POSTREL.
      *POSTAL-REL, posta idaresinin yayinladigi posta kodu listesi.
      *her satir bir posta kodu ve ait oldugu sehri tasir; dosyanin
      *sirali gelmesi sart degildir.
           SELECT POSTAL-SORT  ASSIGN TO SORTWK01.
      *POSTAL-SORT, yayin satirlarini posta koduna, ayni kod icinde
      *de yayindaki gelis sirasina dizen siralama dosyasi.
           SELECT POSTAL-REF   ASSIGN TO POSTREF
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PST-POSTAL-CODE
                       FILE STATUS IS STATUS-POSTREF.
      *POSTAL-REF, posta kodu uzerinden anahtarli referans dosyasi.
      *yuklemede sirali yazilir, taramada anahtarla tek tek okunur;
      *iki kullanim icin de DYNAMIC erisim tanimlanir.
           SELECT USERS-DATA   ASSIGN TO USERDATA
                       FILE STATUS IS STATUS-USERDATA.
      *USERS-DATA, terfi etmis musteri master'i. yalniz PARM=SWEEP
      *ile calisildiginda okunur.
           SELECT SWEEP-REPORT ASSIGN TO POSTSWP
                       FILE STATUS IS STATUS-POSTSWP.
      *SWEEP-REPORT, posta kodu kontrolunu gecemeyen master
      *kayitlarinin listesi. kayitlar bu listeden ODEV002M'e verilen
      *C islemleriyle temizlenir.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FILE SECTION.
      *FILE SECTION.
      *dosya tanimlamalarinin yapildigi bolum
       FD  POSTAL-REL RECORDING MODE F.
       01  REL-REC.
           05    REL-POSTAL-CODE         PIC X(10).
           05    REL-CITY                PIC X(20).
           05    FILLER                  PIC X(50).
      *POSTAL-REL'in kayit yapisi. 80 kolonluk yayin satirinin ilk
      *30 kolonu kullanilir, geri kalani yayinin kendi bilgileridir.
       SD  POSTAL-SORT.
       01  PSR-REC.
           05    PSR-POSTAL-CODE         PIC X(10).
           05    PSR-SEQ                 PIC 9(9).
           05    PSR-CITY                PIC X(20).
      *siralama kaydinin yapisi. PSR-SEQ yayindaki satir sirasidir;
      *ayni kod yayinda birden fazla geciyorsa ilk satir gecerli olur.
       FD  POSTAL-REF.
       COPY POSTREF.
      *POSTAL-REF'in kayit yapisi paylasilan POSTREF kopya
      *kitabindan gelir; ODEV002 ve ODEV002M ayni duzeni okur.
       FD  USERS-DATA RECORDING MODE F.
       01  USER-FIELDS.
           05    ORDER-I                 PIC 9(7).
           05    FIRST-NAME-I            PIC X(15).
           05    LAST-NAME-I             PIC X(15).
           05    BIRTH-DATE-I            PIC X(8).
           05    CURRENT-DATE-I          PIC X(8).
           05    ADDR-STREET-I           PIC X(30).
           05    ADDR-CITY-I             PIC X(20).
           05    ADDR-POSTAL-I           PIC X(10).
           05    PHONE-I                 PIC X(15).
           05    EMAIL-I                 PIC X(30).
           05    STATUS-I                PIC X(1).
      *USERS-DATA'nin kayit yapisi. ODEV002'deki USER-FIELDS ile
      *aynidir.
       FD  SWEEP-REPORT RECORDING MODE F.
       01  SWEEP-REC                     PIC X(100).
      *SWEEP-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  SWP-HEADER.
           05 FILLER                     PIC X(40)
                 VALUE "POSTAL CODE SWEEP OF MASTER - RUN DATE ".
           05 SWP-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(52) VALUE SPACES.
       01  SWP-COLUMN-LINE.
           05 FILLER                     PIC X(8)  VALUE "ORDER".
           05 FILLER                     PIC X(16) VALUE "LAST NAME".
           05 FILLER                     PIC X(21) VALUE "CITY".
           05 FILLER                     PIC X(11) VALUE "POSTAL".
           05 FILLER                     PIC X(3)  VALUE "RC".
           05 FILLER                     PIC X(21)
                 VALUE "REFERENCE CITY".
           05 FILLER                     PIC X(2)  VALUE "ST".
           05 FILLER                     PIC X(18) VALUE SPACES.
      *tarama raporunun baslik ve kolon basligi satirlari.
      *------------------------
       01  SWP-DETAIL.
           05 SWD-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-CITY                   PIC X(20).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-POSTAL                 PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-REASON-CODE            PIC X(2).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-REF-CITY               PIC X(20).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 SWD-STATUS                 PIC X(1).
           05 FILLER                     PIC X(19) VALUE SPACES.
      *kontrolu gecemeyen tek bir master kaydinin satiri. PU'da
      *referans sehir bos kalir, PC'de posta kodunun referansta
      *ait oldugu sehir basilir.
      *------------------------
       01  SWP-COUNT-LINE.
           05 SWL-LABEL                  PIC X(40).
           05 SWL-COUNT                  PIC Z(6)9.
           05 FILLER                     PIC X(53) VALUE SPACES.
      *raporun sonundaki sayac satiri.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-POSTREL             PIC 99.
              88 POSTREL-SUCC            VALUE 00 97.
              88 POSTREL-EOF             VALUE 10.
           05 STATUS-POSTREF             PIC 99.
              88 POSTREF-SUCC            VALUE 00 97.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-POSTSWP             PIC 99.
              88 POSTSWP-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-PARM-LINE                  PIC X(80).
       01  WS-SWEEP-SW                   PIC 9(1) VALUE 0.
      *JCL'den gelen PARM satiri. SWEEP verilirse referans dosyasi
      *yuklenmez, master referansa karsi taranir; bos ya da baska bir
      *deger yayindan yukleme demektir.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-REL-SEQ                    PIC 9(9) VALUE 0.
       01  WS-PSR-EOF-SW                 PIC 9(1) VALUE 0.
       01  WS-PREV-POSTAL                PIC X(10) VALUE SPACES.
       01  WS-PREV-CITY                  PIC X(20) VALUE SPACES.
      *yuklemenin calisma alanlari: run tarihi, yayin satir sirasi,
      *siralama sonu anahtari ve en son yazilan posta kodu/sehir.
      *bos kodlar siralamaya hic verilmedigi icin WS-PREV-POSTAL'in
      *bos baslamasi gercek bir kodla cakismaz.
      *------------------------
       01  WS-LOWER-ALPHA                PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-ALPHA                PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-CHK-POSTAL                 PIC X(10).
       01  WS-CHK-CITY                   PIC X(20).
      *karsilastirmadan once posta kodu ve sehrin buyuk harfe
      *cevrildigi kopyalar. yayin ve master ayni kurala gore
      *cevrildiginden buyuk/kucuk harf farki sapma sayilmaz.
      *------------------------
       01  WS-LOAD-COUNTS.
           05 WS-REL-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-REL-BAD-CNT             PIC 9(7) VALUE 0.
           05 WS-REL-SORT-CNT            PIC 9(7) VALUE 0.
           05 WS-LOAD-CNT                PIC 9(7) VALUE 0.
           05 WS-DUP-CNT                 PIC 9(7) VALUE 0.
           05 WS-CONFLICT-CNT            PIC 9(7) VALUE 0.
      *yuklemede okunan, bos kod/sehir nedeniyle atlanan, siralamaya
      *verilen, yuklenen, ayni kod/sehirle tekrar eden ve ayni kodu
      *baska bir sehirle veren satir sayilari.
      *------------------------
       01  WS-SWEEP-COUNTS.
           05 WS-SWP-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-SWP-SKIP-CNT            PIC 9(7) VALUE 0.
           05 WS-SWP-CHECK-CNT           PIC 9(7) VALUE 0.
           05 WS-SWP-UNKNOWN-CNT         PIC 9(7) VALUE 0.
           05 WS-SWP-MISMATCH-CNT        PIC 9(7) VALUE 0.
      *taramada okunan, kontrol disi kalan (numerik olmayan siparis
      *ya da bos sehir/posta kodu), kontrol edilen, posta kodu
      *bilinmeyen (PU) ve sehri tutmayan (PC) kayit sayilari.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
      *bolum.
       0000-MAIN.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-PARM-LINE(1:5) = "SWEEP"
               MOVE 1 TO WS-SWEEP-SW
           END-IF.
           IF WS-SWEEP-SW = 1
               PERFORM 0400-SWEEP-MASTER
           ELSE
               PERFORM 0100-OPEN-FILES
               PERFORM 0110-FILE-CONTROL
               PERFORM 0200-LOAD-REFERENCE
               PERFORM 0700-PRINT-SUMMARY
               PERFORM 0790-SET-STEP-RC
               PERFORM 0800-CLOSE-FILES
           END-IF.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. normalde sirasiyla yayin
      *dosyasinin acilmasi, dosya kontrolu, referans dosyasinin
      *yayindan bastan yuklenmesi, ozet ve kapanis islemlerini
      *yapiyor. PARM=SWEEP ile yalniz master referansa karsi taranir.
      *------------------------
       0100-OPEN-FILES.
           OPEN INPUT POSTAL-REL.
      *yayin dosyasini acan fonksiyon. referans dosyasi, yayinda
      *yuklenecek kayit oldugu anlasilinca 0300-WRITE-REFERENCE'ta
      *acilir; bos ya da bozuk bir yayin eski referansi silemez.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT POSTREL-SUCC
              DISPLAY "Postal release file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0200-LOAD-REFERENCE.
           SORT POSTAL-SORT
               ON ASCENDING KEY PSR-POSTAL-CODE PSR-SEQ
               INPUT PROCEDURE IS 0210-SELECT-RELEASE
               OUTPUT PROCEDURE IS 0300-WRITE-REFERENCE.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of postal release failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *referans dosyasini yayindan tek geciste bastan yukleyen
      *fonksiyon. yeni bir yayin geldiginde ayni adim yeniden
      *calistirilir; referans boylece her zaman son yayinin aynisidir.
      *------------------------
       0210-SELECT-RELEASE.
           PERFORM 0250-READ-RELEASE.
           PERFORM UNTIL POSTREL-EOF
               ADD 1 TO WS-REL-READ-CNT
               PERFORM 0260-RELEASE-ONE-LINE
               PERFORM 0250-READ-RELEASE
           END-PERFORM.
      *yayinin tamamini okuyup kullanilabilir satirlari siralamaya
      *veren dongu.
      *------------------------
       0250-READ-RELEASE.
           READ POSTAL-REL.
      *POSTAL-REL'den bir sonraki satiri okuyan fonksiyon.
      *------------------------
       0260-RELEASE-ONE-LINE.
           MOVE REL-POSTAL-CODE TO WS-CHK-POSTAL.
           MOVE REL-CITY        TO WS-CHK-CITY.
           INSPECT WS-CHK-POSTAL
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-CHK-CITY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF WS-CHK-POSTAL = SPACES OR WS-CHK-CITY = SPACES
               ADD 1 TO WS-REL-BAD-CNT
               DISPLAY "Release line " WS-REL-READ-CNT
                       ": blank postal code or city, not loaded."
           ELSE
               ADD 1 TO WS-REL-SEQ
               MOVE WS-CHK-POSTAL TO PSR-POSTAL-CODE
               MOVE WS-REL-SEQ    TO PSR-SEQ
               MOVE WS-CHK-CITY   TO PSR-CITY
               RELEASE PSR-REC
               ADD 1 TO WS-REL-SORT-CNT
           END-IF.
      *tek bir yayin satirini buyuk harfe cevirip siralamaya veren
      *fonksiyon. kodu ya da sehri bos satir sayilip atlanir.
      *------------------------
       0300-WRITE-REFERENCE.
           IF WS-REL-SORT-CNT = 0
               DISPLAY "Postal release has no usable lines - "
                       "reference file left as it was."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           OPEN OUTPUT POSTAL-REF.
           IF NOT POSTREF-SUCC
               DISPLAY "Postal reference file not opened. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           PERFORM 0350-RETURN-POSTAL.
           PERFORM UNTIL WS-PSR-EOF-SW = 1
               PERFORM 0310-WRITE-ONE-POSTAL
               PERFORM 0350-RETURN-POSTAL
           END-PERFORM.
           CLOSE POSTAL-REF.
      *siralanmis yayini referans dosyasina yazan fonksiyon. dosya
      *OUTPUT ile acildigi icin onceki yayinin kayitlari tamamen
      *yenileriyle degisir; yayinda artik olmayan kodlar da boylece
      *referanstan duser.
      *------------------------
       0310-WRITE-ONE-POSTAL.
           IF PSR-POSTAL-CODE = WS-PREV-POSTAL
               IF PSR-CITY = WS-PREV-CITY
                   ADD 1 TO WS-DUP-CNT
               ELSE
                   ADD 1 TO WS-CONFLICT-CNT
                   DISPLAY PSR-POSTAL-CODE ": listed for "
                           WS-PREV-CITY " and " PSR-CITY
                           ", second city not loaded."
               END-IF
           ELSE
               MOVE SPACES          TO PST-REC
               MOVE PSR-POSTAL-CODE TO PST-POSTAL-CODE
               MOVE PSR-CITY        TO PST-CITY
               MOVE WS-RUN-DATE     TO PST-LOAD-DATE
               WRITE PST-REC
                   INVALID KEY
                       ADD 1 TO WS-CONFLICT-CNT
                       DISPLAY PSR-POSTAL-CODE
                               ": reference key rejected, not loaded."
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-CNT
               END-WRITE
               MOVE PSR-POSTAL-CODE TO WS-PREV-POSTAL
               MOVE PSR-CITY        TO WS-PREV-CITY
           END-IF.
      *tek bir posta kodunu referansa yazan fonksiyon. ayni kod
      *yayinda ayni sehirle tekrar ediyorsa zararsizdir ve yalniz
      *sayilir; baska bir sehirle tekrar ediyorsa ilk satir yuklenir,
      *sonraki operatore bildirilir ve adim uyari ile biter.
      *------------------------
       0350-RETURN-POSTAL.
           RETURN POSTAL-SORT
               AT END
                   MOVE 1 TO WS-PSR-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki yayin satirini alan fonksiyon.
      *------------------------
       0400-SWEEP-MASTER.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  POSTAL-REF.
           OPEN OUTPUT SWEEP-REPORT.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT POSTREF-SUCC
              DISPLAY "Postal reference file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT POSTSWP-SUCC
              DISPLAY "Sweep report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO SWP-HDR-RUN-DATE.
           MOVE SWP-HEADER TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE SPACES TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE SWP-COLUMN-LINE TO SWEEP-REC.
           WRITE SWEEP-REC.
           PERFORM 0450-READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               ADD 1 TO WS-SWP-READ-CNT
               PERFORM 0460-SWEEP-ONE-MASTER
               PERFORM 0450-READ-MASTER
           END-PERFORM.
           PERFORM 0480-PRINT-SWEEP-TOTALS.
           DISPLAY "ODEV002U SWEEP - READ: " WS-SWP-READ-CNT
                   " CHECKED: "  WS-SWP-CHECK-CNT
                   " SKIPPED: "  WS-SWP-SKIP-CNT.
           DISPLAY "                 UNKNOWN: " WS-SWP-UNKNOWN-CNT
                   " MISMATCH: " WS-SWP-MISMATCH-CNT.
           IF (WS-SWP-UNKNOWN-CNT > 0 OR
               WS-SWP-MISMATCH-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
           CLOSE USERS-DATA.
           CLOSE POSTAL-REF.
           CLOSE SWEEP-REPORT.
      *tek seferlik tarama modu. terfi etmis master'in her kaydi
      *ODEV002'nin 0296-POSTAL-VALIDATOR'u ile ayni kurala gore
      *referansa karsi kontrol edilir ve gecemeyenler rapora dusulur.
      *master'a dokunulmaz; duzeltmeler rapordan ODEV002M'e verilen C
      *islemleriyle yapilir. gecemeyen kayit olduysa adim uyari (04)
      *ile biter.
      *------------------------
       0450-READ-MASTER.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0460-SWEEP-ONE-MASTER.
           IF ORDER-I NOT NUMERIC OR
              ADDR-CITY-I = SPACES OR ADDR-POSTAL-I = SPACES
               ADD 1 TO WS-SWP-SKIP-CNT
           ELSE
               ADD 1 TO WS-SWP-CHECK-CNT
               PERFORM 0470-CHECK-ONE-POSTAL
           END-IF.
      *tek bir master kaydini kontrole sokan fonksiyon. numerik
      *olmayan siparis ve bos sehir/posta kodu zaten ODEV002'nin
      *SQ/AD kontrollerine takildigindan burada yalniz sayilir.
      *------------------------
       0470-CHECK-ONE-POSTAL.
           MOVE ADDR-POSTAL-I TO WS-CHK-POSTAL.
           MOVE ADDR-CITY-I   TO WS-CHK-CITY.
           INSPECT WS-CHK-POSTAL
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-CHK-CITY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE WS-CHK-POSTAL TO PST-POSTAL-CODE.
           READ POSTAL-REF
               INVALID KEY
                   ADD 1 TO WS-SWP-UNKNOWN-CNT
                   MOVE "PU"   TO SWD-REASON-CODE
                   MOVE SPACES TO SWD-REF-CITY
                   PERFORM 0475-WRITE-SWEEP-LINE
               NOT INVALID KEY
                   IF PST-CITY NOT = WS-CHK-CITY
                       ADD 1 TO WS-SWP-MISMATCH-CNT
                       MOVE "PC"     TO SWD-REASON-CODE
                       MOVE PST-CITY TO SWD-REF-CITY
                       PERFORM 0475-WRITE-SWEEP-LINE
                   END-IF
           END-READ.
      *tek bir kaydin posta kodunu referansta arayan fonksiyon. kod
      *yoksa PU, varsa ama baska bir sehre aitse PC ile rapora
      *dusulur.
      *------------------------
       0475-WRITE-SWEEP-LINE.
           MOVE ORDER-I       TO SWD-ORDER.
           MOVE LAST-NAME-I   TO SWD-LAST-NAME.
           MOVE ADDR-CITY-I   TO SWD-CITY.
           MOVE ADDR-POSTAL-I TO SWD-POSTAL.
           MOVE STATUS-I      TO SWD-STATUS.
           MOVE SWP-DETAIL    TO SWEEP-REC.
           WRITE SWEEP-REC.
      *kontrolu gecemeyen tek bir kaydi rapora basan fonksiyon.
      *------------------------
       0480-PRINT-SWEEP-TOTALS.
           MOVE SPACES TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE "MASTER RECORDS READ" TO SWL-LABEL.
           MOVE WS-SWP-READ-CNT TO SWL-COUNT.
           MOVE SWP-COUNT-LINE TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE "NOT CHECKED (BAD ORDER / EMPTY ADDRESS)"
                                TO SWL-LABEL.
           MOVE WS-SWP-SKIP-CNT TO SWL-COUNT.
           MOVE SWP-COUNT-LINE TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE "PU - UNKNOWN POSTAL CODE" TO SWL-LABEL.
           MOVE WS-SWP-UNKNOWN-CNT TO SWL-COUNT.
           MOVE SWP-COUNT-LINE TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE "PC - POSTAL CODE DOES NOT MATCH CITY" TO SWL-LABEL.
           MOVE WS-SWP-MISMATCH-CNT TO SWL-COUNT.
           MOVE SWP-COUNT-LINE TO SWEEP-REC.
           WRITE SWEEP-REC.
      *raporun sonuna tarama sayaclarini basan fonksiyon.
      *------------------------
       0700-PRINT-SUMMARY.
           DISPLAY "ODEV002U SUMMARY - RELEASE READ: " WS-REL-READ-CNT
                   " LOADED: "   WS-LOAD-CNT
                   " BLANK: "    WS-REL-BAD-CNT.
           DISPLAY "                   DUPLICATE: " WS-DUP-CNT
                   " CONFLICT: " WS-CONFLICT-CNT.
      *calisma sonunda okunan/yuklenen/atlanan yayin satiri
      *sayilarini SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF (WS-REL-BAD-CNT > 0 OR
               WS-CONFLICT-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *yuklenemeyen yayin satiri olduysa adimi uyari (04) ile
      *bitiren fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE POSTAL-REL.
      *dosyalar kapatiliyor. referans dosyasi 0300-WRITE-REFERENCE
      *icinde kapatilir.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
