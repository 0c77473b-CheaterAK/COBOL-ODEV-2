                       FILE STATUS IS STATUS-RUNHIST.
      *RUN-HISTORY, uc programin da paylastigi run gecmisi dosyasi.
      *calisma basinda S, normal bitiste E kaydi eklenir.
           SELECT NUMBER-CTL   ASSIGN TO NXTNUM
                       FILE STATUS IS STATUS-NXTNUM.
      *NUMBER-CTL, sistemin siparis numarasi kontrol dosyasi. ORDER-I'si
      *sifir gelen A islemlerine verilecek bir sonraki numarayi tutar.
           SELECT NEW-ORDER-FILE ASSIGN TO NEWADDS
                       FILE STATUS IS STATUS-NEWADDS.
      *NEW-ORDER-FILE, numara bekleyen gecerli A islemlerinin eski
      *master bitene kadar bekletildigi gecici calisma dosyasi.
           SELECT ASSIGN-REPORT ASSIGN TO ASGNRPT
                       FILE STATUS IS STATUS-ASGNRPT.
      *ASSIGN-REPORT, veri giris ekibine geri donen numara atama
      *raporu. numara verilen her yeni musteri ve numara verilemeyen
      *her islem nedeniyle burada listelenir.
           SELECT POSTAL-REF   ASSIGN TO POSTREF
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS PST-POSTAL-CODE
                       FILE STATUS IS STATUS-POSTREF.
      *POSTAL-REF, ODEV002U'nun posta idaresi yayinindan yukledigi
      *posta kodu referans dosyasi. 0460-VALIDATE-TRAN-POSTAL islemin
      *posta kodunu burada anahtarla arar.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
           05    PCTL-CHANGE-CNT         PIC 9(7).
           05    PCTL-DELETE-CNT         PIC 9(7).
           05    PCTL-REJECT-CNT         PIC 9(7).
           05    PCTL-RUN-TIME           PIC 9(6).
      *PROM-CTL'nin kayit yapisi. run tarihi ile 0700-PRINT-SUMMARY'de
      *gosterilen sayilarin makine tarafindan okunabilir kopyasidir.
      *run saati sonradan eklenmistir; ODEV002N adayi yazan calismayi
      *NXTNUM'daki tarih/saatle eslestirmek icin kullanir.
       FD  RUN-HISTORY RECORDING MODE F.
       COPY RUNHIST.
      *RUN-HISTORY'nin kayit yapisi paylasilan RUNHIST kopya
      *kitabindan gelir; uc program da ayni duzeni kullanir.
       FD  NUMBER-CTL RECORDING MODE F.
       COPY NXTNUM.
      *NUMBER-CTL'nin kayit yapisi paylasilan NXTNUM kopya kitabindan
      *gelir; ODEV002N de ayni duzeni kullanir.
       FD  NEW-ORDER-FILE RECORDING MODE F.
       01  NEW-ORDER-REC                 PIC X(160).
      *NEW-ORDER-FILE'in kayit yapisi. TRANS-REC'in tek parca
      *kopyasidir.
       FD  ASSIGN-REPORT RECORDING MODE F.
       01  ASSIGN-REC                    PIC X(100).
      *ASSIGN-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       FD  POSTAL-REF.
       COPY POSTREF.
      *POSTAL-REF'in kayit yapisi paylasilan POSTREF kopya
      *kitabindan gelir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin tanimlandigi bolum.
              88 PROMCTL-SUCC            VALUE 00 97.
           05 STATUS-RUNHIST             PIC 99.
              88 RUNHIST-SUCC            VALUE 00 97.
           05 STATUS-NXTNUM              PIC 99.
              88 NXTNUM-SUCC             VALUE 00 97.
              88 NXTNUM-EOF              VALUE 10.
           05 STATUS-NEWADDS             PIC 99.
              88 NEWADDS-SUCC            VALUE 00 97.
              88 NEWADDS-EOF             VALUE 10.
           05 STATUS-ASGNRPT             PIC 99.
              88 ASGNRPT-SUCC            VALUE 00 97.
           05 STATUS-POSTREF             PIC 99.
              88 POSTREF-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi alan.
      *------------------------
       01  WS-BATCH-FIELDS.
      *TRANS-FILE ve OLD-MASTER'i ORDER-I'ya gore esleyen sirali
      *guncelleme (match/merge) dongusunde kullanilan karsilastirma
      *anahtarlari.
      *------------------------
       01  WS-NXT-SAVE                   PIC X(80).
       01  WS-MAX-ORDER-SEEN             PIC 9(7) VALUE 0.
       01  WS-NEXT-ORDER                 PIC 9(8) VALUE 0.
       01  WS-LAST-ORDER-LIMIT           PIC 9(8) VALUE 9999999.
       01  WS-DEFER-CNT                  PIC 9(7) VALUE 0.
       01  WS-ASSIGNED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIRST-ASSIGNED             PIC 9(7) VALUE 0.
       01  WS-LAST-ASSIGNED              PIC 9(7) VALUE 0.
       01  WS-RETIRED-NOW-CNT            PIC 9(7) VALUE 0.
      *numara atamanin calisma alanlari: dosya kapandiktan sonra da
      *elde kalsin diye kontrol kaydinin kopyasi, eski master'da ve
      *partide gorulen en buyuk siparis numarasi, verilecek siradaki
      *numara ve verilebilecek en buyuk numara, bekletilen/numara
      *verilen yeni musteri sayilari, bu calismanin verdigi aralik ve
      *calisma basinda emekliye ayrilan onceki aralik.
      *------------------------
       01  ASG-HEADER.
           05 FILLER                     PIC X(42)
                 VALUE "ORDER NUMBER ASSIGNMENT REPORT - RUN DATE ".
           05 ASG-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(50) VALUE SPACES.
       01  ASG-DETAIL.
           05 FILLER                     PIC X(9)  VALUE "ASSIGNED ".
           05 ASG-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASG-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASG-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASG-BIRTH-DATE             PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASG-POSTAL                 PIC X(10).
           05 FILLER                     PIC X(32) VALUE SPACES.
       01  ASG-REJECT-LINE.
           05 FILLER                     PIC X(14)
                 VALUE "NOT ASSIGNED  ".
           05 ASR-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASR-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 ASR-REASON                 PIC X(50).
           05 FILLER                     PIC X(4)  VALUE SPACES.
       01  ASG-RETIRED-LINE.
           05 FILLER                     PIC X(15)
                 VALUE "RETIRED ORDERS ".
           05 ASX-FIRST                  PIC 9(7).
           05 FILLER                     PIC X(4)  VALUE " TO ".
           05 ASX-LAST                   PIC 9(7).
           05 FILLER                     PIC X(15)
                 VALUE " ISSUED BY RUN ".
           05 ASX-RUN-DATE               PIC 9(8).
           05 FILLER                     PIC X(44)
                 VALUE " NEVER WENT LIVE - RE-ENTER AS NEW ADDS.".
       01  ASG-TOTAL-LINE.
           05 FILLER                     PIC X(17)
                 VALUE "TOTAL - ASSIGNED ".
           05 AST-ASSIGNED               PIC Z(6)9.
           05 FILLER                     PIC X(14)
                 VALUE " NOT ASSIGNED ".
           05 AST-REJECTED               PIC Z(6)9.
           05 FILLER                     PIC X(13)
                 VALUE " NEXT NUMBER ".
           05 AST-NEXT                   PIC 9(8).
           05 FILLER                     PIC X(34) VALUE SPACES.
      *numara atama raporunun satirlari: baslik, numara verilen
      *musteri, numara verilemeyen islem ve nedeni, emekliye ayrilan
      *aralik ve toplam satiri.
      *------------------------
       01  WS-NOASSIGN-CNT               PIC 9(7) VALUE 0.
      *numara verilemeden reddedilen sifir numarali A islemi sayisi.
      *------------------------
       01  WS-COUNTS.
           05 WS-ADD-CNT                 PIC 9(7) VALUE 0.
      *bosluk ve tire ayraclari sifira cevrildikten sonra numerik
      *test edilecegi kopyasi. ODEV002'nin 0295-CONTACT-VALIDATOR'u
      *ile ayni kurallar uygulanir.
      *------------------------
       01  WS-LOWER-ALPHA                PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-ALPHA                PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-TRAN-CHK-POSTAL            PIC X(10).
       01  WS-TRAN-CHK-CITY              PIC X(20).
      *posta kodu denetiminin calisma alanlari. islemden sonra
      *master'da olusacak posta kodu ve sehrin, referans dosyasindaki
      *gibi buyuk harfe cevrilmis kopyalari.
      *------------------------
       COPY AGELIMIT.
      *WS-PARAM-YEAR-MIN, 0420-TRAN-YEAR-VALIDATOR tarafindan kullanilir.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi bolum.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-READ-NUMBER-CONTROL.
           PERFORM 0160-VERIFY-TRANS-BATCH.
           PERFORM 0200-PROCESS-FILES.
           PERFORM 0710-WRITE-PROM-CONTROL.
           PERFORM 0720-WRITE-RUN-END.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin acilmasi,
           OPEN OUTPUT CHANGE-LOG.
           OPEN OUTPUT PROM-CTL.
           OPEN EXTEND RUN-HISTORY.
           OPEN INPUT  NUMBER-CTL.
           OPEN OUTPUT NEW-ORDER-FILE.
           OPEN OUTPUT ASSIGN-REPORT.
           OPEN INPUT  POSTAL-REF.
      *dosyalari acan fonksiyon. log kayitlarina basilacak run tarihi
      *de burada bir kez alinir. NUMBER-CTL once okumak icin acilir;
      *0500-ASSIGN-NEW-ORDERS onu yeniden yazar.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT TRANFILE-SUCC
              DISPLAY "Transaction file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT OLDMSTR-SUCC
              DISPLAY "Old master (USERS-DATA) not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NEWMSTR-SUCC
              DISPLAY "New master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGLOG-SUCC
              DISPLAY "Change log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT PROMCTL-SUCC
              DISPLAY "Promote control file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT RUNHIST-SUCC
              DISPLAY "Run history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NXTNUM-SUCC
              DISPLAY "Number control file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NEWADDS-SUCC
              DISPLAY "New order work file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT ASGNRPT-SUCC
              DISPLAY "Assignment report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT POSTREF-SUCC
              DISPLAY "Postal reference file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           PERFORM 0150-WRITE-RUN-START.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon. hepsi
           MOVE 0            TO RUNH-CNT-4.
           WRITE RUNH-REC.
      *calismanin basladigini run gecmisine isleyen fonksiyon.
      *------------------------
       0120-READ-NUMBER-CONTROL.
           MOVE WS-RUN-DATE TO ASG-HDR-RUN-DATE.
           MOVE ASG-HEADER  TO ASSIGN-REC.
           WRITE ASSIGN-REC.
           MOVE SPACES TO ASSIGN-REC.
           WRITE ASSIGN-REC.
           READ NUMBER-CTL.
           IF NXTNUM-EOF
               DISPLAY "Number control file empty - first numbers "
                       "will follow the highest order on file."
               MOVE SPACES TO NXT-REC
               MOVE 1      TO NXT-NEXT-ORDER
               MOVE 0      TO NXT-RUN-DATE
               MOVE 0      TO NXT-RUN-TIME
               MOVE 0      TO NXT-FIRST-ORDER
               MOVE 0      TO NXT-LAST-ORDER
               MOVE 0      TO NXT-ISSUED-CNT
               MOVE 0      TO NXT-RETIRED-TOTAL
           ELSE
               IF NXT-NEXT-ORDER NOT NUMERIC OR
                  NXT-ISSUED-CNT NOT NUMERIC OR
                  NXT-RETIRED-TOTAL NOT NUMERIC
                   DISPLAY "BATCH REFUSED - number control record "
                           "is not numeric."
                   PERFORM 0190-REFUSE-BATCH
               END-IF
           END-IF.
           IF NXT-ISSUED
               MOVE NXT-ISSUED-CNT  TO WS-RETIRED-NOW-CNT
               MOVE NXT-FIRST-ORDER TO ASX-FIRST
               MOVE NXT-LAST-ORDER  TO ASX-LAST
               MOVE NXT-RUN-DATE    TO ASX-RUN-DATE
               MOVE ASG-RETIRED-LINE TO ASSIGN-REC
               WRITE ASSIGN-REC
               DISPLAY "ORDER NUMBERS " NXT-FIRST-ORDER " TO "
                       NXT-LAST-ORDER " ISSUED ON " NXT-RUN-DATE
                       " WERE NEVER PROMOTED - RETIRED, NOT REUSED."
               ADD NXT-ISSUED-CNT TO NXT-RETIRED-TOTAL
               SET NXT-RETIRED TO TRUE
           END-IF.
           MOVE NXT-NEXT-ORDER TO WS-NEXT-ORDER.
           MOVE NXT-REC TO WS-NXT-SAVE.
           CLOSE NUMBER-CTL.
      *numara kontrol kaydini okuyup calisma alanina alan fonksiyon.
      *dosya bossa sistem ilk kez numara verecek demektir; sayac
      *0500'de eski master'daki en buyuk numaranin bir ustune
      *cekilir. kaydin NXT-STATE'i hala I ise onceki bir calismanin
      *verdigi numaralar hic terfi etmemistir (aday reddedildi ya da
      *ODEV002M yeniden kosturuldu): o aralik raporda ve SYSOUT'ta
      *emekliye ayrildigi bildirilerek kapatilir, sayac geri
      *alinmaz. bozuk bir kontrol kaydiyla numara verilmez; parti
      *tumden reddedilir.
      *------------------------
       0160-VERIFY-TRANS-BATCH.
           READ TRANS-FILE.
      *tek degerlendirilir.
      *------------------------
       0190-REFUSE-BATCH.
           SET STEP-DATA-FAIL TO TRUE.
           MOVE SPACES        TO RUNH-REC.
           MOVE WS-RUN-DATE   TO RUNH-RUN-DATE.
           MOVE WS-RUN-TIME   TO RUNH-RUN-TIME.
      *kaydi dusup tum dosyalari kapatarak calismayi durduran
      *fonksiyon. OLD-MASTER'a hicbir islem uygulanmamistir;
      *PROM-CTL de bos kaldigindan ODEV002N boyle bir geceden kalan
      *NEW-MASTER'i zaten terfi ettirmez. adim 08 ile biter; gece
      *akisi terfi ve indeks adimlarini bu koda bakarak atlar.
      *------------------------
       0200-PROCESS-FILES.
           PERFORM 0250-READ-TRANS.
                     AND WS-OLD-KEY-COMPARE = WS-HIGH-KEY
               PERFORM 0300-PROCESS-ONE-KEY
           END-PERFORM.
           PERFORM 0500-ASSIGN-NEW-ORDERS.
           PERFORM 0700-PRINT-SUMMARY.
      *TRANS-FILE ile OLD-MASTER'i ORDER-I sirasina gore esleyip isleyen
      *ana dongu. her iki dosya da bitince (her iki anahtar da nobetci
      *degere ulasinca) durur. ardindan bekletilen yeni musterilere
      *numara verilip NEW-MASTER'in sonuna eklenir, sonra ozet
      *basilir.
      *------------------------
       0250-READ-TRANS.
           READ TRANS-FILE.
      *TRANS-FILE'dan bir sonraki islemi okuyan fonksiyon. dosya
      *biterse ya da parti trailer'ina gelinirse karsilastirma
      *anahtarina nobetci deger atanir; trailer bir islem degildir.
      *islemlerdeki siparis numaralari burada en buyuk numaraya
      *katilmaz: reddedilen bir C/D ya da A'daki hatali bir numara
      *sayaci kalici olarak ileri itmesin diye yalniz master'da
      *bulunan ve master'a gercekten eklenen numaralar sayilir.
      *------------------------
       0260-READ-MASTER.
           READ OLD-MASTER.
               MOVE WS-HIGH-KEY TO WS-OLD-KEY-COMPARE
           ELSE
               MOVE OLDM-ORDER-I TO WS-OLD-KEY-COMPARE
               IF OLDM-ORDER-I > WS-MAX-ORDER-SEEN
                   MOVE OLDM-ORDER-I TO WS-MAX-ORDER-SEEN
               END-IF
           END-IF.
      *OLD-MASTER'dan bir sonraki kaydi okuyan fonksiyon. dosya biterse
      *karsilastirma anahtarina nobetci deger atanir. gorulen en
      *buyuk siparis numarasi, elle secilmis bir numaranin sistemin
      *verecegi numarayla cakismamasi icin tutulur.
      *------------------------
       0300-PROCESS-ONE-KEY.
           IF WS-TRAN-KEY-COMPARE = WS-OLD-KEY-COMPARE
      *A ise zaten var olan bir siparis icin geldigi icin reddediliyor.
      *------------------------
       0320-TRANS-ONLY.
           IF TRAN-ADD AND TRAN-ORDER-I = 0
               PERFORM 0340-DEFER-NEW-ORDER
           ELSE IF TRAN-ADD
               PERFORM 0400-VALIDATE-TRAN-DATES
               IF WS-TRAN-VALID = 1
                   MOVE TRAN-ORDER-I        TO NEWM-ORDER-I
                   MOVE NEW-MASTER-REC TO CHG-AFTER-IMAGE
                   WRITE NEW-MASTER-REC
                   ADD 1 TO WS-ADD-CNT
                   IF TRAN-ORDER-I > WS-MAX-ORDER-SEEN
                       MOVE TRAN-ORDER-I TO WS-MAX-ORDER-SEEN
                   END-IF
                   PERFORM 0600-WRITE-CHANGE-LOG
               ELSE
                   ADD 1 TO WS-REJECT-CNT
      *OLD-MASTER'da henuz karsiligi olmayan bir ORDER-I icin gelen
      *islemi isleyen fonksiyon. A ise yeni kayit olarak master'a
      *ekleniyor, C/D ise olmayan bir siparis icin geldigi icin
      *reddediliyor. ORDER-I'si sifir gelen A numara bekleyen yeni
      *musteridir ve 0340'a gider. master'a yazilan elle numarali
      *A'nin numarasi gorulen en buyuk numaraya katilir.
      *------------------------
       0330-MASTER-ONLY.
           MOVE OLDM-ORDER-I        TO NEWM-ORDER-I
           PERFORM 0260-READ-MASTER.
      *bu run'da hicbir islem gelmeyen OLD-MASTER kaydini oldugu gibi
      *NEW-MASTER'a tasiyan fonksiyon.
      *------------------------
       0340-DEFER-NEW-ORDER.
           PERFORM 0400-VALIDATE-TRAN-DATES.
           IF WS-TRAN-VALID = 1
               MOVE TRANS-REC TO NEW-ORDER-REC
               WRITE NEW-ORDER-REC
               ADD 1 TO WS-DEFER-CNT
           ELSE
               MOVE WS-TRAN-REJECT-REASON TO ASR-REASON
               PERFORM 0530-REJECT-NEW-ORDER
           END-IF.
      *ORDER-I'si sifir gelen A islemini isleyen fonksiyon. islem
      *numara verilmeden once normal A gibi dogrulanir. gecerse
      *NEW-ORDER-FILE'a bekletilir: numaralar eski master ve parti
      *sonuna kadar okunup en buyuk numara bilinince verilir ve
      *kayitlar NEW-MASTER'in sonuna eklenir, boylece NEW-MASTER
      *ORDER-I sirasini korur. gecemezse sifir numarayla reddedilir.
      *------------------------
       0400-VALIDATE-TRAN-DATES.
           MOVE 1 TO WS-TRAN-VALID.
                                TO WS-TRAN-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID = 1
               IF TRAN-ADDR-CITY-I NOT = SPACES OR
                  TRAN-ADDR-POSTAL-I NOT = SPACES
                   PERFORM 0460-VALIDATE-TRAN-POSTAL
               END-IF
           END-IF.
           IF WS-TRAN-VALID = 1
               IF TRAN-STATUS-I NOT = SPACES AND
                  TRAN-STATUS-I NOT = "A" AND
      *e-posta @ icermek, dolu gelen telefon rakam, bosluk ve tire
      *disina cikmamak, dolu gelen durum kodu A/M/D kumesinde kalmak
      *zorundadir. gecemeyen islem tarihi bozuk islem
      *gibi CHG-RESULT N ile CHANGE-LOG'a dusurulur. sehir ya da
      *posta kodu getiren islem ayrica 0460-VALIDATE-TRAN-POSTAL'dan
      *gecer.
      *------------------------
       0460-VALIDATE-TRAN-POSTAL.
           MOVE TRAN-ADDR-POSTAL-I TO WS-TRAN-CHK-POSTAL.
           MOVE TRAN-ADDR-CITY-I   TO WS-TRAN-CHK-CITY.
           IF TRAN-CHANGE
               IF TRAN-ADDR-POSTAL-I = SPACES
                   MOVE OLDM-ADDR-POSTAL-I TO WS-TRAN-CHK-POSTAL
               END-IF
               IF TRAN-ADDR-CITY-I = SPACES
                   MOVE OLDM-ADDR-CITY-I   TO WS-TRAN-CHK-CITY
               END-IF
           END-IF.
           INSPECT WS-TRAN-CHK-POSTAL
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-TRAN-CHK-CITY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF WS-TRAN-CHK-POSTAL NOT = SPACES AND
              WS-TRAN-CHK-CITY NOT = SPACES
               MOVE WS-TRAN-CHK-POSTAL TO PST-POSTAL-CODE
               READ POSTAL-REF
                   INVALID KEY
                       MOVE 0 TO WS-TRAN-VALID
                       MOVE "Rejected - PU unknown postal code"
                                    TO WS-TRAN-REJECT-REASON
                   NOT INVALID KEY
                       IF PST-CITY NOT = WS-TRAN-CHK-CITY
                           MOVE 0 TO WS-TRAN-VALID
                           MOVE "Rejected - PC postal code not in city"
                                    TO WS-TRAN-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
      *islemden sonra master'da olusacak posta kodu/sehir ciftini
      *ODEV002'nin 0296-POSTAL-VALIDATOR'u ile ayni kurala gore
      *referans dosyasina karsi denetleyen fonksiyon. A'da islemin
      *kendi degerleri, C'de bos birakilan taraf icin eslesen
      *OLD-MASTER kaydindaki eski deger kullanilir; boylece yalniz
      *sehri ya da yalniz posta kodunu degistiren bir C de eski
      *adresle tutarsiz bir cift birakamaz. kod referansta yoksa
      *PU, baska bir sehre aitse PC red nedeni CHANGE-LOG'a yazilir.
      *iki taraftan biri hala bossa denetim acik adres kuralina
      *birakilir.
      *------------------------
       0410-VALIDATE-ONE-TRAN-DATE.
           IF WS-TRAN-PARAM-DATE NOT NUMERIC
      *aylarin gun sayilarini 0290-DAY-VALIDATOR'daki ile ayni artik yil
      *kurallarina (4'e bolunup 100'e bolunmeyen veya 400'e bolunen
      *yillarda Subat 29 gun) gore kontrol eden fonksiyon.
      *------------------------
       0500-ASSIGN-NEW-ORDERS.
           CLOSE NEW-ORDER-FILE.
           IF WS-MAX-ORDER-SEEN NOT < WS-NEXT-ORDER
               COMPUTE WS-NEXT-ORDER = WS-MAX-ORDER-SEEN + 1
           END-IF.
           MOVE WS-NXT-SAVE TO NXT-REC.
           IF WS-DEFER-CNT > 0 AND
              WS-NEXT-ORDER NOT > WS-LAST-ORDER-LIMIT
               MOVE WS-NEXT-ORDER TO WS-FIRST-ASSIGNED
               IF WS-NEXT-ORDER + WS-DEFER-CNT - 1 >
                  WS-LAST-ORDER-LIMIT
                   MOVE WS-LAST-ORDER-LIMIT TO WS-LAST-ASSIGNED
               ELSE
                   COMPUTE WS-LAST-ASSIGNED =
                       WS-NEXT-ORDER + WS-DEFER-CNT - 1
               END-IF
               MOVE WS-RUN-DATE       TO NXT-RUN-DATE
               MOVE WS-RUN-TIME       TO NXT-RUN-TIME
               MOVE WS-FIRST-ASSIGNED TO NXT-FIRST-ORDER
               MOVE WS-LAST-ASSIGNED  TO NXT-LAST-ORDER
               COMPUTE NXT-ISSUED-CNT =
                   WS-LAST-ASSIGNED - WS-FIRST-ASSIGNED + 1
               SET NXT-ISSUED TO TRUE
               COMPUTE NXT-NEXT-ORDER = WS-LAST-ASSIGNED + 1
           ELSE
               MOVE WS-NEXT-ORDER TO NXT-NEXT-ORDER
               MOVE WS-RUN-DATE   TO NXT-RUN-DATE
               MOVE WS-RUN-TIME   TO NXT-RUN-TIME
               MOVE 0             TO NXT-FIRST-ORDER
               MOVE 0             TO NXT-LAST-ORDER
               MOVE 0             TO NXT-ISSUED-CNT
               SET NXT-NONE-ISSUED TO TRUE
           END-IF.
           OPEN OUTPUT NUMBER-CTL.
           IF NOT NXTNUM-SUCC
               DISPLAY "Number control file cannot be rewritten. "
                       "Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0800-CLOSE-FILES
               PERFORM 0999-EXIT
           END-IF.
           WRITE NXT-REC.
           CLOSE NUMBER-CTL.
           OPEN INPUT NEW-ORDER-FILE.
           PERFORM 0502-READ-NEW-ORDER.
           PERFORM UNTIL NEWADDS-EOF
               PERFORM 0510-ASSIGN-ONE-ORDER
               PERFORM 0502-READ-NEW-ORDER
           END-PERFORM.
           MOVE SPACES          TO ASSIGN-REC.
           WRITE ASSIGN-REC.
           MOVE WS-ASSIGNED-CNT TO AST-ASSIGNED.
           MOVE WS-NOASSIGN-CNT TO AST-REJECTED.
           MOVE NXT-NEXT-ORDER  TO AST-NEXT.
           MOVE ASG-TOTAL-LINE  TO ASSIGN-REC.
           WRITE ASSIGN-REC.
      *bekletilen yeni musterilere numara veren fonksiyon. verilecek
      *ilk numara, kontrol kaydindaki sayac ile eski master'da ve
      *bu partide master'a eklenen en buyuk numaranin bir ustunden
      *buyuk olanidir;
      *boylece elle secilmis numaralarla da cakisamaz. kontrol kaydi
      *numaralar kullanilmadan ONCE yeni sayac ve verilen aralikla
      *(durum I) yeniden yazilir: calisma burada yarida kalip yeniden
      *kosturulsa bile ayni numara iki kez verilmez, en fazla aralikta
      *bosluk kalir. numara verilmeyen gecede de sayac en buyuk
      *numaraya yetistirilip yazilir; kayittaki aralik sifirlanir ve
      *bu calismanin tarih/saatiyle N (numara verilmedi) durumuna
      *gecer, boylece onceki gecenin canli araligi bu geceye ait
      *sanilip ODEV002N'de geri donuste emekliye ayrilmaz.
      *9999999'un ustune cikilamaz; sigmayan
      *islemler 0510'da reddedilir.
      *------------------------
       0502-READ-NEW-ORDER.
           READ NEW-ORDER-FILE.
      *NEW-ORDER-FILE'dan bir sonraki bekletilen islemi okuyan
      *fonksiyon.
      *------------------------
       0510-ASSIGN-ONE-ORDER.
           MOVE NEW-ORDER-REC TO TRANS-REC.
           IF WS-FIRST-ASSIGNED = 0 OR
              WS-FIRST-ASSIGNED + WS-ASSIGNED-CNT > WS-LAST-ASSIGNED
               MOVE "Rejected - order numbers exhausted"
                            TO ASR-REASON
               DISPLAY "ORDER NUMBERS EXHAUSTED - "
                       TRAN-LAST-NAME-I " NOT ADDED."
               PERFORM 0530-REJECT-NEW-ORDER
           ELSE
               COMPUTE TRAN-ORDER-I =
                   WS-FIRST-ASSIGNED + WS-ASSIGNED-CNT
               ADD 1 TO WS-ASSIGNED-CNT
               MOVE TRAN-ORDER-I        TO NEWM-ORDER-I
               MOVE TRAN-FIRST-NAME-I   TO NEWM-FIRST-NAME-I
               MOVE TRAN-LAST-NAME-I    TO NEWM-LAST-NAME-I
               MOVE TRAN-BIRTH-DATE-I   TO NEWM-BIRTH-DATE-I
               MOVE TRAN-CURRENT-DATE-I TO NEWM-CURRENT-DATE-I
               MOVE TRAN-ADDR-STREET-I  TO NEWM-ADDR-STREET-I
               MOVE TRAN-ADDR-CITY-I    TO NEWM-ADDR-CITY-I
               MOVE TRAN-ADDR-POSTAL-I  TO NEWM-ADDR-POSTAL-I
               MOVE TRAN-PHONE-I        TO NEWM-PHONE-I
               MOVE TRAN-EMAIL-I        TO NEWM-EMAIL-I
               IF TRAN-STATUS-I = SPACES
                   MOVE "A" TO NEWM-STATUS-I
               ELSE
                   MOVE TRAN-STATUS-I TO NEWM-STATUS-I
               END-IF
               MOVE "A" TO CHG-ACTION
               MOVE "Y" TO CHG-RESULT
               MOVE TRAN-ORDER-I TO CHG-ORDER-I
               MOVE "Record added - order number assigned"
                            TO CHG-MESSAGE
               MOVE SPACES         TO CHG-BEFORE-IMAGE
               MOVE NEW-MASTER-REC TO CHG-AFTER-IMAGE
               WRITE NEW-MASTER-REC
               ADD 1 TO WS-ADD-CNT
               PERFORM 0600-WRITE-CHANGE-LOG
               MOVE TRAN-ORDER-I      TO ASG-ORDER
               MOVE TRAN-FIRST-NAME-I TO ASG-FIRST-NAME
               MOVE TRAN-LAST-NAME-I  TO ASG-LAST-NAME
               MOVE TRAN-BIRTH-DATE-I TO ASG-BIRTH-DATE
               MOVE TRAN-ADDR-POSTAL-I TO ASG-POSTAL
               MOVE ASG-DETAIL TO ASSIGN-REC
               WRITE ASSIGN-REC
           END-IF.
      *bekletilen tek bir yeni musteriye siradaki numarayi verip
      *NEW-MASTER'a ekleyen, CHANGE-LOG'a diger A'lar gibi (ama yeni
      *numarasiyla) isleyen ve veri giris ekibi icin rapora basan
      *fonksiyon. kontrol kaydina yazilan aralik tukendiyse islem
      *reddedilir.
      *------------------------
       0530-REJECT-NEW-ORDER.
           ADD 1 TO WS-REJECT-CNT.
           ADD 1 TO WS-NOASSIGN-CNT.
           MOVE "A" TO CHG-ACTION.
           MOVE "N" TO CHG-RESULT.
           MOVE 0   TO CHG-ORDER-I.
           MOVE ASR-REASON TO CHG-MESSAGE.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           PERFORM 0600-WRITE-CHANGE-LOG.
           MOVE TRAN-FIRST-NAME-I TO ASR-FIRST-NAME.
           MOVE TRAN-LAST-NAME-I  TO ASR-LAST-NAME.
           MOVE ASG-REJECT-LINE TO ASSIGN-REC.
           WRITE ASSIGN-REC.
      *numara verilemeyen yeni musteri islemini sifir numarayla
      *CHANGE-LOG'a N sonucuyla dusen ve nedeniyle birlikte atama
      *raporuna basan fonksiyon. cagiran yer nedeni ASR-REASON'a
      *koymus olmalidir.
      *------------------------
       0600-WRITE-CHANGE-LOG.
           MOVE WS-RUN-DATE TO CHG-RUN-DATE.
           MOVE WS-CHANGE-CNT TO PCTL-CHANGE-CNT.
           MOVE WS-DELETE-CNT TO PCTL-DELETE-CNT.
           MOVE WS-REJECT-CNT TO PCTL-REJECT-CNT.
           MOVE WS-RUN-TIME   TO PCTL-RUN-TIME.
           WRITE PROM-CTL-REC.
      *run sayilarini ODEV002N'in okuyacagi kontrol kaydina yazan
      *fonksiyon. NEW-MASTER ancak bu sayilarla mutabakat edilerek
           WRITE RUNH-REC.
      *calismanin normal bittigini ADD/CHANGE/DELETE/REJECT
      *sayilariyla birlikte run gecmisine isleyen fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-REJECT-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
           IF WS-RETIRED-NOW-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *reddedilen islem olduysa ya da hic terfi etmemis bir numara
      *araligi emekliye ayrildiysa adimi uyari (04) ile bitiren
      *fonksiyon. NEW-MASTER yine de terfiye hazirdir; reddedilenler
      *CHANGE-LOG'da N sonucuyla durur.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE CHANGE-LOG.
           CLOSE PROM-CTL.
           CLOSE RUN-HISTORY.
           CLOSE NEW-ORDER-FILE.
           CLOSE ASSIGN-REPORT.
           CLOSE POSTAL-REF.
      *dosyalar kapatiliyor. NUMBER-CTL kendi fonksiyonlarinda
      *acilip kapatilir.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
