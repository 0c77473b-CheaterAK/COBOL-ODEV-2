      *AGING-REPORT, birden fazla cevrimdir duzeltilmeden bekleyen
      *kayitlari listeleyen rapor. reject kuyrugunda sessizce olen
      *kayit kalmamasi icin her cevrim basilir.
           SELECT MATCH-SORT   ASSIGN TO SORTWK01.
      *MATCH-SORT, duzeltmeleri, devreden ve taze reject'leri tek
      *akista ORDER-I sirasina dizen siralama dosyasi.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FD  AGING-REPORT RECORDING MODE F.
       01  AGING-REC                     PIC X(80).
      *AGING-REPORT'un kayit yapisi. 80 kolonluk duz rapor satiri.
       SD  MATCH-SORT.
       01  SRT-REC.
           05    SRT-ORDER-I             PIC 9(7).
           05    SRT-KIND                PIC X(1).
                 88 SRT-IS-CORR          VALUE "1".
                 88 SRT-IS-PEND          VALUE "2".
                 88 SRT-IS-FRESH         VALUE "3".
           05    SRT-SEQ                 PIC 9(9).
           05    SRT-CORR-IMAGE          PIC X(160).
           05    SRT-REJ-DATA REDEFINES SRT-CORR-IMAGE.
                 07 SRT-FIELD            PIC X(15).
                 07 SRT-REASON-CODE      PIC X(2).
                 07 SRT-REASON           PIC X(40).
                 07 SRT-CYCLES           PIC 9(3).
                 07 FILLER               PIC X(100).
      *siralama kaydinin yapisi. SRT-KIND 1 duzeltme, 2 devreden
      *reject, 3 taze reject demektir; ayni siparis icinde once
      *duzeltmeler, sonra devreden, en son taze kayitlar gelir.
      *SRT-SEQ dosyadaki gelis sirasidir. duzeltme kaydinda
      *SRT-CORR-IMAGE CORR-REC'in tamamini, reject kaydinda
      *SRT-REJ-DATA reject alanlarini tasir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-CUR-CORR.
           05 WS-CORR-ACTION             PIC X(1).
           05 WS-CORR-ORDER              PIC 9(7).
           05 WS-CORR-FIRST-NAME         PIC X(15).
           05 WS-CORR-LAST-NAME          PIC X(15).
           05 WS-CORR-BIRTH-DATE         PIC X(8).
           05 WS-CORR-CURRENT-DATE       PIC X(8).
           05 WS-CORR-ADDR-STREET        PIC X(30).
           05 WS-CORR-ADDR-CITY          PIC X(20).
           05 WS-CORR-ADDR-POSTAL        PIC X(10).
           05 WS-CORR-PHONE              PIC X(15).
           05 WS-CORR-EMAIL              PIC X(30).
           05 WS-CORR-STATUS             PIC X(1).
       01  WS-CORR-FOUND                 PIC 9(1) VALUE 0.
      *islenen siparis icin gecerli duzeltme. siralamada ayni
      *siparisin duzeltmeleri reject'lerinden once ve dosyadaki
      *gelis sirasinda geldigi icin her biri oncekinin uzerine
      *yazilir; boylece son duzeltme gecerli olur. WS-CORR-FOUND 1
      *ise siparis icin bir duzeltme vardir.
      *------------------------
       01  WS-CUR-REJECT.
           05 WS-CUR-ORDER               PIC 9(7).
      *hem PEND-IN'den hem REJECT-FILE'dan gelen kayitlar buraya
      *tasinip ayni 0500-RECYCLE-ONE-REJECT mantigindan gecirilir.
      *------------------------
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-CUR-KEY                    PIC 9(8).
       01  WS-GRP-ORDER                  PIC 9(7).
       01  WS-GRP-PEND-SW                PIC 9(1) VALUE 0.
       01  WS-SRT-SEQ                    PIC 9(9) VALUE 0.
      *siralamadan gelen kayitlarin siparis gruplarina ayrilmasi icin
      *kullanilan alanlar. bellekte hicbir duzeltme ya da islem
      *tablosu tutulmaz, boylece dosya buyuklukleri bir sinir olmaz.
      *siralama bitince anahtara nobetci deger (ORDER-I'dan bir
      *basamak genis) atanir. WS-GRP-PEND-SW 1 ise siparis bu
      *cevrimde devreden kuyruktan islenmistir; ODEV002 master'da
      *duzeltilmemis bir kaydi her calismada yeniden reddettigi icin
      *ayni siparisin taze REJECT-FILE kopyasi bu durumda atlanir
      *(aksi halde kuyruk her cevrim sisip ayni siparis icin iki
      *islem uretilirdi).
      *------------------------
       01  WS-COR-VALID                  PIC 9(1) VALUE 1.
       01  WS-COR-REJECT-CODE            PIC X(2).
       01  WS-TRAN-HASH                  PIC 9(9) VALUE 0.
      *parti basligina basilan uretim tarihi ve trailer icin biriken
      *TROUT-ORDER-I hash toplami (son 9 hane).
      *------------------------
       01  WS-COUNTS.
           05 WS-PEND-READ-CNT           PIC 9(7) VALUE 0.
           05 WS-AGED-CNT                PIC 9(7) VALUE 0.
      *okunan, islem uretilen, ikinci kez sekip devreden ve
      *yaslandirma raporuna dusen kayit sayilarini tutan alan.
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
           PERFORM 0170-WRITE-BATCH-HEADER.
           PERFORM 0180-PRINT-AGING-HEADER.
           PERFORM 0200-RECYCLE-REJECTS.
           PERFORM 0670-WRITE-BATCH-TRAILER.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, duzeltmelerle devreden ve bu
      *cevrimde dusen reject'lerin siparis sirasinda eslenip
      *islenmesi, ozet ve kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       0110-FILE-CONTROL.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CORRFILE-SUCC
              DISPLAY "Corrections file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT PENDIN-SUCC
              DISPLAY "Pending reject file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT TRANOUT-SUCC
              DISPLAY "Transaction output file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REJFILE2-SUCC
              DISPLAY "Second bounce file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT PENDOUT-SUCC
              DISPLAY "Pending output file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT AGERPT-SUCC
              DISPLAY "Aging report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0170-WRITE-BATCH-HEADER.
           MOVE SPACES      TO TROUT-HDR-REC.
           WRITE AGING-REC.
      *yaslandirma raporunun basligini yazdiran fonksiyon.
      *------------------------
       0200-RECYCLE-REJECTS.
           SORT MATCH-SORT
               ON ASCENDING KEY SRT-ORDER-I SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 0300-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 0400-MATCH-ORDERS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of rejects and corrections failed. "
                       "Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *reject'leri duzeltmelerle tek geciste esleyen fonksiyon.
      *siralamanin giris tarafinda uc dosya da okunur; cikis
      *tarafinda her siparisin duzeltmeleri ve reject'leri bir arada
      *gelir. islemler boylece ORDER-I sirasinda, yani ODEV002M'in
      *parti denetiminin bekledigi duzende dogrudan yazilir.
      *------------------------
       0300-RELEASE-INPUTS.
           PERFORM 0152-READ-CORRECTION.
           PERFORM UNTIL CORR-EOF
               PERFORM 0154-RELEASE-CORRECTION
               PERFORM 0152-READ-CORRECTION
           END-PERFORM.
           PERFORM 0250-READ-PENDING.
           PERFORM UNTIL PENDIN-EOF
               PERFORM 0254-RELEASE-PENDING
               PERFORM 0250-READ-PENDING
           END-PERFORM.
           PERFORM 0350-READ-REJECT.
           PERFORM UNTIL REJ-EOF
               PERFORM 0354-RELEASE-REJECT
               PERFORM 0350-READ-REJECT
           END-PERFORM.
      *CORR-FILE, PEND-IN ve REJECT-FILE'i sirayla sonuna kadar
      *okuyup siralamaya veren dongu. dosyalarin sirali gelmesi
      *sart degildir.
      *------------------------
       0152-READ-CORRECTION.
           READ CORR-FILE.
      *CORR-FILE'dan bir sonraki duzeltmeyi okuyan fonksiyon.
      *------------------------
       0154-RELEASE-CORRECTION.
           ADD 1 TO WS-SRT-SEQ.
           MOVE CORR-ORDER-I       TO SRT-ORDER-I.
           MOVE "1"                TO SRT-KIND.
           MOVE WS-SRT-SEQ         TO SRT-SEQ.
           MOVE CORR-REC           TO SRT-CORR-IMAGE.
           RELEASE SRT-REC.
      *okunan tek bir duzeltmeyi siralamaya veren fonksiyon.
      *------------------------
       0250-READ-PENDING.
           READ PEND-IN.
      *PEND-IN'den bir sonraki bekleyen kaydi okuyan fonksiyon.
      *------------------------
       0254-RELEASE-PENDING.
           ADD 1 TO WS-SRT-SEQ.
           MOVE SPACES             TO SRT-CORR-IMAGE.
           MOVE PNDI-ORDER-I       TO SRT-ORDER-I.
           MOVE "2"                TO SRT-KIND.
           MOVE WS-SRT-SEQ         TO SRT-SEQ.
           MOVE PNDI-FIELD         TO SRT-FIELD.
           MOVE PNDI-REASON-CODE   TO SRT-REASON-CODE.
           MOVE PNDI-REASON        TO SRT-REASON.
           MOVE PNDI-CYCLES        TO SRT-CYCLES.
           RELEASE SRT-REC.
      *onceki cevrimlerden devreden tek bir bekleyen reject'i,
      *bekleme sayaciyla birlikte siralamaya veren fonksiyon.
      *------------------------
       0350-READ-REJECT.
           READ REJECT-FILE.
      *REJECT-FILE'dan bir sonraki reject kaydini okuyan fonksiyon.
      *------------------------
       0354-RELEASE-REJECT.
           ADD 1 TO WS-SRT-SEQ.
           MOVE SPACES             TO SRT-CORR-IMAGE.
           MOVE REJ-ORDER-I        TO SRT-ORDER-I.
           MOVE "3"                TO SRT-KIND.
           MOVE WS-SRT-SEQ         TO SRT-SEQ.
           MOVE REJ-FIELD          TO SRT-FIELD.
           MOVE REJ-REASON-CODE    TO SRT-REASON-CODE.
           MOVE REJ-REASON         TO SRT-REASON.
           MOVE 0                  TO SRT-CYCLES.
           RELEASE SRT-REC.
      *bu cevrimde ODEV002'nin dusurdugu tek bir taze reject'i
      *siralamaya veren fonksiyon. taze kayitlarin bekleme sayaci
      *sifirdan baslar.
      *------------------------
       0400-MATCH-ORDERS.
           PERFORM 0450-RETURN-SORTED.
           PERFORM UNTIL WS-CUR-KEY = WS-HIGH-KEY
               PERFORM 0410-MATCH-ONE-ORDER
           END-PERFORM.
      *siralanmis akisi siparis siparis isleyen dongu.
      *------------------------
       0410-MATCH-ONE-ORDER.
           MOVE SRT-ORDER-I TO WS-GRP-ORDER.
           MOVE 0           TO WS-CORR-FOUND.
           MOVE 0           TO WS-GRP-PEND-SW.
           PERFORM UNTIL WS-CUR-KEY NOT = WS-GRP-ORDER
               PERFORM 0420-MATCH-ONE-SORTED
               PERFORM 0450-RETURN-SORTED
           END-PERFORM.
      *ayni siparis numarasini tasiyan tum kayitlari (once
      *duzeltmeler, sonra devreden, en son taze reject'ler) isleyen
      *fonksiyon.
      *------------------------
       0420-MATCH-ONE-SORTED.
           IF SRT-IS-CORR
               MOVE SRT-CORR-IMAGE TO WS-CUR-CORR
               MOVE 1 TO WS-CORR-FOUND
           ELSE IF SRT-IS-PEND
               ADD 1 TO WS-PEND-READ-CNT
               MOVE 1 TO WS-GRP-PEND-SW
               PERFORM 0430-LOAD-CUR-REJECT
               PERFORM 0500-RECYCLE-ONE-REJECT
           ELSE
               ADD 1 TO WS-REJ-READ-CNT
               IF WS-GRP-PEND-SW = 0
                   PERFORM 0430-LOAD-CUR-REJECT
                   PERFORM 0500-RECYCLE-ONE-REJECT
               END-IF
           END-IF.
      *siralamadan gelen tek bir kaydi turune gore isleyen
      *fonksiyon. duzeltme gecerli duzeltme olarak saklanir; devreden
      *reject her zaman, taze reject ise siparis bu cevrimde devreden
      *kuyruktan islenmediyse ortak isleme mantigindan gecirilir.
      *------------------------
       0430-LOAD-CUR-REJECT.
           MOVE SRT-ORDER-I        TO WS-CUR-ORDER.
           MOVE SRT-FIELD          TO WS-CUR-FIELD.
           MOVE SRT-REASON-CODE    TO WS-CUR-REASON-CODE.
           MOVE SRT-REASON         TO WS-CUR-REASON.
           MOVE SRT-CYCLES         TO WS-CUR-CYCLES.
      *siralama kaydindaki reject alanlarini ortak calisma alanina
      *tasiyan fonksiyon.
      *------------------------
       0450-RETURN-SORTED.
           RETURN MATCH-SORT
               AT END
                   MOVE WS-HIGH-KEY TO WS-CUR-KEY
               NOT AT END
                   MOVE SRT-ORDER-I TO WS-CUR-KEY
           END-RETURN.
      *siralamadan bir sonraki kaydi alan fonksiyon.
      *------------------------
       0500-RECYCLE-ONE-REJECT.
           IF WS-CORR-FOUND = 1
               PERFORM 0600-VALIDATE-CORRECTION
               IF WS-COR-VALID = 1
                   PERFORM 0530-WRITE-TRAN
           ELSE
               PERFORM 0550-CARRY-FORWARD
           END-IF.
      *tek bir reject icin, siparisin duzeltmesi varsa onu
      *dogrulayip islem ureten, duzeltme yoksa ya da dogrulama
      *gecmezse kaydi bir sonraki cevrime devreden ortak fonksiyon.
      *------------------------
       0530-WRITE-TRAN.
           MOVE WS-CORR-ACTION       TO TROUT-ACTION.
           MOVE WS-CORR-ORDER        TO TROUT-ORDER-I.
           MOVE WS-CORR-FIRST-NAME   TO TROUT-FIRST-NAME-I.
           MOVE WS-CORR-LAST-NAME    TO TROUT-LAST-NAME-I.
           MOVE WS-CORR-BIRTH-DATE   TO TROUT-BIRTH-DATE-I.
           MOVE WS-CORR-CURRENT-DATE TO TROUT-CURRENT-DATE-I.
           MOVE WS-CORR-ADDR-STREET  TO TROUT-ADDR-STREET-I.
           MOVE WS-CORR-ADDR-CITY    TO TROUT-ADDR-CITY-I.
           MOVE WS-CORR-ADDR-POSTAL  TO TROUT-ADDR-POSTAL-I.
           MOVE WS-CORR-PHONE        TO TROUT-PHONE-I.
           MOVE WS-CORR-EMAIL        TO TROUT-EMAIL-I.
           MOVE WS-CORR-STATUS       TO TROUT-STATUS-I.
           WRITE TROUT-REC.
           ADD 1 TO WS-TRAN-OUT-CNT.
           COMPUTE WS-TRAN-HASH = FUNCTION MOD(
               WS-TRAN-HASH + WS-CORR-ORDER, 1000000000).
      *dogrulamayi gecen duzeltmeyi, ODEV002M'in bekledigi TRANS-REC
      *alanlariyla islem dosyasina yazan fonksiyon. siparisler
      *siralamadan artan sirada geldigi icin dosya ORDER-I
      *sirasinda olusur.
      *------------------------
       0540-WRITE-SECOND-BOUNCE.
           MOVE WS-CUR-ORDER        TO REJ2-ORDER-I.
       0600-VALIDATE-CORRECTION.
           MOVE 1 TO WS-COR-VALID.
           MOVE SPACES TO WS-COR-PARAM-DATE.
           IF WS-CORR-ACTION NOT = "A" AND
              WS-CORR-ACTION NOT = "C"
               MOVE 0 TO WS-COR-VALID
               MOVE "AC" TO WS-COR-REJECT-CODE
               MOVE "Invalid correction action"
                            TO WS-COR-REJECT-REASON
           END-IF.
           IF WS-COR-VALID = 1
               IF WS-CORR-BIRTH-DATE = SPACES
                   IF WS-CORR-ACTION = "A"
                       MOVE 0 TO WS-COR-VALID
                       MOVE "DT" TO WS-COR-REJECT-CODE
                       MOVE "Missing birth date"
                                    TO WS-COR-REJECT-REASON
                   END-IF
               ELSE
                   MOVE WS-CORR-BIRTH-DATE
                                TO WS-COR-PARAM-DATE
                   PERFORM 0610-VALIDATE-ONE-CORR-DATE
               END-IF
           END-IF.
           IF WS-COR-VALID = 1
               IF WS-CORR-CURRENT-DATE = SPACES
                   IF WS-CORR-ACTION = "A"
                       MOVE 0 TO WS-COR-VALID
                       MOVE "DT" TO WS-COR-REJECT-CODE
                       MOVE "Missing current date"
                                    TO WS-COR-REJECT-REASON
                   END-IF
               ELSE
                   MOVE WS-CORR-CURRENT-DATE
                                TO WS-COR-PARAM-DATE
                   PERFORM 0610-VALIDATE-ONE-CORR-DATE
               END-IF
           END-IF.
           IF WS-COR-VALID = 1
               IF WS-CORR-STATUS NOT = SPACES AND
                  WS-CORR-STATUS NOT = "A" AND
                  WS-CORR-STATUS NOT = "M" AND
                  WS-CORR-STATUS NOT = "D"
                   MOVE 0 TO WS-COR-VALID
                   MOVE "ST" TO WS-COR-REJECT-CODE
                   MOVE "Invalid status code"
                   " AGED: "         WS-AGED-CNT.
      *calisma sonunda okunan/uretilen/devreden kayit sayilarini
      *SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF (WS-BOUNCE-CNT > 0 OR
               WS-AGED-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *ikinci kez geri donen ya da yaslandirma raporuna dusen
      *kayit olduysa adimi uyari (04) ile bitiren fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE REJECT-FILE.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
