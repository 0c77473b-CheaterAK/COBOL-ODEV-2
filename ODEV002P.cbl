                       FILE STATUS IS STATUS-USRDATR.
      *REBUILT-MASTER, istenen tarihteki haliyle yeniden olusturulan
      *USERS-DATA goruntusu.
           SELECT LOG-SORT     ASSIGN TO SORTWK01.
      *LOG-SORT, oynatilacak log kayitlarini ORDER-I sirasina, ayni
      *siparis icinde de dosyadaki gelis sirasina dizen siralama
      *dosyasi.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
           05    REB-EMAIL-I             PIC X(30).
           05    REB-STATUS-I            PIC X(1).
      *REBUILT-MASTER'in kayit yapisi. BASE-MASTER ile aynidir.
       SD  LOG-SORT.
       01  SRT-REC.
           05    SRT-ORDER-I             PIC 9(7).
           05    SRT-SEQ                 PIC 9(9).
           05    SRT-ACTION              PIC X(1).
           05    SRT-AFTER-IMAGE         PIC X(159).
      *siralama kaydinin yapisi. SRT-SEQ, logun CHANGE-LOG'daki gelis
      *sirasidir; ayni siparise dokunan loglar boylece run sirasini
      *korur.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *cozuldugu alanlar. ASOF verilmezse nobetci 99999999 kalir ve
      *biriken loglarin tamami oynatilir (bugunku goruntu).
      *------------------------
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-BASE-KEY                   PIC 9(8).
       01  WS-LOG-KEY                    PIC 9(8).
       01  WS-CUR-KEY                    PIC 9(8).
       01  WS-PREV-BASE-ORDER            PIC 9(7) VALUE 0.
       01  WS-LOG-SEQ                    PIC 9(9) VALUE 0.
       01  WS-CUR-OCC                    PIC X(1).
       01  WS-CUR-IMAGE                  PIC X(159).
      *yeniden olusturmanin eslestirme alanlari. taban master ile
      *siralanmis loglar ORDER-I uzerinden tek geciste eslenir;
      *bellekte hicbir master tablosu tutulmaz, boylece master
      *buyuklugu bir sinir olmaz. taraflardan biri bitince anahtarina
      *nobetci deger (ORDER-I'dan bir basamak genis) atanir.
      *WS-CUR-OCC Y ise o an kurulan siparis o tarihte master'da
      *vardir ve WS-CUR-IMAGE tam kayit goruntusunu tasir.
      *WS-PREV-BASE-ORDER taban dosyanin sira kontrolu icindir.
      *------------------------
       01  WS-COUNTS.
           05 WS-BASE-CNT                PIC 9(7) VALUE 0.
           05 WS-OUT-CNT                 PIC 9(7) VALUE 0.
      *okunan taban kayit, okunan/oynatilan/atlanan log ve yazilan
      *kayit sayilarini tutan alan.
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
           PERFORM 0200-REBUILD-MASTER.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, loglarin istenen tarihe kadar secilip siralanmasi,
      *taban master ile eslenerek sonucun yazilmasi ve kapanis
      *islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
       0110-FILE-CONTROL.
           IF NOT MSTBASE-SUCC
              DISPLAY "Base master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGLOG-SUCC
              DISPLAY "Change log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT USRDATR-SUCC
              DISPLAY "Rebuilt master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0200-REBUILD-MASTER.
           SORT LOG-SORT
               ON ASCENDING KEY SRT-ORDER-I SRT-SEQ
               INPUT PROCEDURE IS 0300-SELECT-LOGS
               OUTPUT PROCEDURE IS 0400-MERGE-BASE-AND-LOGS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of change log failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *yeniden olusturmayi tek geciste yapan fonksiyon. siralamanin
      *giris tarafinda istenen tarihe kadar uygulanmis loglar secilir;
      *cikis tarafinda bu loglar ORDER-I sirasinda gelir ve ayni
      *sirada okunan taban master ile eslenir. sonuc dosyasi boylece
      *ORDER-I'ya gore artan sirada, yani ODEV002 ve ODEV002M'in
      *bekledigi duzende cikar.
      *------------------------
       0250-READ-BASE.
           READ BASE-MASTER.
           PERFORM UNTIL BASE-EOF OR
                   (BASE-ORDER-I NUMERIC AND BASE-ORDER-I > 0)
               ADD 1 TO WS-BASE-CNT
               ADD 1 TO WS-BAD-LOG-CNT
               DISPLAY BASE-ORDER-I
                       ": Invalid order in base master, skipped."
               READ BASE-MASTER
           END-PERFORM.
           IF BASE-EOF
               MOVE WS-HIGH-KEY TO WS-BASE-KEY
           ELSE
               ADD 1 TO WS-BASE-CNT
               IF BASE-ORDER-I NOT > WS-PREV-BASE-ORDER
                   DISPLAY BASE-ORDER-I
                           ": Base master out of sequence. Exiting..."
                   SET STEP-DATA-FAIL TO TRUE
                   PERFORM 0690-DISCARD-REBUILT
               END-IF
               MOVE BASE-ORDER-I TO WS-PREV-BASE-ORDER
               MOVE BASE-ORDER-I TO WS-BASE-KEY
           END-IF.
      *BASE-MASTER'dan bir sonraki gecerli kaydi okuyan fonksiyon.
      *numerik olmayan veya sifir numarali kayitlar anahtar
      *olamayacagindan sayilip atlanir. eslestirme taban dosyanin
      *ORDER-I'ya gore artan sirada gelmesine dayanir; sira bozuksa
      *yanlis bir goruntu uretmek yerine yeniden olusturulan master
      *bosaltilip acik bir mesajla durulur.
      *------------------------
       0300-SELECT-LOGS.
           PERFORM 0350-READ-LOG.
           PERFORM UNTIL CHGLOG-EOF
               ADD 1 TO WS-LOG-CNT
               PERFORM 0360-SELECT-ONE-LOG
               PERFORM 0350-READ-LOG
           END-PERFORM.
      *CHANGE-LOG'un tamamini okuyup oynatilacak kayitlari
      *siralamaya veren dongu. loglar dosyada run sirasina gore
      *durdugundan gelis sirasi SRT-SEQ'e yazilir.
      *------------------------
       0350-READ-LOG.
           READ CHANGE-LOG.
      *CHANGE-LOG'dan bir sonraki log kaydini okuyan fonksiyon.
      *------------------------
       0360-SELECT-ONE-LOG.
           IF CHG-RESULT NOT = "Y"
               ADD 1 TO WS-SKIPPED-CNT
           ELSE IF CHG-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-LOG-CNT
               DISPLAY CHG-ORDER-I
                       ": Invalid order in change log, skipped."
           ELSE IF CHG-ACTION NOT = "A" AND
                   CHG-ACTION NOT = "C" AND
                   CHG-ACTION NOT = "D"
               ADD 1 TO WS-BAD-LOG-CNT
               DISPLAY CHG-ACTION
                       ": Unknown action in change log, skipped."
           ELSE
               ADD 1 TO WS-LOG-SEQ
               MOVE CHG-ORDER-I     TO SRT-ORDER-I
               MOVE WS-LOG-SEQ      TO SRT-SEQ
               MOVE CHG-ACTION      TO SRT-ACTION
               MOVE CHG-AFTER-IMAGE TO SRT-AFTER-IMAGE
               RELEASE SRT-REC
           END-IF.
      *tek bir log kaydini degerlendiren fonksiyon. yalniz
      *uygulanmis (CHG-RESULT = Y) ve istenen tarihte ya da oncesinde
      *(CHG-RUN-DATE <= ASOF) olan kayitlar siralamaya verilir.
      *ilgili alanlari bozuk log kayitlari sayilip raporlanarak
      *atlanir; sessizce yutulmaz.
      *------------------------
       0400-MERGE-BASE-AND-LOGS.
           PERFORM 0250-READ-BASE.
           PERFORM 0450-RETURN-LOG.
           PERFORM UNTIL WS-BASE-KEY = WS-HIGH-KEY
                     AND WS-LOG-KEY  = WS-HIGH-KEY
               PERFORM 0410-BUILD-ONE-ORDER
           END-PERFORM.
      *taban master ile siralanmis loglari ORDER-I uzerinden esleyen
      *dongu. iki taraf da bitince durur.
      *------------------------
       0410-BUILD-ONE-ORDER.
           IF WS-BASE-KEY < WS-LOG-KEY
               MOVE WS-BASE-KEY TO WS-CUR-KEY
           ELSE
               MOVE WS-LOG-KEY  TO WS-CUR-KEY
           END-IF.
           IF WS-BASE-KEY = WS-CUR-KEY
               MOVE "Y"             TO WS-CUR-OCC
               MOVE BASE-MASTER-REC TO WS-CUR-IMAGE
               PERFORM 0250-READ-BASE
           ELSE
               MOVE "N"             TO WS-CUR-OCC
               MOVE SPACES          TO WS-CUR-IMAGE
           END-IF.
           PERFORM 0420-APPLY-ONE-LOG
               UNTIL WS-LOG-KEY NOT = WS-CUR-KEY.
           IF WS-CUR-OCC = "Y"
               MOVE WS-CUR-IMAGE TO REBUILT-MASTER-REC
               WRITE REBUILT-MASTER-REC
               ADD 1 TO WS-OUT-CNT
           END-IF.
      *iki taraftaki en kucuk siparis numarasinin istenen tarihteki
      *halini kuran fonksiyon. tabanda varsa baslangic goruntusu
      *tabandan alinir, yoksa siparis o an master'da yok sayilir;
      *sonra o siparise ait loglar gelis sirasinda uygulanir ve
      *sonunda hala master'da olan siparis yazilir.
      *------------------------
       0420-APPLY-ONE-LOG.
           IF SRT-ACTION = "D"
               MOVE "N"             TO WS-CUR-OCC
               MOVE SPACES          TO WS-CUR-IMAGE
           ELSE
               MOVE "Y"             TO WS-CUR-OCC
               MOVE SRT-AFTER-IMAGE TO WS-CUR-IMAGE
           END-IF.
           ADD 1 TO WS-APPLIED-CNT.
           PERFORM 0450-RETURN-LOG.
      *tek bir logu o an kurulan siparise isleyen fonksiyon. A ve C
      *sonraki goruntuyu (CHG-AFTER-IMAGE) koyar, D siparisi
      *master'dan cikarir. master'da hic gorulmemis bir siparise
      *gelen D, eski duzendeki gibi sessizce uygulanmis sayilir.
      *------------------------
       0450-RETURN-LOG.
           RETURN LOG-SORT
               AT END
                   MOVE WS-HIGH-KEY TO WS-LOG-KEY
               NOT AT END
                   MOVE SRT-ORDER-I TO WS-LOG-KEY
           END-RETURN.
      *siralamadan bir sonraki logu alan fonksiyon.
      *------------------------
       0690-DISCARD-REBUILT.
           PERFORM 0800-CLOSE-FILES.
           OPEN OUTPUT REBUILT-MASTER.
           CLOSE REBUILT-MASTER.
           DISPLAY "Rebuilt master emptied - it is not a valid image.".
           PERFORM 0999-EXIT.
      *yarida kalan yeniden olusturulmus master dosyasini bosaltip
      *calismayi durduran fonksiyon. dosya eslestirme sirasinda
      *yazildigindan, reddedilen bir calismadan gecerli bir goruntu
      *gibi duran yarim bir master kalmaz.
      *------------------------
       0700-PRINT-SUMMARY.
           DISPLAY "ODEV002P SUMMARY - AS OF: " WS-ASOF-DATE
                   " WRITTEN: " WS-OUT-CNT.
      *calisma sonunda oynatilan/atlanan log ve yazilan kayit
      *sayilarini SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-BAD-LOG-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *bozuk log kaydi atlandiysa adimi uyari (04) ile bitiren
      *fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE BASE-MASTER.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
