      *TRIM-LOG, kesme tarihinden sonraki kayitlari tasiyan kirpilmis
      *CHANGE-LOG. mutabakat tutarsa operator bunu CHGLOG'un yerine
      *alir; ODEV002P run'lari boylece dakikalara geri doner.
           SELECT LOG-SORT     ASSIGN TO SORTWK01.
      *LOG-SORT, tabana katilacak log kayitlarini ORDER-I sirasina,
      *ayni siparis icinde de dosyadaki gelis sirasina dizen
      *siralama dosyasi.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
      *birebir aynidir.
       FD  NEW-BASE RECORDING MODE F.
       01  NEW-BASE-REC                  PIC X(159).
      *NEW-BASE'in kayit yapisi. kayit goruntuleri oldugu gibi
      *yazildigindan alan ayrintisina gerek yoktur.
       FD  ARCH-LOG RECORDING MODE F.
       01  ARCH-LOG-REC                  PIC X(399).
       FD  TRIM-LOG RECORDING MODE F.
       01  TRIM-LOG-REC                  PIC X(399).
      *TRIM-LOG'un kayit yapisi. log kaydi byte'i byte'ina tasinir.
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
      *olan loglar tabana katilir, sonrakiler kirpilmis dosyaya
      *devreder.
      *------------------------
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-BASE-KEY                   PIC 9(8).
       01  WS-LOG-KEY                    PIC 9(8).
       01  WS-CUR-KEY                    PIC 9(8).
       01  WS-PREV-BASE-ORDER            PIC 9(7) VALUE 0.
       01  WS-LOG-SEQ                    PIC 9(9) VALUE 0.
       01  WS-CUR-OCC                    PIC X(1).
       01  WS-CUR-IMAGE                  PIC X(159).
      *ODEV002P'deki ile ayni duzende, taban ile siralanmis loglari
      *ORDER-I uzerinden tek geciste esleyen alanlar; bellekte master
      *tablosu tutulmaz. WS-CUR-OCC Y ise o an kurulan siparis kesme
      *tarihinde master'dadir ve WS-CUR-IMAGE tam kayit goruntusunu
      *tasir. WS-PREV-BASE-ORDER taban dosyanin sira kontrolu
      *icindir.
      *------------------------
       01  WS-COUNTS.
           05 WS-BASE-CNT                PIC 9(7) VALUE 0.
           05 WS-SNAP-CNT                PIC 9(7) VALUE 0.
      *okunan taban kayit ve log, arsive/kirpilmise yazilan, atlanan
      *ve bozuk log ile yeni taban goruntusundeki kayit sayilarini
      *tutan alan. WS-ADD-CNT ve WS-DEL-CNT bilerek eslestirmeden
      *degil LOG'un kendisinden sayilir: uygulanmis (Y) her A bir
      *ekleme, her D bir dusme sayilir. eslestirme ayni sayilari kendi
      *gecisleriyle uretmek zorundadir; log yanlis tabana
      *oynatilmissa (dolu siparise A, canli hedefi olmayan D/C) iki
      *sayim ayrisir ve mutabakat tutmaz. boyle her sapma ayrica
      *WS-ANOM-CNT ile sayilip raporlanir.
      *------------------------
       01  WS-EXPECTED-CNT               PIC S9(8) VALUE 0.
       01  WS-EXPECTED-SHOW              PIC -(7)9.
      *mutabakatta beklenen goruntu sayisi. ODEV002N'deki gibi
      *isaretli tutulur ki bozuk sayimlarla da karsilastirma dogru
      *calissin.
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
           PERFORM 0200-BUILD-NEW-BASE.
           PERFORM 0600-RECONCILE-SNAPSHOT.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, loglarin kesme tarihine gore arsiv/kirpilmis olarak
      *ayrilip kesmeye kadar olanlarin tabanla eslenerek yeni tabanin
      *yazilmasi, mutabakat (tutmazsa yeni taban bosaltilir), ozet ve
      *kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-CUTOFF-VALUE = SPACES
               DISPLAY "No cutoff date given - use CUTOFF=CCYYMMDD "
                       "in the PARM. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           IF WS-CUTOFF-VALUE NOT NUMERIC
               DISPLAY WS-CUTOFF-VALUE
                       ": Invalid cutoff date. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           MOVE WS-CUTOFF-VALUE TO WS-CUTOFF-DATE.
           IF FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) = 0
               DISPLAY WS-CUTOFF-VALUE
                       ": Invalid cutoff date. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *CUTOFF= token'ini cozen fonksiyon. deger CCYYMMDD olarak
      *dogrulanir; takvimde olmayan bir tarih (FUNCTION
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
           IF NOT MSTBASEN-SUCC
              DISPLAY "New base file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGARCH-SUCC
              DISPLAY "Archive log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGLOGT-SUCC
              DISPLAY "Trimmed log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0200-BUILD-NEW-BASE.
           SORT LOG-SORT
               ON ASCENDING KEY SRT-ORDER-I SRT-SEQ
               INPUT PROCEDURE IS 0300-SPLIT-LOGS
               OUTPUT PROCEDURE IS 0400-MERGE-BASE-AND-LOGS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of change log failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0690-DISCARD-NEW-BASE
           END-IF.
      *yeni tabani tek geciste kuran fonksiyon. siralamanin giris
      *tarafinda loglar arsive/kirpilmisa ayrilir ve arsive gidenler
      *siralamaya verilir; cikis tarafinda bu loglar ORDER-I
      *sirasinda gelir ve ayni sirada okunan taban ile eslenir.
      *bellekte master tablosu tutulmadigindan master buyuklugu bir
      *sinir olmaz.
      *------------------------
       0250-READ-BASE.
           READ BASE-MASTER.
           PERFORM UNTIL BASE-EOF OR
                   (BASE-ORDER-I NUMERIC AND BASE-ORDER-I > 0)
               ADD 1 TO WS-BAD-LOG-CNT
               DISPLAY BASE-ORDER-I
                       ": Invalid order in base master, skipped."
               READ BASE-MASTER
           END-PERFORM.
           IF BASE-EOF
               MOVE WS-HIGH-KEY TO WS-BASE-KEY
           ELSE
               IF BASE-ORDER-I NOT > WS-PREV-BASE-ORDER
                   DISPLAY BASE-ORDER-I
                           ": Base master out of sequence. Exiting..."
                   SET STEP-DATA-FAIL TO TRUE
                   PERFORM 0690-DISCARD-NEW-BASE
               END-IF
               ADD 1 TO WS-BASE-CNT
               MOVE BASE-ORDER-I TO WS-PREV-BASE-ORDER
               MOVE BASE-ORDER-I TO WS-BASE-KEY
           END-IF.
      *BASE-MASTER'dan bir sonraki gecerli kaydi okuyan fonksiyon.
      *WS-BASE-CNT mutabakatta kullanilacagi icin yalniz gercekten
      *eslestirmeye giren kayitlari sayar. taban ORDER-I'ya gore
      *artan sirada degilse yeni taban bosaltilip durulur.
      *------------------------
       0300-SPLIT-LOGS.
           PERFORM 0350-READ-LOG.
           PERFORM UNTIL CHGLOG-EOF
               ADD 1 TO WS-LOG-CNT
           END-PERFORM.
      *CHANGE-LOG'un tamamini okuyup her kaydi kesme tarihine gore
      *arsive ya da kirpilmis dosyaya yonlendiren ve arsive gidenleri
      *siralamaya veren dongu.
      *------------------------
       0350-READ-LOG.
           READ CHANGE-LOG.
                   MOVE CHGLOG-REC TO ARCH-LOG-REC
                   WRITE ARCH-LOG-REC
                   ADD 1 TO WS-ARCH-CNT
                   PERFORM 0370-SELECT-ONE-LOG
               END-IF
           END-IF.
      *tek bir log kaydini yonlendiren fonksiyon. run tarihi bozuk
      *kayitlar yeni tabana katilamayacagi icin arsive degil
      *kirpilmis dosyaya konur ve elle incelenmek uzere raporlanir;
      *kesme sonrasi kayitlar kirpilmise, kesmeye kadar olanlar
      *arsive gider ve tabana oynatilmak uzere siralamaya verilir.
      *------------------------
       0370-SELECT-ONE-LOG.
           IF CHG-RESULT NOT = "Y"
               ADD 1 TO WS-SKIPPED-CNT
           ELSE IF CHG-ORDER-I NOT NUMERIC OR CHG-ORDER-I = 0
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
               IF CHG-ACTION = "A"
                   ADD 1 TO WS-ADD-CNT
               END-IF
               IF CHG-ACTION = "D"
                   ADD 1 TO WS-DEL-CNT
               END-IF
               ADD 1 TO WS-LOG-SEQ
               MOVE CHG-ORDER-I     TO SRT-ORDER-I
               MOVE WS-LOG-SEQ      TO SRT-SEQ
               MOVE CHG-ACTION      TO SRT-ACTION
               MOVE CHG-AFTER-IMAGE TO SRT-AFTER-IMAGE
               RELEASE SRT-REC
           END-IF.
      *arsive giden tek bir log kaydini degerlendiren fonksiyon.
      *yalniz uygulanmis (CHG-RESULT = Y) ve alanlari saglam kayitlar
      *siralamaya verilir. WS-ADD-CNT ve WS-DEL-CNT burada, logdan
      *sayilir (uygulanmis her A ve her D).
      *------------------------
       0400-MERGE-BASE-AND-LOGS.
           PERFORM 0250-READ-BASE.
           PERFORM 0450-RETURN-LOG.
           PERFORM UNTIL WS-BASE-KEY = WS-HIGH-KEY
                     AND WS-LOG-KEY  = WS-HIGH-KEY
               PERFORM 0410-BUILD-ONE-ORDER
           END-PERFORM.
      *taban ile siralanmis loglari ORDER-I uzerinden esleyen dongu.
      *iki taraf da bitince durur.
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
               MOVE WS-CUR-IMAGE TO NEW-BASE-REC
               WRITE NEW-BASE-REC
               ADD 1 TO WS-SNAP-CNT
           END-IF.
      *iki taraftaki en kucuk siparis numarasinin kesme tarihindeki
      *halini kuran fonksiyon. tabanda varsa baslangic goruntusu
      *tabandan alinir; o siparise ait loglar gelis sirasinda
      *uygulanir ve sonunda hala master'da olan siparis yeni tabana
      *yazilip goruntu sayimina katilir. sonuc ORDER-I sirasindadir.
      *------------------------
       0420-APPLY-ONE-LOG.
           IF SRT-ACTION = "D"
               IF WS-CUR-OCC = "Y"
                   MOVE "N"    TO WS-CUR-OCC
                   MOVE SPACES TO WS-CUR-IMAGE
               ELSE
                   ADD 1 TO WS-ANOM-CNT
                   DISPLAY SRT-ORDER-I
                       ": Delete with no live target in base."
               END-IF
           ELSE
               IF SRT-ACTION = "A" AND WS-CUR-OCC = "Y"
                   ADD 1 TO WS-ANOM-CNT
                   DISPLAY SRT-ORDER-I
                       ": Add onto an occupied order in base."
               END-IF
               IF SRT-ACTION = "C" AND WS-CUR-OCC NOT = "Y"
                   ADD 1 TO WS-ANOM-CNT
                   DISPLAY SRT-ORDER-I
                       ": Change with no live target in base."
               END-IF
               MOVE "Y"             TO WS-CUR-OCC
               MOVE SRT-AFTER-IMAGE TO WS-CUR-IMAGE
           END-IF.
           PERFORM 0450-RETURN-LOG.
      *tek bir logu o an kurulan siparise ODEV002P'deki A/C/D
      *mantigiyla isleyen fonksiyon. log ile taban birbirini
      *tutmuyorsa - dolu siparise A, canli hedefi olmayan D ya da C -
      *sapma burada raporlanir ve 0600-RECONCILE-SNAPSHOT kirpmayi
      *reddeder. goruntunun kendisi yine de ODEV002P'nin yapacagi gibi
      *oynatilir.
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
       0600-RECONCILE-SNAPSHOT.
           COMPUTE WS-EXPECTED-CNT =
               WS-BASE-CNT + WS-ADD-CNT - WS-DEL-CNT.
           IF WS-SNAP-CNT NOT = WS-EXPECTED-CNT OR WS-ANOM-CNT > 0
                       "), replay anomalies " WS-ANOM-CNT "."
               DISPLAY "Keep the full CHANGE-LOG - do NOT replace it "
                       "with the trimmed file."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0690-DISCARD-NEW-BASE
           END-IF.
           DISPLAY "CONSOLIDATION VERIFIED - " WS-SNAP-CNT
                   " records as of " WS-CUTOFF-DATE
                   ", safe to swap in trimmed log.".
      *yazilan yeni taban goruntusunun sayimini taban + eklenen -
      *dusen formulune karsi dogrulayan fonksiyon. eklenen/dusen
      *sayilari LOGDAN geldigi icin formul kendi kendini dogrulamaz:
      *yanlis tabana oynatilmis ya da ici tutarsiz bir log, goruntu
      *sayimini formulden ayirir ve kirpma reddedilir. zit yonlu iki
      *sapma sayisal olarak birbirini goturebileceginden 0420'nin
      *raporladigi herhangi bir sapma da tek basina reddettirir.
      *reddedilince yeni taban bosaltilir; canli CHANGE-LOG'a bu
      *program zaten dokunmadigindan kirpma ancak mutabakat tutarsa
      *operator tarafindan devreye alinir.
      *------------------------
       0690-DISCARD-NEW-BASE.
           PERFORM 0800-CLOSE-FILES.
           OPEN OUTPUT NEW-BASE.
           CLOSE NEW-BASE.
           DISPLAY "New base emptied - it must not replace MSTBASE.".
           PERFORM 0999-EXIT.
      *yarida kalan ya da mutabakati tutmayan yeni taban dosyasini
      *bosaltip calismayi durduran fonksiyon. yeni taban eslestirme
      *sirasinda yazildigindan, reddedilen bir calismadan operatorun
      *yanlislikla devreye alabilecegi bir goruntu kalmaz.
      *------------------------
       0700-PRINT-SUMMARY.
           DISPLAY "ODEV002A SUMMARY - CUTOFF: " WS-CUTOFF-DATE
                   " SNAPSHOT: " WS-SNAP-CNT.
      *calisma sonunda okunan/arsivlenen/kirpilan/oynatilan kayit
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
