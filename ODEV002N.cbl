                       FILE STATUS IS STATUS-GEN3.
      *GEN3-FILE, uc terfi onceki canli master (en eski saklanan
      *nesil). her terfide en eski nesil buradan dusup kaybolur.
           SELECT NUMBER-CTL   ASSIGN TO NXTNUM
                       FILE STATUS IS STATUS-NXTNUM.
      *NUMBER-CTL, ODEV002M'in yeni musterilere numara verirken
      *kullandigi siparis numarasi kontrol dosyasi. terfide son
      *verilen aralik canli, geri donuste emekli olarak isaretlenir.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
           05    PCTL-CHANGE-CNT         PIC 9(7).
           05    PCTL-DELETE-CNT         PIC 9(7).
           05    PCTL-REJECT-CNT         PIC 9(7).
           05    PCTL-RUN-TIME           PIC 9(6).
      *PROM-CTL'nin kayit yapisi. ODEV002M'deki PROM-CTL-REC ile
      *birebir aynidir.
       FD  GEN1-FILE RECORDING MODE F.
       FD  GEN3-FILE RECORDING MODE F.
       01  GEN3-REC                      PIC X(159).
      *GEN3-FILE'in kayit yapisi.
       FD  NUMBER-CTL RECORDING MODE F.
       COPY NXTNUM.
      *NUMBER-CTL'nin kayit yapisi paylasilan NXTNUM kopya kitabindan
      *gelir; ODEV002M ile ayni duzendir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
           05 STATUS-GEN3                PIC 99.
              88 GEN3-SUCC               VALUE 00 97.
              88 GEN3-EOF                VALUE 10.
           05 STATUS-NXTNUM              PIC 99.
              88 NXTNUM-SUCC             VALUE 00 97.
              88 NXTNUM-EOF              VALUE 10.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
      *------------------------
       01  WS-CTL-ADD-CNT                PIC 9(7) VALUE 0.
       01  WS-CTL-DELETE-CNT             PIC 9(7) VALUE 0.
       01  WS-CTL-RUN-DATE               PIC 9(8) VALUE 0.
       01  WS-CTL-RUN-TIME               PIC 9(6) VALUE 0.
      *kontrol kaydindan kopyalanan eklenen/silinen sayilari ile
      *kaydi yazan ODEV002M calismasinin tarih/saati. dosya
      *kapandiktan sonra kayit alaninin icerigi tanimsiz oldugundan
      *mutabakat bu kopyalar uzerinden yapilir.
      *------------------------
      *------------------------
       01  WS-COPY-CNT                   PIC 9(7).
      *o an yurutulen tek bir kopyalama adiminin kayit sayaci.
      *------------------------
       01  WS-NXT-SAVE                   PIC X(80).
       01  WS-NXT-CHANGED-SW             PIC 9(1) VALUE 0.
      *numara kontrol kaydinin, dosya kapatilip yeniden yazilmak
      *uzere acilana kadar saklanan kopyasi ve kaydin degisip
      *degismedigini gosteren anahtar.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
           ELSE
               PERFORM 0200-VERIFY-CANDIDATE
               PERFORM 0500-ROTATE-GENERATIONS
               PERFORM 0550-MARK-NUMBERS-LIVE
           END-IF.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. PARM'a gore ya aday dogrulanip
                       WS-EXPECTED-SHOW " (old " WS-OLD-CNT
                       " + added " WS-CTL-ADD-CNT
                       " - deleted " WS-CTL-DELETE-CNT ")."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           IF WS-SEQ-OK NOT = 1
               DISPLAY "PROMOTION REFUSED - candidate order numbers "
                       "not strictly ascending."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           DISPLAY "CANDIDATE VERIFIED - " WS-CAND-CNT
                   " RECORDS, SEQUENCE OK.".
           OPEN INPUT PROM-CTL.
           IF NOT PROMCTL-SUCC
               DISPLAY "Promote control file not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           READ PROM-CTL.
           IF PROMCTL-EOF
               DISPLAY "Promote control file empty. Exiting..."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           IF PCTL-ADD-CNT NOT NUMERIC OR
              PCTL-DELETE-CNT NOT NUMERIC
               DISPLAY "PROMOTION REFUSED - control record counts "
                       "not numeric (abended maintenance run?)."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           MOVE PCTL-ADD-CNT    TO WS-CTL-ADD-CNT.
           MOVE PCTL-DELETE-CNT TO WS-CTL-DELETE-CNT.
           PERFORM 0215-KEEP-CONTROL-STAMP.
           CLOSE PROM-CTL.
      *ODEV002M'in yazdigi sayim kontrol kaydini okuyan fonksiyon.
      *kontrol kaydi yoksa ya da sayilari numerik degilse (yarim
      *dogrulanamaz, terfi yapilmaz. kullanilacak sayilar dosya
      *kapatilmadan ONCE calisma alanina kopyalanir; kapanistan
      *sonra kayit alaninin icerigi tanimsizdir.
      *------------------------
       0215-KEEP-CONTROL-STAMP.
           IF PCTL-RUN-DATE NUMERIC AND PCTL-RUN-TIME NUMERIC
               MOVE PCTL-RUN-DATE TO WS-CTL-RUN-DATE
               MOVE PCTL-RUN-TIME TO WS-CTL-RUN-TIME
           ELSE
               MOVE 0 TO WS-CTL-RUN-DATE
               MOVE 0 TO WS-CTL-RUN-TIME
           END-IF.
      *kontrol kaydini yazan ODEV002M calismasinin tarih/saatini
      *saklayan fonksiyon. numara araligi yalniz bu tarih/saati
      *tasiyorsa canliya alinir ya da emekliye ayrilir; okunamayan
      *bir tarih/saat hicbir araligla eslesmez.
      *------------------------
       0220-COUNT-LIVE-MASTER.
           OPEN INPUT LIVE-MASTER.
           IF NOT LIVE-SUCC
               DISPLAY "Live master not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           PERFORM 0222-READ-LIVE.
           PERFORM UNTIL LIVE-EOF
           OPEN INPUT CAND-MASTER.
           IF NOT CAND-SUCC
               DISPLAY "Candidate master not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           PERFORM 0232-READ-CAND.
           PERFORM UNTIL CAND-EOF
           OPEN INPUT LIVE-MASTER.
           IF NOT LIVE-SUCC
               DISPLAY "Live master not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           OPEN OUTPUT GEN1-FILE.
           MOVE 0 TO WS-COPY-CNT.
           OPEN INPUT CAND-MASTER.
           IF NOT CAND-SUCC
               DISPLAY "Candidate master not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           OPEN OUTPUT LIVE-MASTER.
           MOVE 0 TO WS-COPY-CNT.
      *dogrulanmis adayi canli master'in uzerine yazan fonksiyon.
      *bu adimdan sonra ODEV002 artik guncel master'i okur; operator
      *kopyalamayi unutamaz.
      *------------------------
       0550-MARK-NUMBERS-LIVE.
           PERFORM 0560-READ-NUMBER-CONTROL.
           IF NXT-ISSUED AND NXT-RUN-DATE = WS-CTL-RUN-DATE
                         AND NXT-RUN-TIME = WS-CTL-RUN-TIME
               SET NXT-PROMOTED TO TRUE
               MOVE 1 TO WS-NXT-CHANGED-SW
               DISPLAY "ORDER NUMBERS " NXT-FIRST-ORDER " TO "
                       NXT-LAST-ORDER " ISSUED ON " NXT-RUN-DATE
                       " ARE NOW LIVE."
           ELSE IF NXT-ISSUED
               DISPLAY "ORDER NUMBERS " NXT-FIRST-ORDER " TO "
                       NXT-LAST-ORDER " ISSUED ON " NXT-RUN-DATE
                       " " NXT-RUN-TIME " DO NOT BELONG TO THE "
                       "PROMOTED RUN - LEFT UNCHANGED."
               IF STEP-CLEAN
                   SET STEP-WARNING TO TRUE
               END-IF
           END-IF.
           PERFORM 0570-WRITE-NUMBER-CONTROL.
      *terfi tamamlaninca, adayi yazan ODEV002M calismasinin verdigi
      *numara araligini canli (P) olarak isaretleyen fonksiyon.
      *aralik yalniz kontrol kaydindaki tarih/saat PROMCTL'dekiyle
      *ayniysa bu terfiye aittir. o gece numara verilmediyse (durum
      *N) kayda dokunulmaz. baska bir calismanin verdigi I durumundaki
      *aralik da degistirilmez, uyari ile bildirilir; ODEV002M'in
      *sonraki calismasi onu emekliye ayirir.
      *------------------------
       0560-READ-NUMBER-CONTROL.
           MOVE 0 TO WS-NXT-CHANGED-SW.
           OPEN INPUT NUMBER-CTL.
           IF NOT NXTNUM-SUCC
               DISPLAY "Number control file not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           READ NUMBER-CTL.
           IF NXTNUM-EOF
               MOVE SPACES TO NXT-REC
           END-IF.
           MOVE NXT-REC TO WS-NXT-SAVE.
           CLOSE NUMBER-CTL.
      *numara kontrol kaydini okuyup kopyasini saklayan fonksiyon.
      *sistem henuz hic numara vermediyse dosya bostur; bos bir kayit
      *hicbir araligi isaretlemez.
      *------------------------
       0570-WRITE-NUMBER-CONTROL.
           IF WS-NXT-CHANGED-SW = 1
               MOVE NXT-REC TO WS-NXT-SAVE
               OPEN OUTPUT NUMBER-CTL
               IF NOT NXTNUM-SUCC
                   DISPLAY "Number control file cannot be rewritten. "
                           "Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-NXT-SAVE TO NXT-REC
               WRITE NXT-REC
               CLOSE NUMBER-CTL
           END-IF.
      *degisen numara kontrol kaydini dosyaya geri yazan fonksiyon.
      *kayit, OPEN OUTPUT kayit alanini bozabilecegi icin once
      *kopyaya alinip acilistan sonra geri tasinir.
      *------------------------
       0600-ROLLBACK.
           PERFORM 0640-READ-ROLLED-BACK-RUN.
           PERFORM 0610-COPY-G1-TO-LIVE.
           PERFORM 0620-COPY-G2-TO-G1.
           PERFORM 0630-COPY-G3-TO-G2.
           DISPLAY "ROLLBACK COMPLETE - generation 1 is live again.".
           PERFORM 0650-RETIRE-ROLLED-BACK-NUMBERS.
      *kotu bir parti terfi ettiginde tek komutla bir onceki nesle
      *donen zincir. nesil 1 canliya geri yazilir, arkadaki nesiller
      *birer one kayar; boylece art arda calistirilarak daha da
      *eskiye donulebilir. geri donulen terfinin verdigi siparis
      *numaralari en sonda emekliye ayrilir.
      *------------------------
       0640-READ-ROLLED-BACK-RUN.
           OPEN INPUT PROM-CTL.
           IF PROMCTL-SUCC
               READ PROM-CTL
               IF NOT PROMCTL-EOF
                   PERFORM 0215-KEEP-CONTROL-STAMP
               END-IF
               CLOSE PROM-CTL
           END-IF.
      *geri alinan canli master'i yazan ODEV002M calismasinin
      *tarih/saatini PROMCTL'den alan fonksiyon. kontrol kaydi yoksa
      *ya da bossa tarih/saat sifir kalir ve hicbir numara araligi
      *emekliye ayrilmaz; geri donusun kendisi yine yapilir.
      *------------------------
       0610-COPY-G1-TO-LIVE.
           OPEN INPUT GEN1-FILE.
           IF NOT GEN1-SUCC
               DISPLAY "ROLLBACK REFUSED - no generation 1 on hand."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           OPEN OUTPUT LIVE-MASTER.
           MOVE 0 TO WS-COPY-CNT.
       0632-READ-GEN3.
           READ GEN3-FILE.
      *GEN3-FILE'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0650-RETIRE-ROLLED-BACK-NUMBERS.
           PERFORM 0560-READ-NUMBER-CONTROL.
           IF NXT-PROMOTED AND NXT-RUN-DATE = WS-CTL-RUN-DATE
                           AND NXT-RUN-TIME = WS-CTL-RUN-TIME
               ADD NXT-ISSUED-CNT TO NXT-RETIRED-TOTAL
               SET NXT-RETIRED TO TRUE
               MOVE 1 TO WS-NXT-CHANGED-SW
               DISPLAY "ROLLBACK - ORDER NUMBERS " NXT-FIRST-ORDER
                       " TO " NXT-LAST-ORDER " ISSUED ON "
                       NXT-RUN-DATE " ARE RETIRED, NOT REUSED."
               DISPLAY "ROLLBACK - THOSE CUSTOMERS ARE NO LONGER ON "
                       "FILE; RE-ENTER THEM AS NEW ADDS."
               IF STEP-CLEAN
                   SET STEP-WARNING TO TRUE
               END-IF
           ELSE
               IF NXT-REC NOT = SPACES
                   DISPLAY "ROLLBACK - no live number range to retire;"
                           " next order number stays " NXT-NEXT-ORDER
                           "."
               END-IF
           END-IF.
           PERFORM 0570-WRITE-NUMBER-CONTROL.
      *geri donusten sonra, geri alinan terfinin verdigi siparis
      *numaralarini emekliye (R) ayiran fonksiyon. bu numaralarla
      *acilan musteriler canli master'dan cikmistir; sayac geri
      *alinmadigi icin numaralari bir daha kimseye verilmez ve
      *aralik operatore SYSOUT'ta bildirilir (adim 04 ile biter).
      *aralik yalniz kontrol kaydindaki tarih/saat geri alinan
      *calismanin PROMCTL'deki tarih/saatiyle ayniysa emekliye
      *ayrilir; o gece numara verilmediyse (N) ya da kayit baska bir
      *calismaya aitse, onceki gecelerin numaralari geri yuklenen
      *nesilde hala durdugundan kayda dokunulmaz.
      *art arda ikinci bir geri donuste daha eski araliklar kayitta
      *tutulmaz, ama sayac yine de geri gitmez.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
