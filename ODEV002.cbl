      *RUN-HISTORY, uc programin da paylastigi run gecmisi dosyasi.
      *her calisma basinda S, normal bitiste E kaydi eklenir; onceki
      *ODEV002 calismasinin E kaydi yoksa operator uyarilir.
           SELECT POSTAL-REF   ASSIGN TO POSTREF
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS PST-POSTAL-CODE
                       FILE STATUS IS STATUS-POSTREF.
      *POSTAL-REF, ODEV002U'nun posta idaresi yayinindan yukledigi
      *posta kodu referans dosyasi. 0296-POSTAL-VALIDATOR her kaydin
      *posta kodunu burada anahtarla arar.
      *CHECKPOINT-FILE, her WS-CHECKPOINT-INTERVAL kayitta bir READ-CNT'i
      *kaydeden dosya. bir ABEND sonrasi operator buradan kaldigi yeri
      *okuyup RESTART= parametresiyle bir sonraki run'a verir.
       COPY RUNHIST.
      *RUN-HISTORY'nin kayit yapisi paylasilan RUNHIST kopya
      *kitabindan gelir; uc program da ayni duzeni kullanir.
       FD  POSTAL-REF.
       COPY POSTREF.
      *POSTAL-REF'in kayit yapisi paylasilan POSTREF kopya
      *kitabindan gelir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin tanimlandigi bolum.
           05 STATUS-RUNHIST             PIC 99.
              88 RUNHIST-SUCC            VALUE 00 97.
              88 RUNHIST-EOF             VALUE 10.
           05 STATUS-POSTREF             PIC 99.
              88 POSTREF-SUCC            VALUE 00 97.
           05 WS-VALID-ORDER             PIC 9(1) VALUE 1.
           05 WS-SEQ-FIRST-SW            PIC 9(1) VALUE 0.
              88 WS-SEQ-FIRST-REC        VALUE 0.
      *sayilan "@" karakteri sayisi ve PHONE-I'nin, bosluk ve tire
      *ayraclari sifira cevrildikten sonra numerik test edilecegi
      *kopyasi.
      *------------------------
       01  WS-LOWER-ALPHA                PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-ALPHA                PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-CHK-POSTAL                 PIC X(10).
       01  WS-CHK-CITY                   PIC X(20).
      *posta kodu denetiminin calisma alanlari. ADDR-POSTAL-I ve
      *ADDR-CITY-I, referans dosyasindaki gibi buyuk harfe cevrilmis
      *kopyalari uzerinden karsilastirilir.
      *------------------------
       01  WS-MILESTONE-VALUES.
           05 FILLER                     PIC 9(3) VALUE 018.
      *ayni artik yil kurallariyla) hedef gunu 28 Subat'a cekmek icin
      *kullanilir; aksi halde FUNCTION INTEGER-OF-DATE'e gecersiz bir
      *tarih (ornegin 20190229) verilmis olurdu.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi bolum.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0750-PRINT-TRAILER.
           PERFORM 0760-WRITE-RUN-END.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin acilmasi,
           PERFORM 0106-RESOLVE-ASOF-DATE.
           PERFORM 0140-CHECK-RUN-HISTORY.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  POSTAL-REF.
           IF WS-RESTART-CNT > 0
               PERFORM 0130-RESTORE-CHECKPOINT-COUNTS
               OPEN EXTEND OUT-FILE
               IF WS-HIST-PENDING-SW = 1
                   DISPLAY "WARNING - prior ODEV002 run has no end "
                           "record in run history (possible abend)."
                   SET STEP-WARNING TO TRUE
               END-IF
           END-IF.
      *run gecmisini tarayip bir onceki ODEV002 calismasinin E
      *kaydinin yazilip yazilmadigina bakan fonksiyon. yazilmamissa
      *onceki run yarim kalmis demektir; operator uyarilir ama run
      *engellenmez (restart tam da bu durum icin vardir), yalniz
      *adim uyari (04) ile biter. gecmis
      *dosyasi henuz yoksa ilk calisma kabul edilip kontrol atlanir.
      *------------------------
       0142-READ-HISTORY-RECORD.
               MOVE 1 TO WS-ASOF-SW
           ELSE IF WS-ASOF-VALUE NOT NUMERIC
               DISPLAY WS-ASOF-VALUE ": Invalid ASOF date. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           ELSE
               MOVE WS-ASOF-VALUE TO WS-ASOF-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) = 0
                   DISPLAY WS-ASOF-VALUE
                           ": Invalid ASOF date. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE 1 TO WS-ASOF-SW
           END-IF.
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT OUTFILE-SUCC
              DISPLAY "Output file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT EXTFILE-SUCC
              DISPLAY "Extract file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT MILESTN-SUCC
              DISPLAY "Milestone file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHKPTF-SUCC
              DISPLAY "Checkpoint file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT RUNHIST-SUCC
              DISPLAY "Run history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT POSTREF-SUCC
              DISPLAY "Postal reference file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           PERFORM 0145-WRITE-RUN-START.
           IF WS-RESTART-CNT > 0
               MOVE CURRENT-DATE-I TO WS-PARAM-DATE
               PERFORM 0260-INPUT-VALIDATOR
           END-IF.
           IF WS-VALID-ORDER = 1 AND
              NOT (CUST-DECEASED AND FIRST-NAME-I = SPACES AND
                   LAST-NAME-I = SPACES AND ADDR-STREET-I = SPACES AND
                   ADDR-CITY-I = SPACES AND ADDR-POSTAL-I = SPACES AND
                   PHONE-I = SPACES AND EMAIL-I = SPACES)
               PERFORM 0295-CONTACT-VALIDATOR
           END-IF.
      *dosyadan okuma fonksiyonu. once ORDER-I'nin sirali/tekrarsiz
      *posta atolyesinin geri dondurdugu mektuplarin kaynagi olan bozuk
      *iletisim verisi boylece daha MILESTONE-FILE'a hic ulasmadan
      *REJECT-FILE'a duser ve ODEV002R'nin duzeltme dongusune girer.
      *ODEV002E'nin kisisel verisini bosalttigi vefat etmis (D)
      *musterinin isim, adres, telefon ve e-postasinin hepsi bostur;
      *boyle bir kayit iletisim denetimine sokulmaz, her gece NM
      *reddi olarak geri donmez.
      *checkpoint yazma karari artik kayit tam
      *olarak islenip yazildiktan sonra 0200-PROCESS-FILE'da veriliyor.
      *READ-CNT sadece gercek bir kayit okundugunda artiyor; dosyayi
                   MOVE 0 TO WS-VALID-ORDER
               END-IF
           END-IF.
           IF WS-VALID-ORDER = 1
               PERFORM 0296-POSTAL-VALIDATOR
           END-IF.
      *iletisim alanlarini kontrol eden fonksiyon. tarih
      *validatorlarindaki DT/YR/MO/DA/SQ/AG/FD kodlarinin yanina dort
      *yeni red kodu ekler: soyadi bos ise NM, e-posta dolu ama icinde
      *listesine cikarilmaz. red edilen kayit diger validatorlardaki
      *gibi REJECT-FILE'a duser ve ODEV002R'nin duzeltme dongusunde
      *geri kazanilir; her kayit icin ilk takilan kontrol yazilir.
      *adres tam ise posta kodu 0296-POSTAL-VALIDATOR'da ayrica
      *referans dosyasina karsi denetlenir; PU ve PC red kodlarini o
      *fonksiyon verir.
      *------------------------
       0296-POSTAL-VALIDATOR.
           MOVE ADDR-POSTAL-I TO WS-CHK-POSTAL.
           MOVE ADDR-CITY-I   TO WS-CHK-CITY.
           INSPECT WS-CHK-POSTAL
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-CHK-CITY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE WS-CHK-POSTAL TO PST-POSTAL-CODE.
           READ POSTAL-REF
               INVALID KEY
                   DISPLAY ORDER-I ": Unknown postal code in line "
                           READ-CNT " ."
                   MOVE ADDR-POSTAL-I TO WS-REJECT-FIELD
                   MOVE "PU"          TO WS-REJECT-REASON-CODE
                   MOVE "Unknown postal code" TO WS-REJECT-REASON
                   PERFORM 0265-WRITE-REJECT
                   MOVE 0 TO WS-VALID-ORDER
               NOT INVALID KEY
                   IF PST-CITY NOT = WS-CHK-CITY
                       DISPLAY ORDER-I
                               ": Postal code not in city in line "
                               READ-CNT " ."
                       MOVE ADDR-CITY-I   TO WS-REJECT-FIELD
                       MOVE "PC"          TO WS-REJECT-REASON-CODE
                       MOVE "Postal code does not match city"
                                          TO WS-REJECT-REASON
                       PERFORM 0265-WRITE-REJECT
                       MOVE 0 TO WS-VALID-ORDER
                   END-IF
           END-READ.
      *posta kodunu ODEV002U'nun yukledigi referans dosyasinda arayan
      *fonksiyon. kod referansta yoksa PU, varsa ama referanstaki
      *sehir ADDR-CITY-I'den farkliysa PC ile reddedilir; PU'da ham
      *posta kodu, PC'de ham sehir REJ-FIELD'e yazilir. karsilastirma
      *buyuk/kucuk harf farkina bakmaz. boylece posta atolyesinden
      *adres hatasiyla geri donen MILESTONE-FILE ve SELECT-FILE
      *mektuplari kaynaginda durdurulur.
      *------------------------
       0300-CALCULATE-DAYS.
           MOVE BIRTH-DATE-I TO WS-PARAM-DATE.
      *yazilan kayit sayilarini basarak run'in manuel sayim
      *yapilmadan kontrol edilebilmesini sagliyor. EXTRACT-FILE'a
      *bilerek hicbir toplam yazilmaz; o dosya yalniz detay tasir.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-ERR-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *reject dosyasina kayit yazildiysa adimi uyari (04) ile
      *bitiren fonksiyon. onceki calismanin E kaydi eksikligi uyarisi
      *0140-CHECK-RUN-HISTORY'de zaten isaretlenmistir.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
           CLOSE MILESTONE-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE RUN-HISTORY.
           CLOSE POSTAL-REF.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
