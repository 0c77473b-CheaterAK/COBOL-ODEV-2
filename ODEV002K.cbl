      *soyadi + ORDER-I anahtarli capraz basvuru. USER-INDEX ile ayni
      *run'da guncellenir; aksi halde ODEV002Q'nun LNAME= sorgusu
      *eski soyadi anahtarlarindan yanit verirdi.
           SELECT REPAIR-FILE  ASSIGN TO IDXREPR
                       FILE STATUS IS STATUS-IDXREPR.
      *REPAIR-FILE, ODEV002V mutabakatinin yazdigi onarim kayitlari.
      *yalniz PARM=REPAIR ile calisildiginda acilir.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
           05    PCTL-CHANGE-CNT         PIC 9(7).
           05    PCTL-DELETE-CNT         PIC 9(7).
           05    PCTL-REJECT-CNT         PIC 9(7).
           05    PCTL-RUN-TIME           PIC 9(6).
      *PROM-CTL'nin kayit yapisi. ODEV002M'deki PROM-CTL-REC ile
      *birebir aynidir.
       FD  USER-INDEX.
                 10 XRF-ORDER-I          PIC 9(7).
      *NAME-XREF'in kayit yapisi. ODEV002L'dekiyle birebir aynidir;
      *yalniz anahtar tasir.
       FD  REPAIR-FILE RECORDING MODE F.
       COPY IDXREPR.
      *REPAIR-FILE'in kayit yapisi paylasilan IDXREPR kopya
      *kitabindan gelir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
              88 USERIDX-SUCC            VALUE 00 97.
           05 STATUS-NAMEXREF            PIC 99.
              88 NAMEXREF-SUCC           VALUE 00 97.
           05 STATUS-IDXREPR             PIC 99.
              88 IDXREPR-SUCC            VALUE 00 97.
              88 IDXREPR-EOF             VALUE 10.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-PARM-LINE                  PIC X(80).
       01  WS-REPAIR-SW                  PIC 9(1) VALUE 0.
      *JCL'den gelen PARM satiri. REPAIR verilirse gecenin loglari
      *yerine ODEV002V'nin onarim dosyasi uygulanir; bos ya da baska
      *bir deger normal log senkronu demektir.
      *------------------------
       01  WS-BEF-FIELDS.
           05 WS-BEF-ORDER-I             PIC 9(7).
           05 WS-KEY-ERR-CNT             PIC 9(7) VALUE 0.
      *okunan log, uygulanan ekleme/degisiklik/silme, atlanan ve
      *anahtar hatasi veren islem sayilarini tutan alan.
      *------------------------
       01  WS-REPAIR-COUNTS.
           05 WS-RPR-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-RPR-IDX-CNT             PIC 9(7) VALUE 0.
           05 WS-RPR-XRF-CNT             PIC 9(7) VALUE 0.
      *onarim modunda okunan onarim kaydi ile USER-INDEX'e ve
      *NAME-XREF'e uygulanan onarim sayilari. anahtar hatalari
      *WS-KEY-ERR-CNT'de toplanir.
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
           IF WS-PARM-LINE(1:6) = "REPAIR"
               MOVE 1 TO WS-REPAIR-SW
           END-IF.
           IF WS-REPAIR-SW = 1
               PERFORM 0400-APPLY-REPAIRS
           ELSE
               PERFORM 0100-OPEN-FILES
               PERFORM 0110-FILE-CONTROL
               PERFORM 0150-READ-CONTROL-COUNTS
               PERFORM 0200-APPLY-LOGS
               PERFORM 0600-VERIFY-COUNTS
               PERFORM 0700-PRINT-SUMMARY
               PERFORM 0800-CLOSE-FILES
           END-IF.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. normalde sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, kontrol sayilarinin okunmasi,
      *loglarin anahtarli dosyaya uygulanmasi, mutabakat, ozet ve
      *kapanis islemlerini yapiyor. PARM=REPAIR ile yalniz ODEV002V'nin
      *onarim dosyasi uygulanir.
      *------------------------
       0100-OPEN-FILES.
           OPEN INPUT CHANGE-LOG.
       0110-FILE-CONTROL.
           IF NOT CHGLOG-SUCC
              DISPLAY "Change log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT USERIDX-SUCC
              DISPLAY "User index file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NAMEXREF-SUCC
              DISPLAY "Name xref file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
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
           IF PCTL-RUN-DATE NOT NUMERIC OR
              PCTL-ADD-CNT NOT NUMERIC OR
              PCTL-DELETE-CNT NOT NUMERIC
               DISPLAY "SYNC REFUSED - control record not numeric "
                       "(abended maintenance run?)."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           MOVE PCTL-RUN-DATE   TO WS-CTL-RUN-DATE.
           MOVE PCTL-ADD-CNT    TO WS-CTL-ADD-CNT.
           END-DELETE.
      *oncesi goruntusundeki soyadi ile capraz basvuru anahtarini
      *silen fonksiyon.
      *------------------------
       0400-APPLY-REPAIRS.
           OPEN INPUT REPAIR-FILE.
           IF NOT IDXREPR-SUCC
               DISPLAY "Repair file not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           OPEN I-O   USER-INDEX.
           OPEN I-O   NAME-XREF.
           IF NOT USERIDX-SUCC
              DISPLAY "User index file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NAMEXREF-SUCC
              DISPLAY "Name xref file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           READ REPAIR-FILE.
           PERFORM UNTIL IDXREPR-EOF
               ADD 1 TO WS-RPR-READ-CNT
               PERFORM 0450-APPLY-ONE-REPAIR
               READ REPAIR-FILE
           END-PERFORM.
           DISPLAY "ODEV002K SUMMARY - REPAIRS: " WS-RPR-READ-CNT
                   " INDEX: "      WS-RPR-IDX-CNT
                   " XREF: "       WS-RPR-XRF-CNT
                   " KEY ERRORS: " WS-KEY-ERR-CNT.
           IF WS-KEY-ERR-CNT > 0
               DISPLAY "REPAIR INCOMPLETE - rerun ODEV002V before "
                       "answering inquiries from the index."
               SET STEP-DATA-FAIL TO TRUE
           END-IF.
           CLOSE REPAIR-FILE.
           CLOSE USER-INDEX.
           CLOSE NAME-XREF.
      *ODEV002V'nin yazdigi onarim kayitlarini anahtarli dosyalara tek
      *tek uygulayan fonksiyon. yalniz mutabakatin sapan buldugu
      *anahtarlara dokunulur; tam yukleme (ODEV002L) gerekmez.
      *uygulanamayan bir onarim (dosya mutabakattan sonra degismis)
      *anahtar hatasi sayilir ve adim 08 ile biter.
      *------------------------
       0450-APPLY-ONE-REPAIR.
           IF RPR-ORDER-I NOT NUMERIC
               ADD 1 TO WS-KEY-ERR-CNT
               DISPLAY RPR-ORDER-I
                       ": Invalid order in repair file, skipped."
           ELSE IF RPR-IDX-ADD
               MOVE RPR-IMAGE TO USER-INDEX-REC
               WRITE USER-INDEX-REC
                   INVALID KEY
                       ADD 1 TO WS-KEY-ERR-CNT
                       DISPLAY RPR-ORDER-I
                           ": Repair add already in index."
                   NOT INVALID KEY
                       ADD 1 TO WS-RPR-IDX-CNT
               END-WRITE
           ELSE IF RPR-IDX-REPLACE
               MOVE RPR-IMAGE TO USER-INDEX-REC
               REWRITE USER-INDEX-REC
                   INVALID KEY
                       ADD 1 TO WS-KEY-ERR-CNT
                       DISPLAY RPR-ORDER-I
                           ": Repair target not in index."
                   NOT INVALID KEY
                       ADD 1 TO WS-RPR-IDX-CNT
               END-REWRITE
           ELSE IF RPR-IDX-DELETE
               MOVE RPR-ORDER-I TO IDX-ORDER-I
               DELETE USER-INDEX RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEY-ERR-CNT
                       DISPLAY RPR-ORDER-I
                           ": Repair delete not in index."
                   NOT INVALID KEY
                       ADD 1 TO WS-RPR-IDX-CNT
               END-DELETE
           ELSE IF RPR-XRF-ADD
               MOVE RPR-XRF-LAST-NAME-I TO XRF-LAST-NAME-I
               MOVE RPR-ORDER-I         TO XRF-ORDER-I
               WRITE NAME-XREF-REC
                   INVALID KEY
                       ADD 1 TO WS-KEY-ERR-CNT
                       DISPLAY RPR-ORDER-I
                           ": Repair xref key already present."
                   NOT INVALID KEY
                       ADD 1 TO WS-RPR-XRF-CNT
               END-WRITE
           ELSE IF RPR-XRF-DELETE
               MOVE RPR-XRF-LAST-NAME-I TO XRF-LAST-NAME-I
               MOVE RPR-ORDER-I         TO XRF-ORDER-I
               DELETE NAME-XREF RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEY-ERR-CNT
                       DISPLAY RPR-ORDER-I
                           ": Repair xref key not found."
                   NOT INVALID KEY
                       ADD 1 TO WS-RPR-XRF-CNT
               END-DELETE
           ELSE
               ADD 1 TO WS-KEY-ERR-CNT
               DISPLAY RPR-ACTION
                       ": Unknown action in repair file, skipped."
           END-IF.
      *tek bir onarim kaydini islem koduna gore uygulayan fonksiyon:
      *IA ekle, IR degistir, ID sil (USER-INDEX), XA ekle, XD sil
      *(NAME-XREF). IA/IR'de master goruntusu oldugu gibi yazilir.
      *------------------------
       0600-VERIFY-COUNTS.
           IF WS-ADD-CNT NOT = WS-CTL-ADD-CNT OR
                       " (key errors " WS-KEY-ERR-CNT ")."
               DISPLAY "Reload the index with ODEV002L before "
                       "answering inquiries from it."
               SET STEP-DATA-FAIL TO TRUE
           ELSE
               DISPLAY "INDEX SYNC VERIFIED - counts match control "
                       "record for run " WS-CTL-RUN-DATE "."
      *sayilarla mutabakat eden fonksiyon. sayilar tutmuyorsa ya da
      *herhangi bir anahtar hatasi olduysa indeks supheli ilan edilir
      *ve operatore tam yukleme (ODEV002L) tavsiye edilir; sessiz bir
      *yarim guncelleme birakilmaz. supheli indeks adimi 08 ile
      *bitirir.
      *------------------------
       0700-PRINT-SUMMARY.
           DISPLAY "ODEV002K SUMMARY - LOGS: " WS-LOG-CNT
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
