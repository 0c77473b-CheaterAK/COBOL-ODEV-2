       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002V.
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
           SELECT USERS-DATA   ASSIGN TO USERDATA
                       FILE STATUS IS STATUS-USERDATA.
      *USERS-DATA, terfi etmis canli master. mutabakatta dogru kabul
      *edilen taraf budur.
           SELECT USER-INDEX   ASSIGN TO USERIDX
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS IDX-ORDER-I
                       FILE STATUS IS STATUS-USERIDX.
      *USER-INDEX, ODEV002L'in yukleyip ODEV002K'nin her gece
      *guncelledigi anahtarli master. anahtar sirasinda bastan sona
      *okunur, master ile ORDER-I uzerinden eslenir.
           SELECT NAME-XREF    ASSIGN TO NAMEXREF
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS XRF-KEY
                       FILE STATUS IS STATUS-NAMEXREF.
      *NAME-XREF, soyadi + ORDER-I anahtarli capraz basvuru. anahtar
      *sirasinda (soyadi, sonra siparis) bastan sona okunur.
           SELECT XREF-SORT    ASSIGN TO SORTWK01.
      *XREF-SORT, master'dan uretilen beklenen soyadi + ORDER-I
      *anahtarlarini NAME-XREF'in sirasina dizen siralama dosyasi.
           SELECT RECON-REPORT ASSIGN TO RCNRPT
                       FILE STATUS IS STATUS-RCNRPT.
      *RECON-REPORT, bulunan her sapmanin ve sonuc hukmunun basildigi
      *mutabakat raporu.
           SELECT REPAIR-FILE  ASSIGN TO IDXREPR
                       FILE STATUS IS STATUS-IDXREPR.
      *REPAIR-FILE, yalniz sapan anahtarlari duzelten onarim
      *kayitlari. ODEV002K PARM=REPAIR ile uygulanir.
           SELECT RUN-HISTORY  ASSIGN TO RUNHIST
                       FILE STATUS IS STATUS-RUNHIST.
      *RUN-HISTORY, suite'in paylastigi run gecmisi. E kaydindaki
      *sayaclar ve hukum sabah operasyon raporuna (ODEV002H) tasinir.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FILE SECTION.
      *FILE SECTION.
      *dosya tanimlamalarinin yapildigi bolum
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
       FD  USER-INDEX.
       01  USER-INDEX-REC.
           05    IDX-ORDER-I             PIC 9(7).
           05    IDX-FIRST-NAME-I        PIC X(15).
           05    IDX-LAST-NAME-I         PIC X(15).
           05    IDX-BIRTH-DATE-I        PIC X(8).
           05    IDX-CURRENT-DATE-I      PIC X(8).
           05    IDX-ADDR-STREET-I       PIC X(30).
           05    IDX-ADDR-CITY-I         PIC X(20).
           05    IDX-ADDR-POSTAL-I       PIC X(10).
           05    IDX-PHONE-I             PIC X(15).
           05    IDX-EMAIL-I             PIC X(30).
           05    IDX-STATUS-I            PIC X(1).
      *USER-INDEX'in kayit yapisi. ODEV002L'dekiyle birebir aynidir.
       FD  NAME-XREF.
       01  NAME-XREF-REC.
           05    XRF-KEY.
                 10 XRF-LAST-NAME-I      PIC X(15).
                 10 XRF-ORDER-I          PIC 9(7).
      *NAME-XREF'in kayit yapisi. ODEV002L'dekiyle birebir aynidir;
      *yalniz anahtar tasir.
       SD  XREF-SORT.
       01  SRT-REC.
           05    SRT-KEY.
                 10 SRT-LAST-NAME-I      PIC X(15).
                 10 SRT-ORDER-I          PIC 9(7).
           05    SRT-FIRST-NAME-I        PIC X(15).
      *siralama kaydinin yapisi. anahtar NAME-XREF'in XRF-KEY'i ile
      *ayni duzendedir, boylece iki taraf tek bir alfanumerik
      *karsilastirmayla eslenebilir. ad yalniz rapor icindir.
       FD  RECON-REPORT RECORDING MODE F.
       01  RECON-REC                     PIC X(100).
      *RECON-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       FD  REPAIR-FILE RECORDING MODE F.
       COPY IDXREPR.
      *REPAIR-FILE'in kayit yapisi paylasilan IDXREPR kopya
      *kitabindan gelir; ODEV002K ayni duzeni okur.
       FD  RUN-HISTORY RECORDING MODE F.
       COPY RUNHIST.
      *RUN-HISTORY'nin kayit yapisi paylasilan RUNHIST kopya
      *kitabindan gelir.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  RCN-HEADER.
           05 FILLER                     PIC X(43)
                 VALUE "MASTER / INDEX RECONCILIATION - RUN DATE ".
           05 RCN-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(49) VALUE SPACES.
       01  RCN-SECTION-LINE.
           05 RCN-SECTION-TITLE          PIC X(40).
           05 FILLER                     PIC X(60) VALUE SPACES.
      *rapor basligi ve bolum basligi satirlari.
      *------------------------
       01  RCN-KEY-LINE.
           05 FILLER                     PIC X(6)  VALUE "ORDER ".
           05 RKL-ORDER                  PIC X(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RKL-TEXT                   PIC X(40).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RKL-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RKL-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(14) VALUE SPACES.
      *tek bir anahtarin bir tarafta olup oteki tarafta olmadigini
      *bildiren satir.
      *------------------------
       01  RCN-DIFF-LINE.
           05 FILLER                     PIC X(6)  VALUE "ORDER ".
           05 RDL-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RDL-FIELD                  PIC X(12).
           05 FILLER                     PIC X(3)  VALUE " M=".
           05 RDL-MASTER                 PIC X(30).
           05 FILLER                     PIC X(3)  VALUE " I=".
           05 RDL-INDEX                  PIC X(30).
           05 FILLER                     PIC X(8)  VALUE SPACES.
      *master ile IDX- kaydi arasinda farkli cikan tek bir alanin
      *satiri: alan adi, master'daki (M=) ve indeksteki (I=) deger.
      *------------------------
       01  RCN-XREF-LINE.
           05 FILLER                     PIC X(5)  VALUE "XREF ".
           05 RXL-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RXL-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RXL-TEXT                   PIC X(45).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RXL-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(10) VALUE SPACES.
      *NAME-XREF tarafinda bulunan tek bir sapmanin satiri.
      *------------------------
       01  RCN-COUNT-LINE.
           05 RCL-LABEL                  PIC X(40).
           05 RCL-COUNT                  PIC Z(6)9.
           05 FILLER                     PIC X(53) VALUE SPACES.
       01  RCN-VERDICT-LINE.
           05 FILLER                     PIC X(9)  VALUE "VERDICT: ".
           05 RVL-TEXT                   PIC X(70).
           05 FILLER                     PIC X(21) VALUE SPACES.
      *hukum bolumunun sayac ve sonuc satirlari.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-USERIDX             PIC 99.
              88 USERIDX-SUCC            VALUE 00 97.
              88 USERIDX-EOF             VALUE 10.
           05 STATUS-NAMEXREF            PIC 99.
              88 NAMEXREF-SUCC           VALUE 00 97.
              88 NAMEXREF-EOF            VALUE 10.
           05 STATUS-RCNRPT              PIC 99.
              88 RCNRPT-SUCC             VALUE 00 97.
           05 STATUS-IDXREPR             PIC 99.
              88 IDXREPR-SUCC            VALUE 00 97.
           05 STATUS-RUNHIST             PIC 99.
              88 RUNHIST-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-MST-KEY                    PIC 9(8).
       01  WS-IDX-KEY                    PIC 9(8).
      *master ile USER-INDEX'i ORDER-I uzerinden esleyen dongunun
      *karsilastirma anahtarlari ve dosya sonu nobetci degeri
      *(ODEV002M'deki gibi ORDER-I'dan bir basamak genis).
      *------------------------
       01  WS-EXP-KEY.
           05 WS-EXP-LAST-NAME-I         PIC X(15).
           05 WS-EXP-ORDER-I             PIC 9(7).
       01  WS-EXP-FIRST-NAME-I           PIC X(15).
       01  WS-XRF-CUR-KEY.
           05 WS-XRF-CUR-LAST-NAME-I     PIC X(15).
           05 WS-XRF-CUR-ORDER-I         PIC 9(7).
      *beklenen (master'dan siralanmis) ve NAME-XREF'ten okunan
      *soyadi + ORDER-I anahtarlarinin kopyalari. taraflardan biri
      *bitince anahtarina HIGH-VALUES atanir.
      *------------------------
       01  WS-FLD-DEFS.
           05 FILLER   PIC X(12) VALUE "ORDER".
           05 FILLER   PIC 9(3)  VALUE 001.
           05 FILLER   PIC 9(3)  VALUE 007.
           05 FILLER   PIC X(12) VALUE "FIRST-NAME".
           05 FILLER   PIC 9(3)  VALUE 008.
           05 FILLER   PIC 9(3)  VALUE 015.
           05 FILLER   PIC X(12) VALUE "LAST-NAME".
           05 FILLER   PIC 9(3)  VALUE 023.
           05 FILLER   PIC 9(3)  VALUE 015.
           05 FILLER   PIC X(12) VALUE "BIRTH-DATE".
           05 FILLER   PIC 9(3)  VALUE 038.
           05 FILLER   PIC 9(3)  VALUE 008.
           05 FILLER   PIC X(12) VALUE "CURRENT-DATE".
           05 FILLER   PIC 9(3)  VALUE 046.
           05 FILLER   PIC 9(3)  VALUE 008.
           05 FILLER   PIC X(12) VALUE "ADDR-STREET".
           05 FILLER   PIC 9(3)  VALUE 054.
           05 FILLER   PIC 9(3)  VALUE 030.
           05 FILLER   PIC X(12) VALUE "ADDR-CITY".
           05 FILLER   PIC 9(3)  VALUE 084.
           05 FILLER   PIC 9(3)  VALUE 020.
           05 FILLER   PIC X(12) VALUE "ADDR-POSTAL".
           05 FILLER   PIC 9(3)  VALUE 104.
           05 FILLER   PIC 9(3)  VALUE 010.
           05 FILLER   PIC X(12) VALUE "PHONE".
           05 FILLER   PIC 9(3)  VALUE 114.
           05 FILLER   PIC 9(3)  VALUE 015.
           05 FILLER   PIC X(12) VALUE "EMAIL".
           05 FILLER   PIC 9(3)  VALUE 129.
           05 FILLER   PIC 9(3)  VALUE 030.
           05 FILLER   PIC X(12) VALUE "STATUS".
           05 FILLER   PIC 9(3)  VALUE 159.
           05 FILLER   PIC 9(3)  VALUE 001.
       01  WS-FLD-TABLE REDEFINES WS-FLD-DEFS.
           05 WS-FLD-ENTRY OCCURS 11 TIMES.
              07 WS-FLD-NAME             PIC X(12).
              07 WS-FLD-OFF              PIC 9(3).
              07 WS-FLD-LEN              PIC 9(3).
       01  WS-FLD-IX                     PIC 9(2) COMP.
       01  WS-REC-DIFF-SW                PIC 9(1) VALUE 0.
      *USER-FIELDS duzeninin alan sozlugu (ODEV002F'tekiyle aynidir):
      *alan adi, kayit icindeki baslangic kolonu ve uzunlugu. master
      *ile IDX- kaydi bu sozlukle dilim dilim karsilastirilir.
      *WS-REC-DIFF-SW, o an karsilastirilan kayitta en az bir alanin
      *farkli ciktigini gosterir.
      *------------------------
       01  WS-COUNTS.
           05 WS-MST-CNT                 PIC 9(7) VALUE 0.
           05 WS-IDX-CNT                 PIC 9(7) VALUE 0.
           05 WS-XRF-CNT                 PIC 9(7) VALUE 0.
           05 WS-BAD-ORDER-CNT           PIC 9(7) VALUE 0.
           05 WS-IDX-MISSING-CNT         PIC 9(7) VALUE 0.
           05 WS-IDX-EXTRA-CNT           PIC 9(7) VALUE 0.
           05 WS-IDX-DIFF-CNT            PIC 9(7) VALUE 0.
           05 WS-FLD-DIFF-CNT            PIC 9(7) VALUE 0.
           05 WS-XRF-MISSING-CNT         PIC 9(7) VALUE 0.
           05 WS-XRF-ORPHAN-CNT          PIC 9(7) VALUE 0.
           05 WS-REPAIR-CNT              PIC 9(7) VALUE 0.
           05 WS-IDX-DRIFT-CNT           PIC 9(7) VALUE 0.
           05 WS-XRF-DRIFT-CNT           PIC 9(7) VALUE 0.
      *okunan master/indeks/capraz basvuru kayitlari, numerik
      *olmayan siparis numarali master kayitlari, indekste eksik,
      *indekste fazla ve alanlari farkli kayitlar, farkli alan
      *satirlari, eksik ve sahipsiz capraz basvuru anahtarlari,
      *yazilan onarim kayitlari ile iki taraftaki toplam sapma.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-TIME-RAW               PIC X(8).
       01  WS-RUN-TIME                   PIC 9(6).
      *calismanin basinda bir kez alinan run tarihi ve saati.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
      *bolum.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0180-PRINT-REPORT-HEADER.
           PERFORM 0190-RUN-RECONCILIATION.
           PERFORM 0700-PRINT-VERDICT.
           PERFORM 0720-WRITE-RUN-END.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, rapor basligi, uc yonlu mutabakat,
      *hukum, run gecmisi ve kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  USER-INDEX.
           OPEN INPUT  NAME-XREF.
           OPEN OUTPUT RECON-REPORT.
           OPEN OUTPUT REPAIR-FILE.
           OPEN EXTEND RUN-HISTORY.
      *dosyalari acan fonksiyon. uc kaynak da yalniz okunur;
      *mutabakat hicbir dosyayi kendisi duzeltmez.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
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
           IF NOT RCNRPT-SUCC
              DISPLAY "Reconciliation report file not found. "
                      "Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT IDXREPR-SUCC
              DISPLAY "Repair file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT RUNHIST-SUCC
              DISPLAY "Run history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           PERFORM 0150-WRITE-RUN-START.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon. hepsi
      *saglamsa run gecmisine S kaydi dusulur.
      *------------------------
       0150-WRITE-RUN-START.
           MOVE SPACES       TO RUNH-REC.
           MOVE WS-RUN-DATE  TO RUNH-RUN-DATE.
           MOVE WS-RUN-TIME  TO RUNH-RUN-TIME.
           MOVE "ODEV002V"   TO RUNH-PROGRAM.
           MOVE "S"          TO RUNH-REC-TYPE.
           MOVE 0            TO RUNH-CNT-1.
           MOVE 0            TO RUNH-CNT-2.
           MOVE 0            TO RUNH-CNT-3.
           MOVE 0            TO RUNH-CNT-4.
           WRITE RUNH-REC.
      *calismanin basladigini run gecmisine isleyen fonksiyon.
      *------------------------
       0180-PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO RCN-HDR-RUN-DATE.
           MOVE RCN-HEADER  TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           MOVE "USERS-DATA VS USER-INDEX" TO RCN-SECTION-TITLE.
           MOVE RCN-SECTION-LINE TO RECON-REC.
           WRITE RECON-REC.
      *rapor basligini ve ilk bolum basligini yazdiran fonksiyon.
      *------------------------
       0190-RUN-RECONCILIATION.
           SORT XREF-SORT
               ON ASCENDING KEY SRT-LAST-NAME-I SRT-ORDER-I
               INPUT PROCEDURE IS 0200-COMPARE-MASTER-INDEX
               OUTPUT PROCEDURE IS 0400-COMPARE-XREF.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of expected xref keys failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0800-CLOSE-FILES
               PERFORM 0999-EXIT
           END-IF.
      *uc yonlu mutabakati tek geciste yapan fonksiyon. siralamanin
      *giris tarafinda master ile USER-INDEX ORDER-I sirasinda eslenir
      *ve her master kaydi icin beklenen soyadi + ORDER-I anahtari
      *siralamaya verilir; cikis tarafinda bu anahtarlar NAME-XREF'in
      *kendi sirasinda gelir ve capraz basvuruyla eslenir. boylece
      *master bir kez okunur ve hicbir tablo boyutu sinirina takilmaz.
      *------------------------
       0200-COMPARE-MASTER-INDEX.
           PERFORM 0250-READ-MASTER.
           PERFORM 0260-READ-INDEX.
           PERFORM UNTIL WS-MST-KEY = WS-HIGH-KEY
                     AND WS-IDX-KEY = WS-HIGH-KEY
               PERFORM 0300-COMPARE-ONE-KEY
           END-PERFORM.
      *master ile USER-INDEX'i ORDER-I sirasina gore esleyen dongu.
      *iki dosya da bitince (iki anahtar da nobetci degere ulasinca)
      *durur.
      *------------------------
       0250-READ-MASTER.
           PERFORM 0252-READ-ONE-MASTER.
           PERFORM UNTIL MASTER-EOF OR ORDER-I NUMERIC
               ADD 1 TO WS-BAD-ORDER-CNT
               MOVE ORDER-I      TO RKL-ORDER
               MOVE "NON-NUMERIC ORDER ON MASTER - NOT CHECKED"
                                 TO RKL-TEXT
               MOVE FIRST-NAME-I TO RKL-FIRST-NAME
               MOVE LAST-NAME-I  TO RKL-LAST-NAME
               MOVE RCN-KEY-LINE TO RECON-REC
               WRITE RECON-REC
               PERFORM 0252-READ-ONE-MASTER
           END-PERFORM.
           IF MASTER-EOF
               MOVE WS-HIGH-KEY TO WS-MST-KEY
           ELSE
               ADD 1 TO WS-MST-CNT
               MOVE ORDER-I TO WS-MST-KEY
               MOVE LAST-NAME-I  TO SRT-LAST-NAME-I
               MOVE ORDER-I      TO SRT-ORDER-I
               MOVE FIRST-NAME-I TO SRT-FIRST-NAME-I
               RELEASE SRT-REC
           END-IF.
      *master'dan bir sonraki gecerli kaydi okuyan fonksiyon. numerik
      *olmayan siparis numarali kayitlar (ODEV002L'in de yuklemedigi)
      *raporlanip atlanir. her gecerli kayit icin beklenen capraz
      *basvuru anahtari siralamaya verilir. dosya biterse
      *karsilastirma anahtarina nobetci deger atanir.
      *------------------------
       0252-READ-ONE-MASTER.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0260-READ-INDEX.
           READ USER-INDEX.
           IF USERIDX-EOF
               MOVE WS-HIGH-KEY TO WS-IDX-KEY
           ELSE
               ADD 1 TO WS-IDX-CNT
               MOVE IDX-ORDER-I TO WS-IDX-KEY
           END-IF.
      *USER-INDEX'ten anahtar sirasinda bir sonraki kaydi okuyan
      *fonksiyon. dosya biterse karsilastirma anahtarina nobetci
      *deger atanir.
      *------------------------
       0300-COMPARE-ONE-KEY.
           IF WS-MST-KEY = WS-IDX-KEY
               PERFORM 0310-COMPARE-FIELDS
               PERFORM 0250-READ-MASTER
               PERFORM 0260-READ-INDEX
           ELSE
               IF WS-MST-KEY < WS-IDX-KEY
                   PERFORM 0320-MISSING-FROM-INDEX
                   PERFORM 0250-READ-MASTER
               ELSE
                   PERFORM 0330-NOT-ON-MASTER
                   PERFORM 0260-READ-INDEX
               END-IF
           END-IF.
      *iki anahtari karsilastirip uygun alt fonksiyona yonlendiren
      *fonksiyon.
      *------------------------
       0310-COMPARE-FIELDS.
           MOVE 0 TO WS-REC-DIFF-SW.
           PERFORM 0315-COMPARE-ONE-FIELD
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > 11.
           IF WS-REC-DIFF-SW = 1
               ADD 1 TO WS-IDX-DIFF-CNT
               MOVE SPACES      TO RPR-REC
               MOVE "IR"        TO RPR-ACTION
               MOVE ORDER-I     TO RPR-ORDER-I
               MOVE USER-FIELDS TO RPR-IMAGE
               PERFORM 0290-WRITE-REPAIR
           END-IF.
      *iki tarafta da bulunan bir kaydin alanlarini tek tek
      *karsilastiran fonksiyon. en az bir alan farkliysa indeks
      *kaydini master goruntusuyle degistiren bir IR onarimi yazilir.
      *------------------------
       0315-COMPARE-ONE-FIELD.
           IF USER-FIELDS(WS-FLD-OFF(WS-FLD-IX):
                          WS-FLD-LEN(WS-FLD-IX)) NOT =
              USER-INDEX-REC(WS-FLD-OFF(WS-FLD-IX):
                             WS-FLD-LEN(WS-FLD-IX))
               MOVE 1 TO WS-REC-DIFF-SW
               ADD 1 TO WS-FLD-DIFF-CNT
               MOVE ORDER-I                TO RDL-ORDER
               MOVE WS-FLD-NAME(WS-FLD-IX) TO RDL-FIELD
               MOVE USER-FIELDS(WS-FLD-OFF(WS-FLD-IX):
                                WS-FLD-LEN(WS-FLD-IX))
                    TO RDL-MASTER
               MOVE USER-INDEX-REC(WS-FLD-OFF(WS-FLD-IX):
                                   WS-FLD-LEN(WS-FLD-IX))
                    TO RDL-INDEX
               MOVE RCN-DIFF-LINE TO RECON-REC
               WRITE RECON-REC
           END-IF.
      *tek bir alanin master ve indeks degerlerini karsilastirip
      *farkliysa iki degeri yan yana basan fonksiyon.
      *------------------------
       0320-MISSING-FROM-INDEX.
           ADD 1 TO WS-IDX-MISSING-CNT.
           MOVE ORDER-I      TO RKL-ORDER.
           MOVE "ON MASTER BUT MISSING FROM USER-INDEX" TO RKL-TEXT.
           MOVE FIRST-NAME-I TO RKL-FIRST-NAME.
           MOVE LAST-NAME-I  TO RKL-LAST-NAME.
           MOVE RCN-KEY-LINE TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES      TO RPR-REC.
           MOVE "IA"        TO RPR-ACTION.
           MOVE ORDER-I     TO RPR-ORDER-I.
           MOVE USER-FIELDS TO RPR-IMAGE.
           PERFORM 0290-WRITE-REPAIR.
      *master'da olup indekste bulunmayan kaydi raporlayan ve master
      *goruntusuyle bir IA onarimi yazan fonksiyon.
      *------------------------
       0330-NOT-ON-MASTER.
           ADD 1 TO WS-IDX-EXTRA-CNT.
           MOVE IDX-ORDER-I      TO RKL-ORDER.
           MOVE "ON USER-INDEX BUT NOT ON MASTER" TO RKL-TEXT.
           MOVE IDX-FIRST-NAME-I TO RKL-FIRST-NAME.
           MOVE IDX-LAST-NAME-I  TO RKL-LAST-NAME.
           MOVE RCN-KEY-LINE TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES      TO RPR-REC.
           MOVE "ID"        TO RPR-ACTION.
           MOVE IDX-ORDER-I TO RPR-ORDER-I.
           PERFORM 0290-WRITE-REPAIR.
      *indekste olup master'da bulunmayan (silinmis ya da geri donuste
      *master'dan cikmis) kaydi raporlayan ve bir ID onarimi yazan
      *fonksiyon.
      *------------------------
       0290-WRITE-REPAIR.
           MOVE WS-RUN-DATE TO RPR-RUN-DATE.
           WRITE RPR-REC.
           ADD 1 TO WS-REPAIR-CNT.
      *hazirlanmis onarim kaydini run tarihiyle damgalayip yazan
      *ortak fonksiyon. cagiran yer islem kodunu, siparis numarasini
      *ve gerekiyorsa soyadini ya da goruntuyu doldurmus olmalidir.
      *------------------------
       0400-COMPARE-XREF.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           MOVE "USERS-DATA VS NAME-XREF" TO RCN-SECTION-TITLE.
           MOVE RCN-SECTION-LINE TO RECON-REC.
           WRITE RECON-REC.
           PERFORM 0450-RETURN-EXPECTED.
           PERFORM 0460-READ-XREF.
           PERFORM UNTIL WS-EXP-KEY = HIGH-VALUES
                     AND WS-XRF-CUR-KEY = HIGH-VALUES
               PERFORM 0410-COMPARE-ONE-XREF
           END-PERFORM.
      *siralanmis beklenen anahtarlari NAME-XREF ile esleyen dongu.
      *iki taraf da bitince durur.
      *------------------------
       0410-COMPARE-ONE-XREF.
           IF WS-EXP-KEY = WS-XRF-CUR-KEY
               PERFORM 0450-RETURN-EXPECTED
               PERFORM 0460-READ-XREF
           ELSE
               IF WS-EXP-KEY < WS-XRF-CUR-KEY
                   PERFORM 0420-XREF-MISSING
                   PERFORM 0450-RETURN-EXPECTED
               ELSE
                   PERFORM 0430-XREF-ORPHAN
                   PERFORM 0460-READ-XREF
               END-IF
           END-IF.
      *iki anahtari karsilastirip uygun alt fonksiyona yonlendiren
      *fonksiyon. eslesen anahtar dogrudur ve raporlanmaz.
      *------------------------
       0420-XREF-MISSING.
           ADD 1 TO WS-XRF-MISSING-CNT.
           MOVE WS-EXP-LAST-NAME-I  TO RXL-LAST-NAME.
           MOVE WS-EXP-ORDER-I      TO RXL-ORDER.
           MOVE "CURRENT LAST NAME HAS NO XREF KEY" TO RXL-TEXT.
           MOVE WS-EXP-FIRST-NAME-I TO RXL-FIRST-NAME.
           MOVE RCN-XREF-LINE TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES             TO RPR-REC.
           MOVE "XA"               TO RPR-ACTION.
           MOVE WS-EXP-ORDER-I     TO RPR-ORDER-I.
           MOVE WS-EXP-LAST-NAME-I TO RPR-XRF-LAST-NAME-I.
           PERFORM 0290-WRITE-REPAIR.
      *master'daki guncel soyadiyla capraz basvurusu olmayan musteriyi
      *raporlayan ve bir XA onarimi yazan fonksiyon. ODEV002Q'nun
      *LNAME= sorgusu bu musteriyi bulamaz.
      *------------------------
       0430-XREF-ORPHAN.
           ADD 1 TO WS-XRF-ORPHAN-CNT.
           MOVE WS-XRF-CUR-LAST-NAME-I TO RXL-LAST-NAME.
           MOVE WS-XRF-CUR-ORDER-I     TO RXL-ORDER.
           MOVE "XREF KEY POINTS TO NO CUSTOMER OF THAT NAME"
                                       TO RXL-TEXT.
           MOVE SPACES                 TO RXL-FIRST-NAME.
           MOVE RCN-XREF-LINE TO RECON-REC.
           WRITE RECON-REC.
           MOVE SPACES                 TO RPR-REC.
           MOVE "XD"                   TO RPR-ACTION.
           MOVE WS-XRF-CUR-ORDER-I     TO RPR-ORDER-I.
           MOVE WS-XRF-CUR-LAST-NAME-I TO RPR-XRF-LAST-NAME-I.
           PERFORM 0290-WRITE-REPAIR.
      *master'da o soyadiyla karsiligi olmayan (musteri silinmis ya da
      *soyadi degismis) sahipsiz anahtari raporlayan ve bir XD
      *onarimi yazan fonksiyon.
      *------------------------
       0450-RETURN-EXPECTED.
           RETURN XREF-SORT
               AT END
                   MOVE HIGH-VALUES TO WS-EXP-KEY
               NOT AT END
                   MOVE SRT-KEY          TO WS-EXP-KEY
                   MOVE SRT-FIRST-NAME-I TO WS-EXP-FIRST-NAME-I
           END-RETURN.
      *siralamadan bir sonraki beklenen anahtari alan fonksiyon.
      *------------------------
       0460-READ-XREF.
           READ NAME-XREF.
           IF NAMEXREF-EOF
               MOVE HIGH-VALUES TO WS-XRF-CUR-KEY
           ELSE
               ADD 1 TO WS-XRF-CNT
               MOVE XRF-KEY TO WS-XRF-CUR-KEY
           END-IF.
      *NAME-XREF'ten anahtar sirasinda bir sonraki kaydi okuyan
      *fonksiyon.
      *------------------------
       0700-PRINT-VERDICT.
           COMPUTE WS-IDX-DRIFT-CNT = WS-IDX-MISSING-CNT
               + WS-IDX-EXTRA-CNT + WS-IDX-DIFF-CNT.
           COMPUTE WS-XRF-DRIFT-CNT = WS-XRF-MISSING-CNT
               + WS-XRF-ORPHAN-CNT.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           MOVE "SUMMARY" TO RCN-SECTION-TITLE.
           MOVE RCN-SECTION-LINE TO RECON-REC.
           WRITE RECON-REC.
           MOVE "MASTER RECORDS CHECKED" TO RCL-LABEL.
           MOVE WS-MST-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "MASTER RECORDS WITH NON-NUMERIC ORDER" TO RCL-LABEL.
           MOVE WS-BAD-ORDER-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "USER-INDEX RECORDS READ" TO RCL-LABEL.
           MOVE WS-IDX-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "NAME-XREF KEYS READ" TO RCL-LABEL.
           MOVE WS-XRF-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "KEYS MISSING FROM USER-INDEX" TO RCL-LABEL.
           MOVE WS-IDX-MISSING-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "USER-INDEX KEYS NOT ON MASTER" TO RCL-LABEL.
           MOVE WS-IDX-EXTRA-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "RECORDS WITH FIELD DIFFERENCES" TO RCL-LABEL.
           MOVE WS-IDX-DIFF-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "  FIELDS DIFFERING" TO RCL-LABEL.
           MOVE WS-FLD-DIFF-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "CUSTOMERS WITH NO XREF KEY" TO RCL-LABEL.
           MOVE WS-XRF-MISSING-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "ORPHAN XREF KEYS" TO RCL-LABEL.
           MOVE WS-XRF-ORPHAN-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "REPAIR RECORDS WRITTEN" TO RCL-LABEL.
           MOVE WS-REPAIR-CNT TO RCL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC.
           IF WS-IDX-DRIFT-CNT = 0 AND WS-XRF-DRIFT-CNT = 0
               MOVE "IN SYNC - INDEX AND XREF AGREE WITH MASTER."
                                     TO RVL-TEXT
           ELSE
               MOVE "DRIFT - APPLY IDXREPR WITH ODEV002K PARM=REPAIR."
                                     TO RVL-TEXT
           END-IF.
           MOVE RCN-VERDICT-LINE TO RECON-REC.
           WRITE RECON-REC.
           DISPLAY "ODEV002V SUMMARY - MASTER: " WS-MST-CNT
                   " INDEX DRIFT: " WS-IDX-DRIFT-CNT
                   " XREF DRIFT: "  WS-XRF-DRIFT-CNT
                   " REPAIRS: "     WS-REPAIR-CNT.
           DISPLAY "VERDICT: " RVL-TEXT.
      *rapora sayac bolumunu ve sonuc hukmunu basan, ozetini SYSOUT'a
      *yazan fonksiyon. herhangi bir taraf sapmissa hukum DRIFT'tir
      *ve onarim dosyasinin uygulanmasi istenir.
      *------------------------
       0710-PRINT-COUNT-LINE.
           MOVE RCN-COUNT-LINE TO RECON-REC.
           WRITE RECON-REC.
      *hazirlanmis tek bir sayac satirini basan fonksiyon.
      *------------------------
       0720-WRITE-RUN-END.
           MOVE SPACES           TO RUNH-REC.
           MOVE WS-RUN-DATE      TO RUNH-RUN-DATE.
           MOVE WS-RUN-TIME      TO RUNH-RUN-TIME.
           MOVE "ODEV002V"       TO RUNH-PROGRAM.
           MOVE "E"              TO RUNH-REC-TYPE.
           IF WS-IDX-DRIFT-CNT = 0 AND WS-XRF-DRIFT-CNT = 0
               MOVE "IN SYNC"    TO RUNH-PARM
           ELSE
               MOVE "DRIFT"      TO RUNH-PARM
           END-IF.
           MOVE WS-MST-CNT       TO RUNH-CNT-1.
           MOVE WS-IDX-DRIFT-CNT TO RUNH-CNT-2.
           MOVE WS-XRF-DRIFT-CNT TO RUNH-CNT-3.
           MOVE WS-REPAIR-CNT    TO RUNH-CNT-4.
           MOVE "N"              TO RUNH-COMPLETION.
           WRITE RUNH-REC.
      *calismanin normal bittigini hukum ve sayaclarla run gecmisine
      *isleyen fonksiyon. ODEV002H hukmu buradan okur: CNT-1 kontrol
      *edilen master, CNT-2 indeks sapmasi, CNT-3 capraz basvuru
      *sapmasi, CNT-4 onarim kaydi.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-BAD-ORDER-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
           IF (WS-IDX-DRIFT-CNT > 0 OR WS-XRF-DRIFT-CNT > 0) AND
              NOT STEP-FILE-FAIL
               SET STEP-DATA-FAIL TO TRUE
           END-IF.
      *sapma bulunduysa adimi mutabakat hatasi (08), yalniz numerik
      *olmayan master kayitlari bulunduysa uyari (04) ile bitiren
      *fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
           CLOSE USER-INDEX.
           CLOSE NAME-XREF.
           CLOSE RECON-REPORT.
           CLOSE REPAIR-FILE.
           CLOSE RUN-HISTORY.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
