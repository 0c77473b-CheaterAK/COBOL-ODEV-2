       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002E.
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
      *USERS-DATA, terfi etmis musteri master'i. once musterinin
      *bugunku durumunu ogrenmek icin okunur; D durumunda master'da
      *duran bir musteri bosaltilacaksa onun canli kaydi da diger
      *dosyalar gibi yerinde bosaltilir.
           SELECT CHANGE-LOG   ASSIGN TO CHGLOG
                       FILE STATUS IS STATUS-CHGLOG.
      *CHANGE-LOG, ODEV002M'in biriktirdigi islem izleri. silme ve
      *D durumuna alinma tarihleri buradan (ve arsivden) okunur;
      *silinecek musterinin oncesi/sonrasi goruntuleri yerinde
      *bosaltilir.
           SELECT ARCH-LOG     ASSIGN TO CHGARCH
                       FILE STATUS IS STATUS-CHGARCH.
      *ARCH-LOG, ODEV002A'nin kesme tarihinden eski loglari tasidigi
      *arsiv. CHANGE-LOG ile ayni duzendedir ve ayni sekilde islenir.
           SELECT BASE-MASTER  ASSIGN TO MSTBASE
                       FILE STATUS IS STATUS-MSTBASE.
      *BASE-MASTER, ODEV002A/ODEV002P'nin oynatma tabani olan master
      *goruntusu.
           SELECT GEN1-FILE    ASSIGN TO USRDATG1
                       FILE STATUS IS STATUS-GEN1.
           SELECT GEN2-FILE    ASSIGN TO USRDATG2
                       FILE STATUS IS STATUS-GEN2.
           SELECT GEN3-FILE    ASSIGN TO USRDATG3
                       FILE STATUS IS STATUS-GEN3.
      *GEN1-FILE..GEN3-FILE, ODEV002N'in sakladigi eski master
      *nesilleri.
           SELECT REJECT-FILE  ASSIGN TO REJFILE
                       FILE STATUS IS STATUS-REJFILE.
      *REJECT-FILE, ODEV002'nin yazdigi reject dosyasi.
           SELECT PEND-IN      ASSIGN TO PENDIN
                       FILE STATUS IS STATUS-PENDIN.
           SELECT PEND-OUT     ASSIGN TO PENDOUT
                       FILE STATUS IS STATUS-PENDOUT.
      *PEND-IN/PEND-OUT, ODEV002R'nin devreden (bekleyen) reject
      *dosyalari.
           SELECT ERASE-SORT   ASSIGN TO SORTWK01.
      *ERASE-SORT, master'i ve yukaridaki dokuz dosyanin butun
      *kayitlarini ORDER-I sirasina dizen siralama dosyasi. bir
      *musterinin her yerdeki kayitlari boylece yan yana gelir.
           SELECT HIT-WORK     ASSIGN TO ERASWORK
                       FILE STATUS IS STATUS-ERASWORK.
      *HIT-WORK, silinmesine karar verilen kayitlarin (dosya, kayit
      *numarasi) listesinin biriktirildigi gecici is dosyasi.
           SELECT HIT-SORT     ASSIGN TO SORTWK02.
      *HIT-SORT, silinecek kayitlari dosya + kayit numarasi sirasina
      *dizen siralama dosyasi.
           SELECT ERASE-CERT   ASSIGN TO ERASCERT
                       FILE STATUS IS STATUS-ERASCERT.
      *ERASE-CERT, veri koruma sorumlusuna verilen silme belgesi.
      *silinen her musteri, dokunulan her dosya ve kayit burada
      *listelenir.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FILE SECTION.
      *FILE SECTION.
      *dosya tanimlamalarinin yapildigi bolum
       FD  USERS-DATA RECORDING MODE F.
       01  LIVE-REC.
           05    LIVE-ORDER-I            PIC 9(7).
           05    FILLER                  PIC X(151).
           05    LIVE-STATUS-I           PIC X(1).
      *USERS-DATA'nin kayit yapisi. yalniz ORDER-I ve STATUS-I
      *ayristirilir; bosaltma WS-CUR-MST uzerinden yapilir.
       FD  CHANGE-LOG RECORDING MODE F.
       01  CHGLOG-REC                    PIC X(399).
       FD  ARCH-LOG RECORDING MODE F.
       01  ARCH-REC                      PIC X(399).
      *iki log dosyasinin kayit alani. kayit WS-CUR-LOG uzerinden
      *ODEV002M'deki CHGLOG-REC duzeniyle incelenir.
       FD  BASE-MASTER RECORDING MODE F.
       01  BASE-REC                      PIC X(159).
       FD  GEN1-FILE RECORDING MODE F.
       01  GEN1-REC                      PIC X(159).
       FD  GEN2-FILE RECORDING MODE F.
       01  GEN2-REC                      PIC X(159).
       FD  GEN3-FILE RECORDING MODE F.
       01  GEN3-REC                      PIC X(159).
      *dort master goruntusu dosyasinin kayit alani. kayit
      *WS-CUR-MST uzerinden USER-FIELDS duzeniyle incelenir.
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC                    PIC X(67).
       FD  PEND-IN RECORDING MODE F.
       01  PNDI-REC                      PIC X(71).
       FD  PEND-OUT RECORDING MODE F.
       01  PNDO-REC                      PIC X(71).
      *uc reject dosyasinin kayit alani. kayit WS-CUR-REJ uzerinden
      *ODEV002'deki REJECT-REC duzeniyle incelenir; bekleyen
      *dosyalarin sonundaki cevrim sayisina dokunulmaz.
       SD  ERASE-SORT.
       01  ESR-REC.
           05    ESR-ORDER-I             PIC 9(7).
           05    ESR-KIND                PIC X(1).
                 88 ESR-IS-LIVE          VALUE "1".
                 88 ESR-IS-EVENT         VALUE "2".
                 88 ESR-IS-OTHER         VALUE "3".
           05    ESR-EVENT-DATE          PIC 9(8).
           05    ESR-EVENT-SEQ           PIC 9(7).
           05    ESR-FILE-IX             PIC 9(2).
           05    ESR-REC-NO              PIC 9(9).
           05    ESR-ACTION              PIC X(1).
           05    ESR-RESULT              PIC X(1).
           05    ESR-STATUS-I            PIC X(1).
      *siralama kaydinin yapisi. ESR-KIND ayni siparis icinde once
      *canli master kaydini (1), sonra log kayitlarini (2) run tarihi
      *ve run ici sira ile, en son diger dosyalarin kayitlarini (3)
      *getirir. ESR-FILE-IX/ESR-REC-NO kaydin hangi dosyanin kacinci
      *kaydi oldugunu tasir. ESR-STATUS-I canli kayitta bugunku
      *durum, log kaydinda sonrasi goruntusundeki durumdur.
       FD  HIT-WORK RECORDING MODE F.
       01  HIT-WORK-REC.
           05    HWK-FILE-IX             PIC 9(2).
           05    HWK-REC-NO              PIC 9(9).
           05    HWK-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(2).
      *HIT-WORK'un kayit yapisi: dosya sira numarasi, dosya icindeki
      *kayit numarasi ve kaydin sahibi olan siparis.
       SD  HIT-SORT.
       01  HSR-REC.
           05    HSR-FILE-IX             PIC 9(2).
           05    HSR-REC-NO              PIC 9(9).
           05    HSR-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(2).
      *silinecek kayit siralama kaydinin yapisi. HIT-WORK ile
      *aynidir.
       FD  ERASE-CERT RECORDING MODE F.
       01  CERT-REC                      PIC X(100).
      *ERASE-CERT'in kayit yapisi. 100 kolonluk duz rapor satiri.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  CRT-HEADER.
           05 FILLER                     PIC X(45)
                 VALUE "PERSONAL-DATA ERASURE CERTIFICATE - RUN DATE ".
           05 CRT-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(47) VALUE SPACES.
       01  CRT-MODE-RETAIN.
           05 FILLER                     PIC X(25)
                 VALUE "MODE: RETENTION - RETAIN ".
           05 CRT-RETAIN-DAYS            PIC 9(4).
           05 FILLER                     PIC X(40)
                 VALUE " DAYS, ERASE IF DELETED/DECEASED BEFORE ".
           05 CRT-CUTOFF-DATE            PIC 9(8).
           05 FILLER                     PIC X(23) VALUE SPACES.
       01  CRT-MODE-SINGLE.
           05 FILLER                     PIC X(38)
                 VALUE "MODE: SINGLE CUSTOMER REQUEST - ORDER ".
           05 CRT-SEL-ORDER              PIC 9(7).
           05 FILLER                     PIC X(55) VALUE SPACES.
      *belge basligi ve calisma kipi satirlari. saklama kipinde
      *kesme tarihi, tek musteri kipinde istenen siparis basilir.
      *------------------------
       01  CRT-CUST-LINE.
           05 FILLER                     PIC X(8)  VALUE "  ORDER ".
           05 CCL-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(9)  VALUE "  REASON ".
           05 CCL-REASON                 PIC X(8).
           05 FILLER                     PIC X(8)  VALUE "  SINCE ".
           05 CCL-SINCE                  PIC X(8).
           05 FILLER                     PIC X(52) VALUE SPACES.
      *silinen tek bir musterinin satiri. neden DELETED (silindi),
      *DECEASED (D durumuna alindi) ya da REQUEST (tek musteri
      *talebi) olur; SINCE loglardan bulunan silme/D tarihidir,
      *bilinmiyorsa bos kalir.
      *------------------------
       01  CRT-REC-LINE.
           05 FILLER                     PIC X(7)  VALUE "  FILE ".
           05 CRL-FILE-NAME              PIC X(8).
           05 FILLER                     PIC X(9)  VALUE "  RECORD ".
           05 CRL-REC-NO                 PIC 9(9).
           05 FILLER                     PIC X(8)  VALUE "  ORDER ".
           05 CRL-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CRL-DETAIL                 PIC X(30).
           05 FILLER                     PIC X(20) VALUE SPACES.
       01  WS-LOG-DETAIL.
           05 FILLER                     PIC X(11) VALUE "LOG ACTION ".
           05 LGD-ACTION                 PIC X(1).
           05 FILLER                     PIC X(5)  VALUE " RUN ".
           05 LGD-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(5)  VALUE SPACES.
       01  WS-REJ-DETAIL.
           05 FILLER                     PIC X(14)
                 VALUE "REJECT REASON ".
           05 RJD-REASON-CODE            PIC X(2).
           05 FILLER                     PIC X(14) VALUE SPACES.
      *bosaltilan tek bir kaydin satiri: dosyanin DD adi, dosya
      *icindeki kayit numarasi (1'den baslar), siparis ve kaydin ne
      *oldugu (log kaydinda islem ve run tarihi, reject kaydinda red
      *kodu, master goruntusunde MASTER IMAGE).
      *------------------------
       01  CRT-TOTAL-LINE.
           05 FILLER                     PIC X(7)  VALUE "  FILE ".
           05 CTL-FILE-NAME              PIC X(8).
           05 FILLER                     PIC X(7)  VALUE "  READ ".
           05 CTL-READ-CNT               PIC Z(8)9.
           05 FILLER                     PIC X(10) VALUE "  ERASED ".
           05 CTL-ERASED-CNT             PIC Z(8)9.
           05 FILLER                     PIC X(16)
                 VALUE "  ALREADY BLANK ".
           05 CTL-BLANK-CNT              PIC Z(8)9.
           05 FILLER                     PIC X(25) VALUE SPACES.
       01  CRT-COUNT-LINE.
           05 CNL-LABEL                  PIC X(40).
           05 CNL-COUNT                  PIC Z(8)9.
           05 FILLER                     PIC X(51) VALUE SPACES.
      *belgenin sonundaki dosya basina toplam satiri ve sayac
      *satiri. ERASED bu calismada yeniden yazilan, ALREADY BLANK
      *silinecek musteriye ait olup onceki bir calismada zaten
      *bosaltilmis oldugu icin dokunulmayan kayitlardir.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 LIVE-EOF                VALUE 10.
           05 STATUS-CHGLOG              PIC 99.
              88 CHGLOG-SUCC             VALUE 00 97.
           05 STATUS-CHGARCH             PIC 99.
              88 CHGARCH-SUCC            VALUE 00 97.
           05 STATUS-MSTBASE             PIC 99.
              88 MSTBASE-SUCC            VALUE 00 97.
           05 STATUS-GEN1                PIC 99.
              88 GEN1-SUCC               VALUE 00 97.
           05 STATUS-GEN2                PIC 99.
              88 GEN2-SUCC               VALUE 00 97.
           05 STATUS-GEN3                PIC 99.
              88 GEN3-SUCC               VALUE 00 97.
           05 STATUS-REJFILE             PIC 99.
              88 REJFILE-SUCC            VALUE 00 97.
           05 STATUS-PENDIN              PIC 99.
              88 PENDIN-SUCC             VALUE 00 97.
           05 STATUS-PENDOUT             PIC 99.
              88 PENDOUT-SUCC            VALUE 00 97.
           05 STATUS-ERASWORK            PIC 99.
              88 ERASWORK-SUCC           VALUE 00 97.
           05 STATUS-ERASCERT            PIC 99.
              88 ERASCERT-SUCC           VALUE 00 97.
           05 WS-IO-STATUS               PIC 99.
              88 IO-SUCC                 VALUE 00 97.
              88 IO-EOF                  VALUE 10.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan. WS-IO-STATUS, WS-FILE-IX'in gosterdigi dosyaya yapilan
      *son islemin durumunu tasir.
      *------------------------
       01  WS-PARM-LINE                  PIC X(80).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOKEN              PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IX                    PIC 9(2) COMP.
       01  WS-RETAIN-DAYS                PIC 9(4) VALUE 1095.
       01  WS-SEL-ORDER-SW               PIC 9(1) VALUE 0.
       01  WS-SEL-ORDER                  PIC 9(7) VALUE 0.
      *JCL'den gelen PARM satiri ve calisma kipi. RETAIN= saklama
      *suresidir (gun, 4 hane, verilmezse 1095 yani uc yil); bu
      *sureden daha once silinmis ya da D durumuna alinmis musteriler
      *bosaltilir. ORDER= verilirse saklama suresine bakilmaz,
      *yalniz o musteri (veri sahibinin silme talebi) bosaltilir.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-CUTOFF-DATE                PIC 9(8).
      *calisma tarihi ve ondan saklama suresi kadar geri gidilerek
      *bulunan kesme tarihi. silme/D tarihi kesmeden once olan
      *musteri bosaltilir.
      *------------------------
       01  WS-FILE-NAME-DEFS.
           05 FILLER   PIC X(8) VALUE "CHGLOG".
           05 FILLER   PIC X(8) VALUE "CHGARCH".
           05 FILLER   PIC X(8) VALUE "MSTBASE".
           05 FILLER   PIC X(8) VALUE "USRDATG1".
           05 FILLER   PIC X(8) VALUE "USRDATG2".
           05 FILLER   PIC X(8) VALUE "USRDATG3".
           05 FILLER   PIC X(8) VALUE "REJFILE".
           05 FILLER   PIC X(8) VALUE "PENDIN".
           05 FILLER   PIC X(8) VALUE "PENDOUT".
           05 FILLER   PIC X(8) VALUE "USERDATA".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DEFS.
           05 WS-FILE-NAME               PIC X(8) OCCURS 10 TIMES.
       01  WS-FILE-COUNTS.
           05 WS-FILE-CNT-ENTRY OCCURS 10 TIMES.
              07 WS-FILE-READ-CNT        PIC 9(9).
              07 WS-FILE-ERASED-CNT      PIC 9(9).
              07 WS-FILE-BLANK-CNT       PIC 9(9).
       01  WS-FILE-IX                    PIC 9(2) COMP.
      *bosaltilan on dosyanin DD adlari ve dosya basina okunan,
      *bosaltilan ve zaten bos bulunan kayit sayilari. dosya sira
      *numarasi 1-2 log, 3-6 master goruntusu, 7-9 reject dosyasi,
      *10 canli master'dir; okuma, yeniden yazma, acma ve kapama
      *paragraflari bu numaraya gore dogru dosyayi secer.
      *------------------------
       01  WS-CUR-REC                    PIC X(399).
       01  WS-CUR-LOG REDEFINES WS-CUR-REC.
           05    CL-ACTION               PIC X(1).
           05    FILLER                  PIC X(1).
           05    CL-RESULT               PIC X(1).
           05    FILLER                  PIC X(1).
           05    CL-ORDER-I              PIC X(7).
           05    FILLER                  PIC X(1).
           05    CL-RUN-DATE             PIC X(8).
           05    FILLER                  PIC X(1).
           05    CL-RUN-SEQ              PIC X(7).
           05    FILLER                  PIC X(1).
           05    CL-MESSAGE              PIC X(50).
           05    FILLER                  PIC X(1).
           05    CL-BEFORE-IMAGE         PIC X(159).
           05    FILLER                  PIC X(1).
           05    CL-AFTER-IMAGE          PIC X(159).
       01  WS-CUR-MST REDEFINES WS-CUR-REC.
           05    CM-IMAGE.
                 07 CM-ORDER-I           PIC X(7).
                 07 FILLER               PIC X(152).
           05    FILLER                  PIC X(240).
       01  WS-CUR-REJ REDEFINES WS-CUR-REC.
           05    CR-ORDER-I              PIC X(7).
           05    FILLER                  PIC X(1).
           05    CR-FIELD                PIC X(15).
           05    FILLER                  PIC X(1).
           05    CR-REASON-CODE          PIC X(2).
                 88 CR-PERSONAL-REASON   VALUE "NM" "EM" "PH"
                                               "AD" "PU" "PC".
           05    FILLER                  PIC X(373).
       01  WS-SAVE-REC                   PIC X(399).
      *okunan kaydin ortak calisma alani ve uc gorunumu: log kaydi
      *(CHANGE-LOG duzeni), master goruntusu (USER-FIELDS) ve reject
      *kaydi (REJECT-REC). kisa kayitlar saga bosluk doldurulmus
      *olarak tasinir. CR-PERSONAL-REASON, REJ-FIELD'e ham olarak
      *soyadi, e-posta, telefon, posta kodu ya da sehir yazan red
      *kodlaridir; tarih ve siparis kodlarindaki ham deger kisisel
      *veri sayilmaz ve korunur. WS-SAVE-REC bosaltmadan onceki
      *halin kopyasidir; ikisi ayniysa kayit zaten bostur.
      *------------------------
       01  WS-CUR-ORDER-X                PIC X(7).
       01  WS-CUR-ORDER REDEFINES WS-CUR-ORDER-X PIC 9(7).
       01  WS-REC-NO                     PIC 9(9) VALUE 0.
      *okunan kaydin siparis numarasi ve dosya icindeki sira numarasi.
      *------------------------
       01  WS-ERASE-IMAGE.
           05    EI-ORDER-I              PIC X(7).
           05    EI-FIRST-NAME-I         PIC X(15).
           05    EI-LAST-NAME-I          PIC X(15).
           05    EI-BIRTH-DATE-I         PIC X(8).
           05    EI-CURRENT-DATE-I       PIC X(8).
           05    EI-ADDR-STREET-I        PIC X(30).
           05    EI-ADDR-CITY-I          PIC X(20).
           05    EI-ADDR-POSTAL-I        PIC X(10).
           05    EI-PHONE-I              PIC X(15).
           05    EI-EMAIL-I              PIC X(30).
           05    EI-STATUS-I             PIC X(1).
      *bosaltilacak 159 byte'lik master goruntusunun USER-FIELDS
      *duzeni. isimler, adres, telefon ve e-posta bosaltilir;
      *ORDER-I, tarihler ve STATUS-I oldugu gibi kalir.
      *------------------------
       01  WS-ESR-EOF-SW                 PIC 9(1) VALUE 0.
       01  WS-GRP-ORDER                  PIC 9(7).
       01  WS-GRP-LIVE-SW                PIC 9(1).
       01  WS-GRP-LIVE-STATUS            PIC X(1).
       01  WS-GRP-STATE                  PIC X(1).
           88 GRP-STATE-UNKNOWN          VALUE SPACE.
           88 GRP-STATE-LIVE             VALUE "L".
           88 GRP-STATE-DECEASED         VALUE "D".
           88 GRP-STATE-DELETED          VALUE "X".
       01  WS-GRP-SINCE                  PIC 9(8).
       01  WS-ERASE-REASON               PIC X(8).
      *siralamanin cikis tarafinda islenen siparisin durumu: canli
      *master'da olup olmadigi ve bugunku durumu, loglardaki
      *islemlere gore vardigi son hal (canli, D, silinmis) ve bu
      *hale hangi run tarihinde girdigi. WS-ERASE-REASON bos degilse
      *musteri bosaltilir.
      *------------------------
       01  WS-GRP-TABLE-MAX              PIC 9(5) VALUE 2000.
       01  WS-GRP-CNT                    PIC 9(5) VALUE 0.
       01  WS-GRP-IX                     PIC 9(5) COMP.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 2000 TIMES.
              07 WS-GRP-FILE-IX          PIC 9(2).
              07 WS-GRP-REC-NO           PIC 9(9).
      *bir siparisin on dosyadaki kayitlari. karar ancak siparisin
      *son log kaydi goruldukten sonra verilebildiginden kayitlarin
      *yeri bu tabloda tutulur; tablo dolarsa calisma durur.
      *------------------------
       01  WS-HIT-FILE-IX                PIC 9(2).
       01  WS-HIT-REC-NO                 PIC 9(9).
       01  WS-HIT-ORDER                  PIC 9(7).
      *silinecek kayit siralamasindan alinan siradaki kayit. liste
      *bitince dosya numarasina nobetci deger 99 atanir.
      *------------------------
       01  WS-COUNTS.
           05 WS-LIVE-READ-CNT           PIC 9(7) VALUE 0.
           05 WS-NOKEY-CNT               PIC 9(7) VALUE 0.
           05 WS-CUST-ERASED-CNT         PIC 9(7) VALUE 0.
           05 WS-UNDATED-CNT             PIC 9(7) VALUE 0.
           05 WS-REC-ERASED-CNT          PIC 9(9) VALUE 0.
           05 WS-REC-BLANK-CNT           PIC 9(9) VALUE 0.
           05 WS-LOST-HIT-CNT            PIC 9(7) VALUE 0.
           05 WS-SEL-FOUND-SW            PIC 9(1) VALUE 0.
           05 WS-SEL-REFUSED-SW          PIC 9(1) VALUE 0.
      *okunan master kaydi, siparis numarasi okunamayan kayit,
      *bosaltilan musteri, master'da D olup loglarda tarihi
      *bulunamayan musteri, bosaltilan ve zaten bos bulunan kayit,
      *ikinci geciste dosyada bulunamayan kayit sayilari; tek musteri
      *kipinde siparisin bulunup bulunmadigi ve reddedilip
      *reddedilmedigi.
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
           PERFORM 0180-PRINT-CERT-HEADER.
           PERFORM 0200-SELECT-CUSTOMERS.
           PERFORM 0500-ERASE-RECORDS.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, belge basligi, bosaltilacak
      *musterilerin secilmesi, kayitlarin yerinde bosaltilmasi, ozet
      *ve kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0105-PARSE-PARM.
           PERFORM 0106-RESOLVE-CUTOFF-DATE.
           MOVE ZEROS TO WS-FILE-COUNTS.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  CHANGE-LOG.
           OPEN INPUT  ARCH-LOG.
           OPEN INPUT  BASE-MASTER.
           OPEN INPUT  GEN1-FILE.
           OPEN INPUT  GEN2-FILE.
           OPEN INPUT  GEN3-FILE.
           OPEN INPUT  REJECT-FILE.
           OPEN INPUT  PEND-IN.
           OPEN INPUT  PEND-OUT.
           OPEN OUTPUT HIT-WORK.
           OPEN OUTPUT ERASE-CERT.
      *dosyalari acan fonksiyon. bosaltilacak dokuz dosya once
      *yalniz okunmak icin acilir; karar verildikten sonra kaydi
      *olan dosyalar 0530-OPEN-FILE-IO ile guncelleme icin yeniden
      *acilir.
      *------------------------
       0105-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-LINE DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
           PERFORM 0107-APPLY-PARM-TOKEN
               VARYING WS-PARM-IX FROM 1 BY 1
               UNTIL WS-PARM-IX > 4.
      *JCL/PARM satirini ODEV002'deki ile ayni duzende virgulle
      *ayrilmis anahtar=deger token'larina bolen fonksiyon.
      *------------------------
       0107-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IX)(1:7) = "RETAIN="
               IF WS-PARM-TOKEN(WS-PARM-IX)(8:4) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(8:4)
                           ": Invalid RETAIN days. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(8:4) TO WS-RETAIN-DAYS
           END-IF.
           IF WS-PARM-TOKEN(WS-PARM-IX)(1:6) = "ORDER="
               IF WS-PARM-TOKEN(WS-PARM-IX)(7:7) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(7:7)
                           ": Invalid ORDER value. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(7:7) TO WS-SEL-ORDER
               MOVE 1 TO WS-SEL-ORDER-SW
           END-IF.
      *tek bir PARM token'ini taniyip RETAIN veya ORDER anahtariysa
      *ilgili degere isleyen fonksiyon. RETAIN= sifirla doldurulmus
      *4 hane (RETAIN=0730 gibi), ORDER= 7 hane (ORDER=0000711 gibi)
      *verilir. taninmayan veya bos token'lar sessizce atlanir.
      *------------------------
       0106-RESOLVE-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS).
      *calisma tarihinden saklama suresi kadar gun geri giderek kesme
      *tarihini bulan fonksiyon.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGLOG-SUCC
              DISPLAY "Change log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CHGARCH-SUCC
              DISPLAY "Archive log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT MSTBASE-SUCC
              DISPLAY "Base master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT GEN1-SUCC
              DISPLAY "Generation 1 master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT GEN2-SUCC
              DISPLAY "Generation 2 master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT GEN3-SUCC
              DISPLAY "Generation 3 master file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT PENDIN-SUCC
              DISPLAY "Pending input file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT PENDOUT-SUCC
              DISPLAY "Pending output file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT ERASWORK-SUCC
              DISPLAY "Erasure work file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT ERASCERT-SUCC
              DISPLAY "Erasure certificate file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0180-PRINT-CERT-HEADER.
           MOVE WS-RUN-DATE TO CRT-HDR-RUN-DATE.
           MOVE CRT-HEADER  TO CERT-REC.
           WRITE CERT-REC.
           IF WS-SEL-ORDER-SW = 1
               MOVE WS-SEL-ORDER    TO CRT-SEL-ORDER
               MOVE CRT-MODE-SINGLE TO CERT-REC
           ELSE
               MOVE WS-RETAIN-DAYS  TO CRT-RETAIN-DAYS
               MOVE WS-CUTOFF-DATE  TO CRT-CUTOFF-DATE
               MOVE CRT-MODE-RETAIN TO CERT-REC
           END-IF.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE "CUSTOMERS ERASED" TO CERT-REC.
           WRITE CERT-REC.
      *belge basligini, calisma kipini ve musteri listesinin
      *basligini yazdiran fonksiyon.
      *------------------------
       0200-SELECT-CUSTOMERS.
           SORT ERASE-SORT
               ON ASCENDING KEY ESR-ORDER-I ESR-KIND
                                ESR-EVENT-DATE ESR-EVENT-SEQ
                                ESR-FILE-IX ESR-REC-NO
               INPUT PROCEDURE IS 0300-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 0400-DECIDE-CUSTOMERS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of master and history files failed. "
                       "Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           CLOSE HIT-WORK.
      *bosaltilacak musterileri tek geciste secen fonksiyon. canli
      *master ve dokuz dosyanin butun kayitlari ORDER-I sirasina
      *dizilir; cikis tarafinda her siparisin durumu loglardan
      *cikarilir ve bosaltilacaksa kayitlarinin yeri HIT-WORK'e
      *yazilir. dosya siralamaya verilmeden once burada kapatilir.
      *------------------------
       0300-RELEASE-INPUTS.
           PERFORM 0305-READ-LIVE.
           PERFORM UNTIL LIVE-EOF
               ADD 1 TO WS-LIVE-READ-CNT
               ADD 1 TO WS-FILE-READ-CNT(10)
               PERFORM 0307-RELEASE-LIVE
               PERFORM 0305-READ-LIVE
           END-PERFORM.
           CLOSE USERS-DATA.
           PERFORM 0310-RELEASE-ONE-FILE
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 9.
      *canli master'i ve dokuz dosyayi sirayla siralamaya veren
      *giris dongusu. canli master, bosaltma gecisinde guncelleme
      *icin yeniden acilabilmesi icin burada kapatilir.
      *------------------------
       0305-READ-LIVE.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0307-RELEASE-LIVE.
           IF LIVE-ORDER-I NUMERIC
               IF WS-SEL-ORDER-SW = 0 OR LIVE-ORDER-I = WS-SEL-ORDER
                   MOVE SPACES        TO ESR-REC
                   MOVE LIVE-ORDER-I  TO ESR-ORDER-I
                   MOVE "1"           TO ESR-KIND
                   MOVE 0             TO ESR-EVENT-DATE
                   MOVE 0             TO ESR-EVENT-SEQ
                   MOVE 10            TO ESR-FILE-IX
                   MOVE WS-LIVE-READ-CNT TO ESR-REC-NO
                   MOVE LIVE-STATUS-I TO ESR-STATUS-I
                   RELEASE ESR-REC
               END-IF
           END-IF.
      *tek bir canli master kaydini siparisin bugunku durumu olarak
      *siralamaya veren fonksiyon. kaydin dosya icindeki sira numarasi
      *da verilir; musteri bosaltilirsa canli kayit da bu numarayla
      *bulunur. tek musteri kipinde yalniz istenen siparis verilir.
      *------------------------
       0310-RELEASE-ONE-FILE.
           MOVE 0 TO WS-REC-NO.
           PERFORM 0320-READ-FILE.
           PERFORM UNTIL IO-EOF
               ADD 1 TO WS-REC-NO
               ADD 1 TO WS-FILE-READ-CNT(WS-FILE-IX)
               PERFORM 0330-RELEASE-RECORD
               PERFORM 0320-READ-FILE
           END-PERFORM.
           PERFORM 0340-CLOSE-FILE.
      *WS-FILE-IX'in gosterdigi dosyanin butun kayitlarini sira
      *numarasiyla siralamaya veren ve dosyayi kapatan fonksiyon.
      *------------------------
       0320-READ-FILE.
           IF WS-FILE-IX = 1
               READ CHANGE-LOG
               MOVE STATUS-CHGLOG TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE CHGLOG-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 2
               READ ARCH-LOG
               MOVE STATUS-CHGARCH TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE ARCH-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 3
               READ BASE-MASTER
               MOVE STATUS-MSTBASE TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE BASE-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 4
               READ GEN1-FILE
               MOVE STATUS-GEN1 TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE GEN1-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 5
               READ GEN2-FILE
               MOVE STATUS-GEN2 TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE GEN2-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 6
               READ GEN3-FILE
               MOVE STATUS-GEN3 TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE GEN3-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 7
               READ REJECT-FILE
               MOVE STATUS-REJFILE TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE REJECT-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 8
               READ PEND-IN
               MOVE STATUS-PENDIN TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE PNDI-REC TO WS-CUR-REC
               END-IF
           ELSE IF WS-FILE-IX = 9
               READ PEND-OUT
               MOVE STATUS-PENDOUT TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE PNDO-REC TO WS-CUR-REC
               END-IF
           ELSE
               READ USERS-DATA
               MOVE STATUS-USERDATA TO WS-IO-STATUS
               IF NOT IO-EOF
                   MOVE LIVE-REC TO WS-CUR-REC
               END-IF
           END-IF.
           IF NOT IO-SUCC AND NOT IO-EOF
               DISPLAY WS-FILE-NAME(WS-FILE-IX) " read error, status "
                       WS-IO-STATUS ". Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *WS-FILE-IX'in gosterdigi dosyadan bir sonraki kaydi okuyup
      *ortak calisma alanina tasiyan fonksiyon. dosya sonunda kayit
      *alaninin icerigi tanimsiz oldugundan tasima yapilmaz; dosya
      *sonu disinda bir hata calismayi durdurur.
      *------------------------
       0330-RELEASE-RECORD.
           IF WS-FILE-IX < 3
               MOVE CL-ORDER-I TO WS-CUR-ORDER-X
           ELSE
               MOVE CM-ORDER-I TO WS-CUR-ORDER-X
           END-IF.
           IF WS-CUR-ORDER-X NOT NUMERIC
               ADD 1 TO WS-NOKEY-CNT
               DISPLAY WS-FILE-NAME(WS-FILE-IX) " record " WS-REC-NO
                       ": order number unreadable, skipped."
           ELSE IF WS-SEL-ORDER-SW = 1 AND
                   WS-CUR-ORDER NOT = WS-SEL-ORDER
               CONTINUE
           ELSE
               MOVE SPACES        TO ESR-REC
               MOVE WS-CUR-ORDER  TO ESR-ORDER-I
               MOVE WS-FILE-IX    TO ESR-FILE-IX
               MOVE WS-REC-NO     TO ESR-REC-NO
               IF WS-FILE-IX < 3 AND CL-RUN-DATE NUMERIC AND
                  CL-RUN-SEQ NUMERIC
                   MOVE "2"                  TO ESR-KIND
                   MOVE CL-RUN-DATE          TO ESR-EVENT-DATE
                   MOVE CL-RUN-SEQ           TO ESR-EVENT-SEQ
                   MOVE CL-ACTION            TO ESR-ACTION
                   MOVE CL-RESULT            TO ESR-RESULT
                   MOVE CL-AFTER-IMAGE(159:1) TO ESR-STATUS-I
               ELSE
                   MOVE "3"                  TO ESR-KIND
                   MOVE 0                    TO ESR-EVENT-DATE
                   MOVE 0                    TO ESR-EVENT-SEQ
               END-IF
               RELEASE ESR-REC
           END-IF.
      *okunan tek bir kaydi siparis numarasiyla siralamaya veren
      *fonksiyon. reject ve master kayitlarinda siparis ayni
      *kolonlarda oldugundan CM-ORDER-I ikisi icin de kullanilir.
      *log kayitlari run tarihi ve sirasiyla birer olay olarak
      *verilir; run tarihi bozuk log kaydi olay sayilmaz, yalniz
      *bosaltilacak kayit olarak tasinir. siparis numarasi okunamayan
      *kayit hicbir musteriye baglanamayacagindan listelenip atlanir.
      *------------------------
       0340-CLOSE-FILE.
           IF WS-FILE-IX = 1
               CLOSE CHANGE-LOG
           ELSE IF WS-FILE-IX = 2
               CLOSE ARCH-LOG
           ELSE IF WS-FILE-IX = 3
               CLOSE BASE-MASTER
           ELSE IF WS-FILE-IX = 4
               CLOSE GEN1-FILE
           ELSE IF WS-FILE-IX = 5
               CLOSE GEN2-FILE
           ELSE IF WS-FILE-IX = 6
               CLOSE GEN3-FILE
           ELSE IF WS-FILE-IX = 7
               CLOSE REJECT-FILE
           ELSE IF WS-FILE-IX = 8
               CLOSE PEND-IN
           ELSE IF WS-FILE-IX = 9
               CLOSE PEND-OUT
           ELSE
               CLOSE USERS-DATA
           END-IF.
      *WS-FILE-IX'in gosterdigi dosyayi kapatan fonksiyon.
      *------------------------
       0400-DECIDE-CUSTOMERS.
           PERFORM 0405-RETURN-ENTRY.
           PERFORM UNTIL WS-ESR-EOF-SW = 1
               PERFORM 0410-DECIDE-ONE-CUSTOMER
           END-PERFORM.
           IF WS-SEL-ORDER-SW = 1 AND WS-SEL-FOUND-SW = 0
               DISPLAY WS-SEL-ORDER
                       ": order not found in any file, nothing erased."
           END-IF.
           IF WS-CUST-ERASED-CNT = 0
               MOVE "  NONE" TO CERT-REC
               WRITE CERT-REC
           END-IF.
      *siralanmis kayitlari siparis siparis isleyen dongu.
      *------------------------
       0405-RETURN-ENTRY.
           RETURN ERASE-SORT
               AT END
                   MOVE 1 TO WS-ESR-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki kaydi alan fonksiyon.
      *------------------------
       0410-DECIDE-ONE-CUSTOMER.
           MOVE ESR-ORDER-I TO WS-GRP-ORDER.
           MOVE 0           TO WS-GRP-CNT.
           MOVE 0           TO WS-GRP-LIVE-SW.
           MOVE SPACE       TO WS-GRP-LIVE-STATUS.
           SET GRP-STATE-UNKNOWN TO TRUE.
           MOVE 0           TO WS-GRP-SINCE.
           PERFORM 0420-TAKE-ONE-ENTRY
               UNTIL WS-ESR-EOF-SW = 1 OR
                     ESR-ORDER-I NOT = WS-GRP-ORDER.
           PERFORM 0440-CHOOSE-ERASURE.
           IF WS-ERASE-REASON NOT = SPACES
               PERFORM 0450-WRITE-CUSTOMER-HITS
           END-IF.
      *tek bir siparisin butun kayitlarini toplayip bosaltilip
      *bosaltilmayacagina karar veren fonksiyon.
      *------------------------
       0420-TAKE-ONE-ENTRY.
           IF ESR-IS-LIVE
               MOVE 1            TO WS-GRP-LIVE-SW
               MOVE ESR-STATUS-I TO WS-GRP-LIVE-STATUS
               PERFORM 0425-STORE-HIT
           ELSE
               IF ESR-IS-EVENT AND ESR-RESULT = "Y"
                   PERFORM 0430-APPLY-EVENT
               END-IF
               PERFORM 0425-STORE-HIT
           END-IF.
           PERFORM 0405-RETURN-ENTRY.
      *siparisin tek bir kaydini isleyen fonksiyon. canli kayit
      *bugunku durumu verir; uygulanmis log kayitlari siparisin
      *hangi hale ne zaman girdigini belirler; canli kayit dahil her
      *kaydin yeri tabloya alinir. canli kayit yalniz D durumundaysa
      *bosaltilabilir; D olmayan musteri 0440'ta hic secilmez.
      *------------------------
       0425-STORE-HIT.
           IF WS-GRP-CNT >= WS-GRP-TABLE-MAX
               DISPLAY "Order " WS-GRP-ORDER " has more than "
                       WS-GRP-TABLE-MAX " history records. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           ADD 1 TO WS-GRP-CNT.
           MOVE ESR-FILE-IX TO WS-GRP-FILE-IX(WS-GRP-CNT).
           MOVE ESR-REC-NO  TO WS-GRP-REC-NO(WS-GRP-CNT).
      *kaydin dosya ve sira numarasini siparis tablosuna ekleyen
      *fonksiyon.
      *------------------------
       0430-APPLY-EVENT.
           IF ESR-ACTION = "D"
               SET GRP-STATE-DELETED TO TRUE
               MOVE ESR-EVENT-DATE TO WS-GRP-SINCE
           ELSE IF ESR-STATUS-I = "D"
               IF NOT GRP-STATE-DECEASED
                   SET GRP-STATE-DECEASED TO TRUE
                   MOVE ESR-EVENT-DATE TO WS-GRP-SINCE
               END-IF
           ELSE
               SET GRP-STATE-LIVE TO TRUE
               MOVE 0 TO WS-GRP-SINCE
           END-IF.
      *uygulanmis tek bir log kaydini siparisin durumuna isleyen
      *fonksiyon. D silme tarihini verir. sonrasi goruntusu D olan A
      *ya da C, musteriyi o tarihte D yapar; zaten D olan musteride
      *(adres degisikligi gibi) ilk D tarihi korunur. D olmayan bir
      *sonrasi goruntusu (yeniden ekleme, durumun geri alinmasi)
      *musteriyi yeniden canli sayar.
      *------------------------
       0440-CHOOSE-ERASURE.
           MOVE SPACES TO WS-ERASE-REASON.
           IF WS-SEL-ORDER-SW = 1
               MOVE 1 TO WS-SEL-FOUND-SW
               IF WS-GRP-LIVE-SW = 1 AND WS-GRP-LIVE-STATUS NOT = "D"
                   MOVE 1 TO WS-SEL-REFUSED-SW
                   DISPLAY WS-GRP-ORDER
                           ": customer still active on the master -"
                           " delete the customer first. Nothing"
                           " erased."
               ELSE
                   MOVE "REQUEST" TO WS-ERASE-REASON
               END-IF
           ELSE IF WS-GRP-LIVE-SW = 1 AND WS-GRP-LIVE-STATUS NOT = "D"
               CONTINUE
           ELSE IF GRP-STATE-DELETED OR GRP-STATE-DECEASED
               IF WS-GRP-SINCE < WS-CUTOFF-DATE
                   IF GRP-STATE-DELETED
                       MOVE "DELETED"  TO WS-ERASE-REASON
                   ELSE
                       MOVE "DECEASED" TO WS-ERASE-REASON
                   END-IF
               END-IF
           ELSE IF WS-GRP-LIVE-SW = 1
               ADD 1 TO WS-UNDATED-CNT
               DISPLAY WS-GRP-ORDER
                       ": status D on the master but no dated change"
                       " in the logs, not erased."
           END-IF.
      *siparisin bosaltilip bosaltilmayacagina karar veren fonksiyon.
      *canli master her zaman once gelir: orada D olmayan bir durumla
      *duran musteriye hicbir kipte dokunulmaz. tek musteri kipinde
      *saklama suresine bakilmaz. saklama kipinde musteri, loglara
      *gore silinmis ya da D ise ve bu tarih kesmeden onceyse
      *bosaltilir. master'da D olup loglarda D tarihi bulunamayan
      *musterinin suresi hesaplanamaz; listelenir ve uyari verilir.
      *bosaltilan D musterinin canli kaydi da bosaltilir; aksi halde
      *sonraki terfi kaydi nesil 1'e, sonraki her log da goruntusune
      *yeniden tasirdi.
      *------------------------
       0450-WRITE-CUSTOMER-HITS.
           ADD 1 TO WS-CUST-ERASED-CNT.
           MOVE WS-GRP-ORDER    TO CCL-ORDER.
           MOVE WS-ERASE-REASON TO CCL-REASON.
           IF WS-GRP-SINCE > 0
               MOVE WS-GRP-SINCE TO CCL-SINCE
           ELSE
               MOVE SPACES       TO CCL-SINCE
           END-IF.
           MOVE CRT-CUST-LINE   TO CERT-REC.
           WRITE CERT-REC.
           PERFORM 0455-WRITE-ONE-HIT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-CNT.
      *bosaltilacak musteriyi belgeye yazan ve kayitlarinin yerini
      *HIT-WORK'e aktaran fonksiyon.
      *------------------------
       0455-WRITE-ONE-HIT.
           MOVE WS-GRP-FILE-IX(WS-GRP-IX) TO HWK-FILE-IX.
           MOVE WS-GRP-REC-NO(WS-GRP-IX)  TO HWK-REC-NO.
           MOVE WS-GRP-ORDER              TO HWK-ORDER-I.
           WRITE HIT-WORK-REC.
      *tablodaki tek bir kaydin yerini HIT-WORK'e yazan fonksiyon.
      *------------------------
       0500-ERASE-RECORDS.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE "RECORDS ERASED" TO CERT-REC.
           WRITE CERT-REC.
           SORT HIT-SORT
               ON ASCENDING KEY HSR-FILE-IX HSR-REC-NO
               USING HIT-WORK
               OUTPUT PROCEDURE IS 0510-ERASE-FILES.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of records to erase failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           IF WS-REC-ERASED-CNT = 0
               MOVE "  NONE" TO CERT-REC
               WRITE CERT-REC
           END-IF.
      *bosaltilacak kayitlari dosya + kayit numarasi sirasina dizip
      *dosyalari bastan sona bir kez gecerek bosaltan fonksiyon.
      *------------------------
       0510-ERASE-FILES.
           PERFORM 0515-RETURN-HIT.
           PERFORM 0520-ERASE-ONE-FILE
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 10.
      *on dosyayi sirayla isleyen cikis dongusu.
      *------------------------
       0515-RETURN-HIT.
           RETURN HIT-SORT
               AT END
                   MOVE 99 TO WS-HIT-FILE-IX
                   MOVE 0  TO WS-HIT-REC-NO
               NOT AT END
                   MOVE HSR-FILE-IX TO WS-HIT-FILE-IX
                   MOVE HSR-REC-NO  TO WS-HIT-REC-NO
                   MOVE HSR-ORDER-I TO WS-HIT-ORDER
           END-RETURN.
      *siralamadan bir sonraki bosaltilacak kaydi alan fonksiyon.
      *------------------------
       0520-ERASE-ONE-FILE.
           IF WS-HIT-FILE-IX = WS-FILE-IX
               PERFORM 0530-OPEN-FILE-IO
               MOVE 0 TO WS-REC-NO
               PERFORM 0320-READ-FILE
               PERFORM UNTIL IO-EOF OR WS-HIT-FILE-IX NOT = WS-FILE-IX
                   ADD 1 TO WS-REC-NO
                   IF WS-REC-NO = WS-HIT-REC-NO
                       PERFORM 0540-ERASE-CUR-RECORD
                       PERFORM 0515-RETURN-HIT
                   END-IF
                   IF WS-HIT-FILE-IX = WS-FILE-IX
                       PERFORM 0320-READ-FILE
                   END-IF
               END-PERFORM
               PERFORM 0525-DROP-LOST-HIT
                   UNTIL WS-HIT-FILE-IX NOT = WS-FILE-IX
               PERFORM 0340-CLOSE-FILE
           END-IF.
      *WS-FILE-IX'in gosterdigi dosyayi, bosaltilacak kaydi varsa
      *guncelleme icin acip son bosaltilacak kayda kadar okuyan
      *fonksiyon. kaydi olmayan dosyaya hic dokunulmaz.
      *------------------------
       0525-DROP-LOST-HIT.
           ADD 1 TO WS-LOST-HIT-CNT.
           DISPLAY WS-FILE-NAME(WS-FILE-IX) " record " WS-HIT-REC-NO
                   " (order " WS-HIT-ORDER ") no longer in the file,"
                   " not erased.".
           PERFORM 0515-RETURN-HIT.
      *ilk geciste okunup ikinci geciste dosyada bulunamayan kaydi
      *listeleyip atlayan fonksiyon. dosyalar DISP=OLD ile
      *tutuldugundan olmamasi gerekir; olursa adim 08 ile biter.
      *------------------------
       0530-OPEN-FILE-IO.
           IF WS-FILE-IX = 1
               OPEN I-O CHANGE-LOG
               MOVE STATUS-CHGLOG TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 2
               OPEN I-O ARCH-LOG
               MOVE STATUS-CHGARCH TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 3
               OPEN I-O BASE-MASTER
               MOVE STATUS-MSTBASE TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 4
               OPEN I-O GEN1-FILE
               MOVE STATUS-GEN1 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 5
               OPEN I-O GEN2-FILE
               MOVE STATUS-GEN2 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 6
               OPEN I-O GEN3-FILE
               MOVE STATUS-GEN3 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 7
               OPEN I-O REJECT-FILE
               MOVE STATUS-REJFILE TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 8
               OPEN I-O PEND-IN
               MOVE STATUS-PENDIN TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 9
               OPEN I-O PEND-OUT
               MOVE STATUS-PENDOUT TO WS-IO-STATUS
           ELSE
               OPEN I-O USERS-DATA
               MOVE STATUS-USERDATA TO WS-IO-STATUS
           END-IF.
           IF NOT IO-SUCC
               DISPLAY WS-FILE-NAME(WS-FILE-IX)
                       " could not be opened for update. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *WS-FILE-IX'in gosterdigi dosyayi yerinde guncelleme icin acan
      *fonksiyon.
      *------------------------
       0540-ERASE-CUR-RECORD.
           MOVE WS-CUR-REC TO WS-SAVE-REC.
           IF WS-FILE-IX < 3
               MOVE CL-BEFORE-IMAGE TO WS-ERASE-IMAGE
               PERFORM 0550-BLANK-IMAGE
               MOVE WS-ERASE-IMAGE  TO CL-BEFORE-IMAGE
               MOVE CL-AFTER-IMAGE  TO WS-ERASE-IMAGE
               PERFORM 0550-BLANK-IMAGE
               MOVE WS-ERASE-IMAGE  TO CL-AFTER-IMAGE
               MOVE CL-ACTION       TO LGD-ACTION
               MOVE CL-RUN-DATE     TO LGD-RUN-DATE
               MOVE WS-LOG-DETAIL   TO CRL-DETAIL
           ELSE IF WS-FILE-IX < 7
               MOVE CM-IMAGE        TO WS-ERASE-IMAGE
               PERFORM 0550-BLANK-IMAGE
               MOVE WS-ERASE-IMAGE  TO CM-IMAGE
               MOVE "MASTER IMAGE"  TO CRL-DETAIL
           ELSE IF WS-FILE-IX = 10
               MOVE CM-IMAGE        TO WS-ERASE-IMAGE
               PERFORM 0550-BLANK-IMAGE
               MOVE WS-ERASE-IMAGE  TO CM-IMAGE
               MOVE "LIVE MASTER RECORD" TO CRL-DETAIL
           ELSE
               IF CR-PERSONAL-REASON
                   MOVE SPACES      TO CR-FIELD
               END-IF
               MOVE CR-REASON-CODE  TO RJD-REASON-CODE
               MOVE WS-REJ-DETAIL   TO CRL-DETAIL
           END-IF.
           IF WS-CUR-REC = WS-SAVE-REC
               ADD 1 TO WS-FILE-BLANK-CNT(WS-FILE-IX)
               ADD 1 TO WS-REC-BLANK-CNT
           ELSE
               PERFORM 0560-REWRITE-RECORD
               ADD 1 TO WS-FILE-ERASED-CNT(WS-FILE-IX)
               ADD 1 TO WS-REC-ERASED-CNT
               MOVE WS-FILE-NAME(WS-FILE-IX) TO CRL-FILE-NAME
               MOVE WS-REC-NO                TO CRL-REC-NO
               MOVE WS-HIT-ORDER             TO CRL-ORDER
               MOVE CRT-REC-LINE             TO CERT-REC
               WRITE CERT-REC
           END-IF.
      *bosaltilacak tek bir kaydin kisisel alanlarini bosaltan
      *fonksiyon. log kaydinda iki goruntu de bosaltilir; islem,
      *sonuc, siparis, run tarihi/sirasi ve mesaj korunur. canli
      *master kaydi nesil goruntuleri gibi bosaltilir; ORDER-I,
      *tarihler ve D durumu kalir, ODEV002 boyle bir kaydi kisisel
      *alan denetimine sokmaz. reject
      *kaydinda yalniz kisisel veri tasiyan ham alan bosaltilir, red
      *kodu ve nedeni kalir. kayit degismediyse (onceki bir calisma
      *zaten bosaltmis) yeniden yazilmaz; degistiyse yerinde yeniden
      *yazilir ve belgeye bir satir basilir.
      *------------------------
       0550-BLANK-IMAGE.
           MOVE SPACES TO EI-FIRST-NAME-I.
           MOVE SPACES TO EI-LAST-NAME-I.
           MOVE SPACES TO EI-ADDR-STREET-I.
           MOVE SPACES TO EI-ADDR-CITY-I.
           MOVE SPACES TO EI-ADDR-POSTAL-I.
           MOVE SPACES TO EI-PHONE-I.
           MOVE SPACES TO EI-EMAIL-I.
      *WS-ERASE-IMAGE'deki isim, adres, telefon ve e-posta alanlarini
      *bosaltan fonksiyon. tamamen bos bir goruntu (A'nin oncesi, D'nin
      *sonrasi) bos kalir.
      *------------------------
       0560-REWRITE-RECORD.
           IF WS-FILE-IX = 1
               MOVE WS-CUR-REC TO CHGLOG-REC
               REWRITE CHGLOG-REC
               MOVE STATUS-CHGLOG TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 2
               MOVE WS-CUR-REC TO ARCH-REC
               REWRITE ARCH-REC
               MOVE STATUS-CHGARCH TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 3
               MOVE WS-CUR-REC TO BASE-REC
               REWRITE BASE-REC
               MOVE STATUS-MSTBASE TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 4
               MOVE WS-CUR-REC TO GEN1-REC
               REWRITE GEN1-REC
               MOVE STATUS-GEN1 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 5
               MOVE WS-CUR-REC TO GEN2-REC
               REWRITE GEN2-REC
               MOVE STATUS-GEN2 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 6
               MOVE WS-CUR-REC TO GEN3-REC
               REWRITE GEN3-REC
               MOVE STATUS-GEN3 TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 7
               MOVE WS-CUR-REC TO REJECT-REC
               REWRITE REJECT-REC
               MOVE STATUS-REJFILE TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 8
               MOVE WS-CUR-REC TO PNDI-REC
               REWRITE PNDI-REC
               MOVE STATUS-PENDIN TO WS-IO-STATUS
           ELSE IF WS-FILE-IX = 9
               MOVE WS-CUR-REC TO PNDO-REC
               REWRITE PNDO-REC
               MOVE STATUS-PENDOUT TO WS-IO-STATUS
           ELSE
               MOVE WS-CUR-REC TO LIVE-REC
               REWRITE LIVE-REC
               MOVE STATUS-USERDATA TO WS-IO-STATUS
           END-IF.
           IF NOT IO-SUCC
               DISPLAY WS-FILE-NAME(WS-FILE-IX) " record " WS-REC-NO
                       " could not be rewritten, status "
                       WS-IO-STATUS ". Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *son okunan kaydi bosaltilmis haliyle yerinde yeniden yazan
      *fonksiyon. kayit sayisi ve sirasi degismez. yarida kalan bir
      *calisma tekrarlanabilir; zaten bosaltilmis kayitlar ikinci
      *kez yazilmaz.
      *------------------------
       0700-PRINT-SUMMARY.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE "FILE TOTALS" TO CERT-REC.
           WRITE CERT-REC.
           PERFORM 0710-PRINT-FILE-TOTAL
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 10.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE "CUSTOMERS ERASED" TO CNL-LABEL.
           MOVE WS-CUST-ERASED-CNT TO CNL-COUNT.
           PERFORM 0720-PRINT-COUNT-LINE.
           MOVE "RECORDS ERASED" TO CNL-LABEL.
           MOVE WS-REC-ERASED-CNT TO CNL-COUNT.
           PERFORM 0720-PRINT-COUNT-LINE.
           MOVE "RECORDS ALREADY BLANK" TO CNL-LABEL.
           MOVE WS-REC-BLANK-CNT TO CNL-COUNT.
           PERFORM 0720-PRINT-COUNT-LINE.
           MOVE "RECORDS WITH AN UNREADABLE ORDER" TO CNL-LABEL.
           MOVE WS-NOKEY-CNT TO CNL-COUNT.
           PERFORM 0720-PRINT-COUNT-LINE.
           MOVE "STATUS D WITH NO DATED CHANGE" TO CNL-LABEL.
           MOVE WS-UNDATED-CNT TO CNL-COUNT.
           PERFORM 0720-PRINT-COUNT-LINE.
           DISPLAY "ODEV002E SUMMARY - CUSTOMERS ERASED: "
                   WS-CUST-ERASED-CNT
                   " RECORDS ERASED: " WS-REC-ERASED-CNT
                   " ALREADY BLANK: " WS-REC-BLANK-CNT.
           DISPLAY "                   MASTER READ: " WS-LIVE-READ-CNT
                   " UNREADABLE ORDER: " WS-NOKEY-CNT
                   " UNDATED D: " WS-UNDATED-CNT
                   " LOST: " WS-LOST-HIT-CNT.
      *belgenin sonuna dosya basina toplamlari ve sayaclari basan,
      *ayni sayilari SYSOUT'a da basan fonksiyon.
      *------------------------
       0710-PRINT-FILE-TOTAL.
           MOVE WS-FILE-NAME(WS-FILE-IX)       TO CTL-FILE-NAME.
           MOVE WS-FILE-READ-CNT(WS-FILE-IX)   TO CTL-READ-CNT.
           MOVE WS-FILE-ERASED-CNT(WS-FILE-IX) TO CTL-ERASED-CNT.
           MOVE WS-FILE-BLANK-CNT(WS-FILE-IX)  TO CTL-BLANK-CNT.
           MOVE CRT-TOTAL-LINE TO CERT-REC.
           WRITE CERT-REC.
      *tek bir dosyanin toplam satirini belgeye basan fonksiyon.
      *------------------------
       0720-PRINT-COUNT-LINE.
           MOVE CRT-COUNT-LINE TO CERT-REC.
           WRITE CERT-REC.
      *tek bir sayac satirini belgeye basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-SEL-REFUSED-SW = 1 OR WS-LOST-HIT-CNT > 0
               SET STEP-DATA-FAIL TO TRUE
           END-IF.
           IF (WS-UNDATED-CNT > 0 OR WS-NOKEY-CNT > 0 OR
               (WS-SEL-ORDER-SW = 1 AND WS-SEL-FOUND-SW = 0))
              AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *adimin donus kodunu belirleyen fonksiyon. tek musteri talebi
      *master'da hala etkin bir musteri icin geldiyse ya da bir
      *kayit ikinci geciste bulunamadiysa 08; tarihi bulunamayan D
      *musteri, siparisi okunamayan kayit ya da hicbir dosyada
      *bulunamayan talep varsa 04 verilir.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE ERASE-CERT.
      *dosyalar kapatiliyor. canli master ve dokuz gecmis dosyasi
      *kullanildiklari paragraflarda, HIT-WORK ise
      *0200-SELECT-CUSTOMERS icinde kapatilir.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
