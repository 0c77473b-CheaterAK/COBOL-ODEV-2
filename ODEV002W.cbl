       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002W.
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
      *USERS-DATA, terfi etmis musteri master'i.
           SELECT MAILPREF-REG ASSIGN TO MAILPREF
                       FILE STATUS IS STATUS-MAILPREF.
      *MAILPREF-REG, her ay gelen posta tercih (posta istemeyenler)
      *listesi. eslesen musteri M durumuna alinir.
           SELECT DECEASED-REG ASSIGN TO DECREG
                       FILE STATUS IS STATUS-DECREG.
      *DECEASED-REG, her ay gelen vefat kaydi. eslesen musteri D
      *durumuna alinir. o ay gelmeyen liste bos bir dosya ile verilir.
           SELECT REG-SORT     ASSIGN TO SORTWK01.
      *REG-SORT, master ile iki listeyi soyadi + ad sirasina dizen
      *siralama dosyasi. ayni isimli master ve liste kayitlari boylece
      *yan yana gelir.
           SELECT TRAN-WORK    ASSIGN TO REGWORK
                       FILE STATUS IS STATUS-REGWORK.
      *TRAN-WORK, eslestirme sirasinda uretilen C islemlerinin
      *siralanmadan once biriktirildigi gecici is dosyasi.
           SELECT TRAN-SORT    ASSIGN TO SORTWK02.
      *TRAN-SORT, uretilen islemleri ODEV002M'in bekledigi ORDER-I
      *sirasina dizen siralama dosyasi.
           SELECT STATUS-TRANS ASSIGN TO REGTRAN
                       FILE STATUS IS STATUS-REGTRAN.
      *STATUS-TRANS, birebir eslesen musteriler icin uretilen durum
      *degisikligi (C) islemleri. ODEV002M'in TRANS-REC duzeninde,
      *H/T parti kayitlariyla yazilir ve ODEV002B'ye REGISTER kaynagi
      *olarak verilir.
           SELECT REVIEW-REPORT ASSIGN TO REGRVW
                       FILE STATUS IS STATUS-REGRVW.
      *REVIEW-REPORT, uygulanan birebir eslesmelerin ve elle
      *incelenecek yakin eslesmelerin listesi.
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
       FD  MAILPREF-REG RECORDING MODE F.
       01  MAILPREF-REC                  PIC X(80).
       FD  DECEASED-REG RECORDING MODE F.
       01  DECEASED-REC                  PIC X(80).
      *iki listenin kayit alani. ikisi de ayni 80 kolonluk duzendedir;
      *okunan kayit WS-REG-REC uzerinden alan alan incelenir.
       SD  REG-SORT.
       01  RSR-REC.
           05    RSR-LAST-NAME           PIC X(15).
           05    RSR-FIRST-NAME          PIC X(15).
           05    RSR-KIND                PIC X(1).
                 88 RSR-IS-MASTER        VALUE "1".
                 88 RSR-IS-MAILPREF      VALUE "2".
                 88 RSR-IS-DECEASED      VALUE "3".
           05    RSR-BIRTH-DATE          PIC X(8).
           05    RSR-ORDER-I             PIC 9(7).
           05    RSR-STATUS-I            PIC X(1).
           05    RSR-REG-REF             PIC X(12).
           05    RSR-SEQ                 PIC 9(9).
      *siralama kaydinin yapisi. isimler buyuk harfe cevrilmis olarak
      *tasinir. RSR-KIND ayni isim icinde master kayitlarini
      *listelerden once getirir; siparis ve durum yalniz master,
      *liste referansi yalniz liste kayitlarinda doludur. RSR-SEQ
      *listedeki gelis sirasidir.
       FD  TRAN-WORK RECORDING MODE F.
       01  WRK-TRANS-REC.
           05    WRK-ACTION              PIC X(1).
           05    WRK-ORDER-I             PIC 9(7).
           05    WRK-FIRST-NAME-I        PIC X(15).
           05    WRK-LAST-NAME-I         PIC X(15).
           05    WRK-BIRTH-DATE-I        PIC X(8).
           05    WRK-CURRENT-DATE-I      PIC X(8).
           05    WRK-ADDR-STREET-I       PIC X(30).
           05    WRK-ADDR-CITY-I         PIC X(20).
           05    WRK-ADDR-POSTAL-I       PIC X(10).
           05    WRK-PHONE-I             PIC X(15).
           05    WRK-EMAIL-I             PIC X(30).
           05    WRK-STATUS-I            PIC X(1).
      *TRAN-WORK'un kayit yapisi. ODEV002M'in TRANS-REC'i ile
      *birebir aynidir.
       SD  TRAN-SORT.
       01  TSR-REC.
           05    TSR-ACTION              PIC X(1).
           05    TSR-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(151).
           05    TSR-STATUS-I            PIC X(1).
      *islem siralama kaydinin yapisi. TRAN-WORK ile aynidir; yalniz
      *siralama anahtarlari ayristirilir.
       FD  STATUS-TRANS RECORDING MODE F.
       01  STS-TRANS-REC                 PIC X(160).
       01  STS-HDR-REC.
           05    STSH-REC-TYPE           PIC X(1).
           05    STSH-BATCH-ID           PIC X(8).
           05    STSH-CREATE-DATE        PIC 9(8).
           05    FILLER                  PIC X(143).
       01  STS-TRL-REC.
           05    STST-REC-TYPE           PIC X(1).
           05    STST-REC-COUNT          PIC 9(7).
           05    STST-HASH-TOTAL         PIC 9(9).
           05    FILLER                  PIC X(143).
      *STATUS-TRANS'in kayit yapisi ve parti basligi/sonu
      *gorunumleri. ODEV002M'deki TRANS-REC/TRANS-HDR-REC/
      *TRANS-TRL-REC ile birebir aynidir.
       FD  REVIEW-REPORT RECORDING MODE F.
       01  REVIEW-REC                    PIC X(100).
      *REVIEW-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  RVW-HEADER.
           05 FILLER                     PIC X(41)
                 VALUE "REGISTER MATCH AGAINST MASTER - RUN DATE ".
           05 RVW-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(51) VALUE SPACES.
       01  RVW-COLUMN-LINE.
           05 FILLER                     PIC X(9)  VALUE "REGISTER".
           05 FILLER                     PIC X(13) VALUE "REFERENCE".
           05 FILLER                     PIC X(16) VALUE "LAST NAME".
           05 FILLER                     PIC X(16) VALUE "FIRST NAME".
           05 FILLER                     PIC X(9)  VALUE "REG DOB".
           05 FILLER                     PIC X(8)  VALUE "ORDER".
           05 FILLER                     PIC X(9)  VALUE "MST DOB".
           05 FILLER                     PIC X(3)  VALUE "ST".
           05 FILLER                     PIC X(17) VALUE "MATCH".
      *rapor baslik ve kolon basligi satirlari.
      *------------------------
       01  RVW-DETAIL.
           05 RVD-REGISTER               PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-REG-REF                PIC X(12).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-REG-DOB                PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-MST-DOB                PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 RVD-MST-STATUS             PIC X(1).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 RVD-MATCH-TYPE             PIC X(11).
           05 FILLER                     PIC X(6)  VALUE SPACES.
      *tek bir liste kaydi / master kaydi ikilisinin satiri. eslesme
      *turu su degerlerden biridir:
      *  EXACT       birebir eslesme, C islemi uretildi
      *  ALREADY SET birebir eslesme, master'da durum zaten var
      *  TRANSPOSED  dogum tarihinde yan yana iki hane yer degismis
      *  DAY/MONTH   dogum tarihinde gun ile ay yer degismis
      *  ONE DIGIT   dogum tarihinde tek bir hane farkli
      *son uc tur yalniz incelenir, islem uretilmez.
      *------------------------
       01  RVW-COUNT-LINE.
           05 RVL-LABEL                  PIC X(40).
           05 RVL-COUNT                  PIC Z(6)9.
           05 FILLER                     PIC X(53) VALUE SPACES.
      *raporun sonundaki sayac satiri.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-MAILPREF            PIC 99.
              88 MAILPREF-SUCC           VALUE 00 97.
              88 MAILPREF-EOF            VALUE 10.
           05 STATUS-DECREG              PIC 99.
              88 DECREG-SUCC             VALUE 00 97.
              88 DECREG-EOF              VALUE 10.
           05 STATUS-REGWORK             PIC 99.
              88 REGWORK-SUCC            VALUE 00 97.
           05 STATUS-REGTRAN             PIC 99.
              88 REGTRAN-SUCC            VALUE 00 97.
           05 STATUS-REGRVW              PIC 99.
              88 REGRVW-SUCC             VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-REG-REC.
           05    WS-REG-LAST-NAME        PIC X(15).
           05    WS-REG-FIRST-NAME       PIC X(15).
           05    WS-REG-BIRTH-DATE       PIC X(8).
           05    WS-REG-REF              PIC X(12).
           05    FILLER                  PIC X(30).
      *okunan liste kaydinin ortak gorunumu: soyadi, ad, dogum tarihi
      *(YYYYMMDD) ve listeyi yayinlayan kurumun kendi referans
      *numarasi. geri kalan kolonlar kurumun bilgileridir.
      *------------------------
       01  WS-LOWER-ALPHA                PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-ALPHA                PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *isimler iki taraftan da buyuk harfe cevrilerek karsilastirilir.
      *------------------------
       01  WS-GRP-TABLE-MAX              PIC 9(5) VALUE 2000.
       01  WS-GRP-CNT                    PIC 9(5) VALUE 0.
       01  WS-GRP-IX                     PIC 9(5) COMP.
       01  WS-GRP-LAST-NAME              PIC X(15).
       01  WS-GRP-FIRST-NAME             PIC X(15).
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 2000 TIMES.
              07 WS-GRP-ORDER            PIC 9(7).
              07 WS-GRP-BIRTH-DATE       PIC X(8).
              07 WS-GRP-STATUS           PIC X(1).
       01  WS-RSR-EOF-SW                 PIC 9(1) VALUE 0.
      *ayni soyadi ve adi tasiyan master kayitlarinin tutuldugu
      *tablo. siralama sayesinde bellekte master'in tamami degil
      *yalniz o anki isim grubu durur; listedeki her kayit yalniz
      *kendi isim grubuyla karsilastirilir. grup tabloya sigmazsa
      *sessiz kayip yerine acik bir mesajla durulur.
      *------------------------
       01  WS-EXACT-SW                   PIC 9(1).
       01  WS-NEAR-SW                    PIC 9(1).
       01  WS-TARGET-STATUS              PIC X(1).
       01  WS-REG-NAME                   PIC X(8).
       01  WS-MATCH-TYPE                 PIC X(11).
      *tek bir liste kaydinin eslestirme sonucu: birebir ya da yakin
      *eslesme bulundu mu, uygulanacak durum (M veya D), listenin
      *rapordaki adi ve son bulunan eslesme turu.
      *------------------------
       01  WS-CMP-MST-DATE               PIC X(8).
       01  WS-CMP-REG-DATE               PIC X(8).
       01  WS-DGT-IX                     PIC 9(2) COMP.
       01  WS-DIFF-CNT                   PIC 9(2) COMP.
       01  WS-DIFF-POS-1                 PIC 9(2) COMP.
       01  WS-DIFF-POS-2                 PIC 9(2) COMP.
      *dogum tarihi karsilastirmasinin calisma alanlari: iki tarih,
      *farkli hane sayisi ve ilk iki farkli hanenin yeri.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-REG-SEQ                    PIC 9(9) VALUE 0.
       01  WS-TRS-EOF-SW                 PIC 9(1) VALUE 0.
       01  WS-PREV-TRAN-ORDER            PIC 9(7) VALUE 0.
       01  WS-TRAN-CNT                   PIC 9(7) VALUE 0.
       01  WS-TRAN-HASH                  PIC 9(9) VALUE 0.
      *parti basligina basilan uretim tarihi, liste gelis sirasi,
      *islem siralamasinin sonu, en son yazilan siparis, yazilan
      *islem sayisi ve trailer icin biriken hash toplami (son 9 hane).
      *------------------------
       01  WS-COUNTS.
           05 WS-MST-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-MPF-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-DCR-READ-CNT            PIC 9(7) VALUE 0.
           05 WS-REG-BAD-CNT             PIC 9(7) VALUE 0.
           05 WS-EXACT-M-CNT             PIC 9(7) VALUE 0.
           05 WS-EXACT-D-CNT             PIC 9(7) VALUE 0.
           05 WS-ALREADY-CNT             PIC 9(7) VALUE 0.
           05 WS-NEAR-CNT                PIC 9(7) VALUE 0.
           05 WS-NOMATCH-CNT             PIC 9(7) VALUE 0.
           05 WS-SUPERSEDED-CNT          PIC 9(7) VALUE 0.
      *okunan master, posta tercih ve vefat listesi kayitlari,
      *kullanilamayan liste kaydi, M ve D islemi uretilen birebir
      *eslesme, durumu zaten tasiyan birebir eslesme, incelemeye
      *giden yakin eslesme, hicbir musteriyle eslesmeyen liste kaydi
      *ve ayni musteri icin daha agir bir durumla ortulen islem
      *sayilari.
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
           PERFORM 0200-MATCH-REGISTERS.
           PERFORM 0600-WRITE-STATUS-BATCH.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, rapor basligi, listelerin master
      *ile eslestirilmesi, islem partisinin sirali yazilmasi, ozet ve
      *kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  MAILPREF-REG.
           OPEN INPUT  DECEASED-REG.
           OPEN OUTPUT TRAN-WORK.
           OPEN OUTPUT STATUS-TRANS.
           OPEN OUTPUT REVIEW-REPORT.
      *dosyalari acan fonksiyon.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT MAILPREF-SUCC
              DISPLAY "Mail preference file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT DECREG-SUCC
              DISPLAY "Deceased register file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REGWORK-SUCC
              DISPLAY "Register work file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REGTRAN-SUCC
              DISPLAY "Status transaction file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REGRVW-SUCC
              DISPLAY "Review report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0150-RELEASE-INPUTS.
           PERFORM 0152-READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               ADD 1 TO WS-MST-READ-CNT
               PERFORM 0154-RELEASE-MASTER
               PERFORM 0152-READ-MASTER
           END-PERFORM.
           PERFORM 0160-READ-MAILPREF.
           PERFORM UNTIL MAILPREF-EOF
               ADD 1 TO WS-MPF-READ-CNT
               MOVE MAILPREF-REC TO WS-REG-REC
               MOVE "2" TO RSR-KIND
               PERFORM 0175-RELEASE-REGISTER-ENTRY
               PERFORM 0160-READ-MAILPREF
           END-PERFORM.
           PERFORM 0170-READ-DECEASED.
           PERFORM UNTIL DECREG-EOF
               ADD 1 TO WS-DCR-READ-CNT
               MOVE DECEASED-REC TO WS-REG-REC
               MOVE "3" TO RSR-KIND
               PERFORM 0175-RELEASE-REGISTER-ENTRY
               PERFORM 0170-READ-DECEASED
           END-PERFORM.
      *master'i ve iki listeyi siralamaya veren giris dongusu.
      *------------------------
       0152-READ-MASTER.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0154-RELEASE-MASTER.
           IF ORDER-I NUMERIC AND ORDER-I > 0
               MOVE SPACES         TO RSR-REC
               MOVE LAST-NAME-I    TO RSR-LAST-NAME
               MOVE FIRST-NAME-I   TO RSR-FIRST-NAME
               INSPECT RSR-LAST-NAME
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               INSPECT RSR-FIRST-NAME
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               MOVE "1"            TO RSR-KIND
               MOVE BIRTH-DATE-I   TO RSR-BIRTH-DATE
               MOVE ORDER-I        TO RSR-ORDER-I
               MOVE STATUS-I       TO RSR-STATUS-I
               MOVE 0              TO RSR-SEQ
               RELEASE RSR-REC
           END-IF.
      *tek bir master kaydinin eslestirmede kullanilan alanlarini
      *siralamaya veren fonksiyon. numerik olmayan ya da sifir
      *numarali kayit hicbir isleme hedef olamayacagindan verilmez.
      *------------------------
       0160-READ-MAILPREF.
           READ MAILPREF-REG.
      *MAILPREF-REG'den bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0170-READ-DECEASED.
           READ DECEASED-REG.
      *DECEASED-REG'den bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0175-RELEASE-REGISTER-ENTRY.
           IF WS-REG-LAST-NAME  = SPACES OR
              WS-REG-FIRST-NAME = SPACES OR
              WS-REG-BIRTH-DATE NOT NUMERIC
               ADD 1 TO WS-REG-BAD-CNT
               IF RSR-KIND = "2"
                   DISPLAY "Mail preference line " WS-MPF-READ-CNT
                           ": name or birth date missing, skipped."
               ELSE
                   DISPLAY "Deceased register line " WS-DCR-READ-CNT
                           ": name or birth date missing, skipped."
               END-IF
           ELSE
               ADD 1 TO WS-REG-SEQ
               MOVE WS-REG-LAST-NAME  TO RSR-LAST-NAME
               MOVE WS-REG-FIRST-NAME TO RSR-FIRST-NAME
               INSPECT RSR-LAST-NAME
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               INSPECT RSR-FIRST-NAME
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               MOVE WS-REG-BIRTH-DATE TO RSR-BIRTH-DATE
               MOVE 0                 TO RSR-ORDER-I
               MOVE SPACES            TO RSR-STATUS-I
               MOVE WS-REG-REF        TO RSR-REG-REF
               MOVE WS-REG-SEQ        TO RSR-SEQ
               RELEASE RSR-REC
           END-IF.
      *tek bir liste kaydini siralamaya veren fonksiyon. RSR-KIND
      *cagiran yer tarafindan doldurulur. soyadi, adi ya da gecerli
      *bir dogum tarihi olmayan kayit kimseyle guvenle eslestirilemez;
      *sayilip atlanir.
      *------------------------
       0180-PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO RVW-HDR-RUN-DATE.
           MOVE RVW-HEADER  TO REVIEW-REC.
           WRITE REVIEW-REC.
           MOVE SPACES TO REVIEW-REC.
           WRITE REVIEW-REC.
           MOVE RVW-COLUMN-LINE TO REVIEW-REC.
           WRITE REVIEW-REC.
      *rapor basligini yazdiran fonksiyon.
      *------------------------
       0200-MATCH-REGISTERS.
           SORT REG-SORT
               ON ASCENDING KEY RSR-LAST-NAME RSR-FIRST-NAME
                                RSR-KIND RSR-BIRTH-DATE
                                RSR-ORDER-I RSR-SEQ
               INPUT PROCEDURE IS 0150-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 0205-MATCH-GROUPS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of master and registers failed. "
                       "Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           CLOSE TRAN-WORK.
      *eslestirmeyi tek geciste yapan fonksiyon. master ve iki liste
      *soyadi + ad sirasina dizilir; cikis tarafinda her isim
      *grubunun master kayitlari tabloya alinir ve ayni isimli liste
      *kayitlari bunlarla karsilastirilir. uretilen islemler
      *TRAN-WORK'te birikir; dosya siralamaya verilmeden once burada
      *kapatilir.
      *------------------------
       0205-MATCH-GROUPS.
           PERFORM 0207-RETURN-ENTRY.
           PERFORM UNTIL WS-RSR-EOF-SW = 1
               PERFORM 0210-MATCH-ONE-GROUP
           END-PERFORM.
      *siralanmis kayitlari isim grubu isim grubu isleyen dongu.
      *------------------------
       0207-RETURN-ENTRY.
           RETURN REG-SORT
               AT END
                   MOVE 1 TO WS-RSR-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki kaydi alan fonksiyon.
      *------------------------
       0210-MATCH-ONE-GROUP.
           MOVE 0              TO WS-GRP-CNT.
           MOVE RSR-LAST-NAME  TO WS-GRP-LAST-NAME.
           MOVE RSR-FIRST-NAME TO WS-GRP-FIRST-NAME.
           PERFORM 0212-STORE-GROUP-MEMBER
               UNTIL WS-RSR-EOF-SW = 1 OR
                     RSR-LAST-NAME  NOT = WS-GRP-LAST-NAME OR
                     RSR-FIRST-NAME NOT = WS-GRP-FIRST-NAME OR
                     NOT RSR-IS-MASTER.
           PERFORM 0230-MATCH-ONE-ENTRY
               UNTIL WS-RSR-EOF-SW = 1 OR
                     RSR-LAST-NAME  NOT = WS-GRP-LAST-NAME OR
                     RSR-FIRST-NAME NOT = WS-GRP-FIRST-NAME.
      *tek bir isim grubunu isleyen fonksiyon. once grubun master
      *kayitlari tabloya alinir, ardindan ayni isimli her liste
      *kaydi tabloyla karsilastirilir. grupta hic liste kaydi yoksa
      *ikinci dongu hic calismaz.
      *------------------------
       0212-STORE-GROUP-MEMBER.
           IF WS-GRP-CNT >= WS-GRP-TABLE-MAX
               DISPLAY "Name group " WS-GRP-LAST-NAME " "
                       WS-GRP-FIRST-NAME " exceeds "
                       WS-GRP-TABLE-MAX " records. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           ADD 1 TO WS-GRP-CNT.
           MOVE RSR-ORDER-I    TO WS-GRP-ORDER(WS-GRP-CNT).
           MOVE RSR-BIRTH-DATE TO WS-GRP-BIRTH-DATE(WS-GRP-CNT).
           MOVE RSR-STATUS-I   TO WS-GRP-STATUS(WS-GRP-CNT).
           PERFORM 0207-RETURN-ENTRY.
      *siralamadan gelen tek bir master kaydini grup tablosunun bir
      *sonraki bos gozune yazan fonksiyon.
      *------------------------
       0230-MATCH-ONE-ENTRY.
           IF RSR-IS-DECEASED
               MOVE "D"        TO WS-TARGET-STATUS
               MOVE "DECEASED" TO WS-REG-NAME
           ELSE
               MOVE "M"        TO WS-TARGET-STATUS
               MOVE "MAILPREF" TO WS-REG-NAME
           END-IF.
           MOVE 0 TO WS-EXACT-SW.
           MOVE 0 TO WS-NEAR-SW.
           PERFORM 0240-CHECK-EXACT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-CNT.
           IF WS-EXACT-SW = 0
               PERFORM 0250-CHECK-NEAR
                   VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-CNT
           END-IF.
           IF WS-EXACT-SW = 0 AND WS-NEAR-SW = 0
               ADD 1 TO WS-NOMATCH-CNT
           END-IF.
           PERFORM 0207-RETURN-ENTRY.
      *tek bir liste kaydini grubun master kayitlariyla
      *karsilastiran fonksiyon. once dogum tarihi birebir tutan
      *musteri aranir; bulunursa yakin eslesmeye bakilmaz. birebir
      *eslesme yoksa dogum tarihi yazim hatasi gibi gorunen
      *musteriler incelemeye listelenir.
      *------------------------
       0240-CHECK-EXACT.
           IF WS-GRP-BIRTH-DATE(WS-GRP-IX) = RSR-BIRTH-DATE
               MOVE 1 TO WS-EXACT-SW
               PERFORM 0300-APPLY-EXACT-MATCH
           END-IF.
      *tek bir master kaydinin dogum tarihini liste kaydininkiyle
      *birebir karsilastiran fonksiyon.
      *------------------------
       0250-CHECK-NEAR.
           MOVE WS-GRP-BIRTH-DATE(WS-GRP-IX) TO WS-CMP-MST-DATE.
           MOVE RSR-BIRTH-DATE               TO WS-CMP-REG-DATE.
           PERFORM 0260-COMPARE-DATES.
           IF WS-MATCH-TYPE NOT = SPACES
               MOVE 1 TO WS-NEAR-SW
               ADD 1 TO WS-NEAR-CNT
               PERFORM 0290-PRINT-MATCH-LINE
           END-IF.
      *tek bir master kaydinin dogum tarihinin liste kaydininkine
      *yakin olup olmadigina bakan fonksiyon. yakin eslesme yalniz
      *rapora basilir, hicbir islem uretilmez.
      *------------------------
       0260-COMPARE-DATES.
           MOVE SPACES TO WS-MATCH-TYPE.
           MOVE 0 TO WS-DIFF-CNT.
           MOVE 0 TO WS-DIFF-POS-1.
           MOVE 0 TO WS-DIFF-POS-2.
           PERFORM 0265-COMPARE-ONE-DIGIT
               VARYING WS-DGT-IX FROM 1 BY 1
               UNTIL WS-DGT-IX > 8.
           IF WS-DIFF-CNT = 1
               MOVE "ONE DIGIT" TO WS-MATCH-TYPE
           ELSE IF WS-DIFF-CNT = 2 AND
                   WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1 AND
                   WS-CMP-MST-DATE(WS-DIFF-POS-1:1) =
                   WS-CMP-REG-DATE(WS-DIFF-POS-2:1) AND
                   WS-CMP-MST-DATE(WS-DIFF-POS-2:1) =
                   WS-CMP-REG-DATE(WS-DIFF-POS-1:1)
               MOVE "TRANSPOSED" TO WS-MATCH-TYPE
           ELSE IF WS-CMP-MST-DATE(1:4) = WS-CMP-REG-DATE(1:4) AND
                   WS-CMP-MST-DATE(5:2) = WS-CMP-REG-DATE(7:2) AND
                   WS-CMP-MST-DATE(7:2) = WS-CMP-REG-DATE(5:2)
               MOVE "DAY/MONTH" TO WS-MATCH-TYPE
           END-IF.
      *iki dogum tarihini hane hane karsilastirip yakinlik turunu
      *belirleyen fonksiyon. tek hane farki, yan yana iki hanenin
      *yer degistirmesi ve ayni yil icinde gun ile ayin yer
      *degistirmesi yakin sayilir; bunlarin disindaki her fark
      *baska bir kisi kabul edilir ve WS-MATCH-TYPE bos kalir.
      *------------------------
       0265-COMPARE-ONE-DIGIT.
           IF WS-CMP-MST-DATE(WS-DGT-IX:1) NOT =
              WS-CMP-REG-DATE(WS-DGT-IX:1)
               ADD 1 TO WS-DIFF-CNT
               IF WS-DIFF-CNT = 1
                   MOVE WS-DGT-IX TO WS-DIFF-POS-1
               ELSE IF WS-DIFF-CNT = 2
                   MOVE WS-DGT-IX TO WS-DIFF-POS-2
               END-IF
           END-IF.
      *tek bir haneyi karsilastiran ve ilk iki farkin yerini saklayan
      *fonksiyon.
      *------------------------
       0290-PRINT-MATCH-LINE.
           MOVE WS-REG-NAME                  TO RVD-REGISTER.
           MOVE RSR-REG-REF                  TO RVD-REG-REF.
           MOVE WS-GRP-LAST-NAME             TO RVD-LAST-NAME.
           MOVE WS-GRP-FIRST-NAME            TO RVD-FIRST-NAME.
           MOVE RSR-BIRTH-DATE               TO RVD-REG-DOB.
           MOVE WS-GRP-ORDER(WS-GRP-IX)      TO RVD-ORDER.
           MOVE WS-GRP-BIRTH-DATE(WS-GRP-IX) TO RVD-MST-DOB.
           MOVE WS-GRP-STATUS(WS-GRP-IX)     TO RVD-MST-STATUS.
           MOVE WS-MATCH-TYPE                TO RVD-MATCH-TYPE.
           MOVE RVW-DETAIL TO REVIEW-REC.
           WRITE REVIEW-REC.
      *tek bir liste kaydi / master kaydi ikilisini rapora basan
      *fonksiyon. eslesme turu cagiran yer tarafindan WS-MATCH-TYPE'a
      *konmus olmalidir. rapor soyadi ve ad sirasinda cikar.
      *------------------------
       0300-APPLY-EXACT-MATCH.
           IF WS-GRP-STATUS(WS-GRP-IX) = "D" OR
              WS-GRP-STATUS(WS-GRP-IX) = WS-TARGET-STATUS
               ADD 1 TO WS-ALREADY-CNT
               MOVE "ALREADY SET" TO WS-MATCH-TYPE
           ELSE
               MOVE SPACES           TO WRK-TRANS-REC
               MOVE "C"              TO WRK-ACTION
               MOVE WS-GRP-ORDER(WS-GRP-IX) TO WRK-ORDER-I
               MOVE WS-TARGET-STATUS TO WRK-STATUS-I
               WRITE WRK-TRANS-REC
               IF WS-TARGET-STATUS = "D"
                   ADD 1 TO WS-EXACT-D-CNT
               ELSE
                   ADD 1 TO WS-EXACT-M-CNT
               END-IF
               MOVE "EXACT" TO WS-MATCH-TYPE
           END-IF.
           PERFORM 0290-PRINT-MATCH-LINE.
      *birebir eslesen bir musteri icin durum degisikligi islemi
      *ureten fonksiyon. C isleminde yalniz STATUS-I doludur;
      *ODEV002M bos birakilan alanlari korudugundan musterinin diger
      *bilgilerine dokunulmaz. master'da durum zaten varsa, ya da
      *musteri zaten vefat etmis (D) olarak isaretliyse islem
      *uretilmez; D hicbir zaman M'ye geri cekilmez.
      *------------------------
       0600-WRITE-STATUS-BATCH.
           SORT TRAN-SORT
               ON ASCENDING KEY TSR-ORDER-I TSR-STATUS-I
               USING TRAN-WORK
               OUTPUT PROCEDURE IS 0620-WRITE-SORTED-TRANS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of status transactions failed. "
                       "Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *biriken islemleri siparis numarasi sirasina dizip parti
      *olarak yazan fonksiyon. ayni siparis icinde D, M'den once
      *gelir.
      *------------------------
       0620-WRITE-SORTED-TRANS.
           PERFORM 0640-WRITE-BATCH-HEADER.
           PERFORM 0662-RETURN-TRAN.
           PERFORM UNTIL WS-TRS-EOF-SW = 1
               PERFORM 0664-WRITE-ONE-TRAN
               PERFORM 0662-RETURN-TRAN
           END-PERFORM.
           PERFORM 0670-WRITE-BATCH-TRAILER.
      *siralanmis islemleri baslik ve trailer arasina yazan dongu.
      *------------------------
       0640-WRITE-BATCH-HEADER.
           MOVE SPACES      TO STS-HDR-REC.
           MOVE "H"         TO STSH-REC-TYPE.
           MOVE "ODEV002W"  TO STSH-BATCH-ID.
           MOVE WS-RUN-DATE TO STSH-CREATE-DATE.
           WRITE STS-HDR-REC.
      *islem dosyasinin basina parti basligini yazan fonksiyon.
      *------------------------
       0662-RETURN-TRAN.
           RETURN TRAN-SORT
               AT END
                   MOVE 1 TO WS-TRS-EOF-SW
           END-RETURN.
      *siralamadan bir sonraki islemi alan fonksiyon.
      *------------------------
       0664-WRITE-ONE-TRAN.
           IF TSR-ORDER-I = WS-PREV-TRAN-ORDER
               ADD 1 TO WS-SUPERSEDED-CNT
               DISPLAY TSR-ORDER-I ": status " TSR-STATUS-I
                       " superseded by an earlier status for the"
                       " same customer."
           ELSE
               MOVE TSR-REC TO STS-TRANS-REC
               WRITE STS-TRANS-REC
               ADD 1 TO WS-TRAN-CNT
               COMPUTE WS-TRAN-HASH = FUNCTION MOD(
                   WS-TRAN-HASH + TSR-ORDER-I, 1000000000)
               MOVE TSR-ORDER-I TO WS-PREV-TRAN-ORDER
           END-IF.
      *tek bir islemi dosyaya yazan ve trailer hash toplamina ekleyen
      *fonksiyon. bir musteri iki listede birden cikarsa (ya da bir
      *listede iki kez gecerse) ayni siparis icin birden fazla C
      *olusur; ODEV002M ilk C'de eslesen master kaydini tukettiginden
      *ikincisi reddedilirdi. bu yuzden siparis basina yalniz ilk
      *(en agir, D) islem yazilir.
      *------------------------
       0670-WRITE-BATCH-TRAILER.
           MOVE SPACES          TO STS-TRL-REC.
           MOVE "T"             TO STST-REC-TYPE.
           MOVE WS-TRAN-CNT     TO STST-REC-COUNT.
           MOVE WS-TRAN-HASH    TO STST-HASH-TOTAL.
           WRITE STS-TRL-REC.
      *islem dosyasinin sonuna, yazilan kayit sayisi ve hash
      *toplamiyla parti sonunu yazan fonksiyon.
      *------------------------
       0700-PRINT-SUMMARY.
           MOVE SPACES TO REVIEW-REC.
           WRITE REVIEW-REC.
           MOVE "MAIL PREFERENCE ENTRIES READ" TO RVL-LABEL.
           MOVE WS-MPF-READ-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "DECEASED REGISTER ENTRIES READ" TO RVL-LABEL.
           MOVE WS-DCR-READ-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "ENTRIES SKIPPED (NAME/DOB MISSING)" TO RVL-LABEL.
           MOVE WS-REG-BAD-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "EXACT - M TRANSACTIONS BUILT" TO RVL-LABEL.
           MOVE WS-EXACT-M-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "EXACT - D TRANSACTIONS BUILT" TO RVL-LABEL.
           MOVE WS-EXACT-D-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "EXACT - STATUS ALREADY SET" TO RVL-LABEL.
           MOVE WS-ALREADY-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "NEAR MATCHES FOR REVIEW" TO RVL-LABEL.
           MOVE WS-NEAR-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "ENTRIES WITH NO MATCH" TO RVL-LABEL.
           MOVE WS-NOMATCH-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "SUPERSEDED FOR THE SAME CUSTOMER" TO RVL-LABEL.
           MOVE WS-SUPERSEDED-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "TRANSACTIONS IN BATCH" TO RVL-LABEL.
           MOVE WS-TRAN-CNT TO RVL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           DISPLAY "ODEV002W SUMMARY - MASTER READ: " WS-MST-READ-CNT
                   " MAILPREF: " WS-MPF-READ-CNT
                   " DECEASED: " WS-DCR-READ-CNT.
           DISPLAY "                   EXACT M: " WS-EXACT-M-CNT
                   " EXACT D: "  WS-EXACT-D-CNT
                   " ALREADY: "  WS-ALREADY-CNT
                   " NEAR: "     WS-NEAR-CNT.
           DISPLAY "                   NO MATCH: " WS-NOMATCH-CNT
                   " SKIPPED: "  WS-REG-BAD-CNT
                   " SUPERSEDED: " WS-SUPERSEDED-CNT.
           DISPLAY "                   TRANSACTIONS: " WS-TRAN-CNT.
      *raporun sonuna sayaclari basan ve calisma sonunda ayni
      *sayilari SYSOUT'a basan fonksiyon.
      *------------------------
       0710-PRINT-COUNT-LINE.
           MOVE RVW-COUNT-LINE TO REVIEW-REC.
           WRITE REVIEW-REC.
      *tek bir sayac satirini rapora basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF (WS-NEAR-CNT > 0 OR WS-REG-BAD-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *elle incelenecek yakin eslesme ya da kullanilamayan liste
      *kaydi olduysa adimi uyari (04) ile bitiren fonksiyon. islem
      *partisi yine de yazilmistir.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
           CLOSE MAILPREF-REG.
           CLOSE DECEASED-REG.
           CLOSE STATUS-TRANS.
           CLOSE REVIEW-REPORT.
      *dosyalar kapatiliyor. TRAN-WORK 0200-MATCH-REGISTERS icinde
      *kapatilir.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
