       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002G.
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
           SELECT MILESTONE-FILE ASSIGN TO MILESTN
                       FILE STATUS IS STATUS-MILESTN.
      *MILESTONE-FILE, ODEV002'nin urettigi yil donumu mektup listesi.
      *PARM verilmezse (ya da MILESTONE verilirse) bu dosya okunur.
           SELECT SELECT-FILE  ASSIGN TO SELFILE
                       FILE STATUS IS STATUS-SELFILE.
      *SELECT-FILE, ODEV002T'nin urettigi pazarlama listesi. PARM=SELECT
      *ile bu dosya okunur.
           SELECT USERS-DATA   ASSIGN TO USERDATA
                       FILE STATUS IS STATUS-USERDATA.
      *USERS-DATA, terfi etmis musteri master'i. her alicinin guncel
      *STATUS-I'si buradan alinir.
           SELECT HOUSE-SORT   ASSIGN TO SORTWK01.
      *HOUSE-SORT, alicilari normallestirilmis adrese, ayni adreste de
      *siparis numarasina dizen siralama dosyasi.
           SELECT HOUSE-FILE   ASSIGN TO HHLDOUT
                       FILE STATUS IS STATUS-HHLDOUT.
      *HOUSE-FILE, posta atolyesine giden hane bazli mektup listesi.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FILE SECTION.
      *FILE SECTION.
      *dosya tanimlamalarinin yapildigi bolum
       FD  MILESTONE-FILE RECORDING MODE F.
       01  MILESTONE-REC                 PIC X(121).
      *MILESTONE-FILE'in kayit alani. duzeni ODEV002'deki
      *MILESTONE-REC'tir; alanlar WS-MAIL-REC uzerinden okunur.
       FD  SELECT-FILE RECORDING MODE F.
       01  SELECT-REC                    PIC X(168).
      *SELECT-FILE'in kayit alani. duzeni ODEV002T'deki
      *SELECT-REC'tir; ilk 121 kolonu MILESTONE-REC ile aynidir, son
      *kaydi T trailer'dir.
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
                 88 CUST-ACTIVE          VALUE "A" SPACE.
                 88 CUST-NO-MAIL         VALUE "M".
                 88 CUST-DECEASED        VALUE "D".
      *USERS-DATA'nin kayit yapisi. ODEV002'deki USER-FIELDS ile
      *aynidir.
       SD  HOUSE-SORT.
       01  HSR-REC.
           05    HSR-ADDR-KEY.
                 10 HSR-KEY-STREET       PIC X(30).
                 10 HSR-KEY-POSTAL       PIC X(10).
           05    HSR-ORDER-I             PIC 9(7).
           05    HSR-FIRST-NAME          PIC X(15).
           05    HSR-LAST-NAME           PIC X(15).
           05    HSR-YEARS               PIC 9(3).
           05    HSR-DATE                PIC 9(8).
           05    HSR-STREET              PIC X(30).
           05    HSR-CITY                PIC X(20).
           05    HSR-POSTAL              PIC X(10).
      *siralama kaydinin yapisi. HSR-ADDR-KEY normallestirilmis sokak
      *ve posta kodudur; alicinin adresi mektuba basilmak uzere
      *oldugu gibi ayrica tasinir.
       FD  HOUSE-FILE RECORDING MODE F.
       01  HOUSE-REC.
           05    HH-HOUSEHOLD-NO         PIC 9(7).
           05    FILLER                  PIC X(1).
           05    HH-PIECE-TYPE           PIC X(1).
           05    FILLER                  PIC X(1).
           05    HH-MEMBER-CNT           PIC 9(2).
           05    FILLER                  PIC X(1).
           05    HH-STREET               PIC X(30).
           05    FILLER                  PIC X(1).
           05    HH-CITY                 PIC X(20).
           05    FILLER                  PIC X(1).
           05    HH-POSTAL               PIC X(10).
           05    FILLER                  PIC X(1).
           05    HH-MEMBER               OCCURS 6 TIMES.
                 10 HH-MBR-ORDER         PIC 9(7).
                 10 HH-MBR-FIRST-NAME    PIC X(15).
                 10 HH-MBR-LAST-NAME     PIC X(15).
                 10 HH-MBR-YEARS         PIC 9(3).
                 10 HH-MBR-DATE          PIC 9(8).
      *HOUSE-FILE'in kayit yapisi. her kayit bir zarftir: hane
      *numarasi, zarf tipi (H hanenin ilk zarfi, C alti kisiyi asan
      *haneler icin devam zarfi), zarftaki kisi sayisi, adres ve
      *kisilerin siparis, isim, yil ve tarih bilgileri. bos kalan
      *kisi alanlari bosluktur. yil ve tarih MILESTONE-FILE'da yil
      *donumu, SELECT-FILE'da hesaplanan yas ve hesap tarihidir.
       01  HOUSE-TRL-REC.
           05    HH-TRL-TYPE             PIC X(1).
           05    HH-TRL-ORIG-CNT         PIC 9(7).
           05    HH-TRL-HOUSEHOLD-CNT    PIC 9(7).
           05    HH-TRL-PIECE-CNT        PIC 9(7).
           05    HH-TRL-SUPPRESS-CNT     PIC 9(7).
           05    HH-TRL-STATUS-CNT       PIC 9(7).
           05    FILLER                  PIC X(328).
      *ayni kayit alaninin kontrol toplami gorunumu. dosyanin son
      *kaydi T ile baslar ve sirasiyla kaynak dosyanin orijinal
      *kayit sayisini, hane sayisini, yazilan zarf sayisini, ayni
      *adreste birlestirildigi icin basilmayan zarf sayisini ve
      *STATUS-I kurallari geregi listeden cikan kisi sayisini tasir.
      *posta atolyesi su esitlikle mutabakat yapar:
      *  orijinal = zarf + birlestirilen + STATUS-I ile cikan
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-MILESTN             PIC 99.
              88 MILESTN-SUCC            VALUE 00 97.
              88 MILESTN-EOF             VALUE 10.
           05 STATUS-SELFILE             PIC 99.
              88 SELFILE-SUCC            VALUE 00 97.
              88 SELFILE-EOF             VALUE 10.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-HHLDOUT             PIC 99.
              88 HHLDOUT-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-PARM-LINE                  PIC X(80).
       01  WS-SOURCE-SW                  PIC 9(1) VALUE 0.
      *JCL'den gelen PARM satiri. SELECT verilirse ODEV002T'nin
      *SELECT-FILE'i, bos ya da MILESTONE verilirse ODEV002'nin
      *MILESTONE-FILE'i hanelere ayrilir.
      *------------------------
       01  WS-MAIL-REC.
           05    WS-MAIL-ORDER           PIC 9(7).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-FIRST-NAME      PIC X(15).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-LAST-NAME       PIC X(15).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-YEARS           PIC 9(3).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-DAYS-LIVED      PIC 9(5).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-DATE            PIC 9(8).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-STREET          PIC X(30).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-CITY            PIC X(20).
           05    FILLER                  PIC X(1).
           05    WS-MAIL-POSTAL          PIC X(10).
           05    FILLER                  PIC X(47).
       01  WS-MAIL-TRL-REC REDEFINES WS-MAIL-REC.
           05    WS-MAIL-TRL-TYPE        PIC X(1).
           05    WS-MAIL-TRL-COUNT       PIC 9(7).
           05    FILLER                  PIC X(160).
      *okunan mektup satirinin iki kaynak icin ortak gorunumu. iki
      *dosyanin ilk 121 kolonu aynidir; SELECT-FILE'in telefon ve
      *e-posta kolonlari hane kaydinda kullanilmaz. trailer gorunumu
      *yalniz SELECT-FILE'in son kaydi icindir.
      *------------------------
       01  WS-MAIL-EOF-SW                PIC 9(1) VALUE 0.
       01  WS-TRL-SEEN-SW                PIC 9(1) VALUE 0.
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-MST-KEY                    PIC 9(8).
       01  WS-PREV-MAIL-ORDER            PIC 9(7) VALUE 0.
       01  WS-PREV-MST-ORDER             PIC 9(7) VALUE 0.
      *mektup listesi ile master'in eslestirme alanlari. iki dosya da
      *ORDER-I'ya gore artan sirada gelir; biten dosyanin anahtarina
      *WS-HIGH-KEY atanir.
      *------------------------
       01  WS-LOWER-ALPHA                PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-ALPHA                PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-NRM-IN                     PIC X(30).
       01  WS-NRM-OUT                    PIC X(30).
       01  WS-NRM-IX                     PIC 9(2) COMP.
       01  WS-NRM-OX                     PIC 9(2) COMP.
       01  WS-NRM-GAP-SW                 PIC 9(1).
       01  WS-NRM-SQUEEZE-SW             PIC 9(1).
      *adres normallestirme alanlari. sokak ve posta kodu buyuk
      *harfe cevrilir, noktalama isaretleri bosluga donusur; sokakta
      *kelimeler arasinda tek bosluk birakilir, posta kodunda ise hic
      *bosluk birakilmaz. "Ataturk Cad. 5" ile "ATATURK CAD 5" boylece
      *ayni haneye duser.
      *------------------------
       01  WS-GRP-KEY                    PIC X(40).
       01  WS-CUR-KEY                    PIC X(40).
       01  WS-PREV-MBR-ORDER             PIC 9(7).
       01  WS-MBR-IX                     PIC 9(2) COMP.
      *hane kurma alanlari: islenen hanenin adres anahtari,
      *siralamadan gelen son kaydin anahtari, hanede en son listelenen
      *siparis ve zarftaki kisi sirasi.
      *------------------------
       01  WS-COUNTS.
           05 WS-MAIL-READ-CNT           PIC 9(7) VALUE 0.
           05 WS-ORIG-CNT                PIC 9(7) VALUE 0.
           05 WS-NOMAIL-CNT              PIC 9(7) VALUE 0.
           05 WS-DECEASED-CNT            PIC 9(7) VALUE 0.
           05 WS-NOTFOUND-CNT            PIC 9(7) VALUE 0.
           05 WS-STATUS-CNT              PIC 9(7) VALUE 0.
           05 WS-ELIGIBLE-CNT            PIC 9(7) VALUE 0.
           05 WS-HOUSEHOLD-CNT           PIC 9(7) VALUE 0.
           05 WS-PIECE-CNT               PIC 9(7) VALUE 0.
           05 WS-SUPPRESS-CNT            PIC 9(7) VALUE 0.
      *okunan mektup satiri, orijinal sayi (SELECT-FILE'da trailer
      *sayisi, MILESTONE-FILE'da okunan satir), posta istemeyen (M),
      *vefat etmis (D) ve master'da bulunmayan kisiler, bunlarin
      *toplami, hanelere dagitilan kisi, hane, zarf ve ayni adreste
      *birlestirilip basilmayan zarf sayilari.
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
           IF WS-PARM-LINE(1:6) = "SELECT"
               MOVE 1 TO WS-SOURCE-SW
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-BUILD-HOUSEHOLDS.
           PERFORM 0600-WRITE-TRAILER.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, alicilarin STATUS-I'ye gore
      *suzulup hanelere toplanmasi, trailer, ozet ve kapanis
      *islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           IF WS-SOURCE-SW = 1
               OPEN INPUT SELECT-FILE
           ELSE
               OPEN INPUT MILESTONE-FILE
           END-IF.
           OPEN INPUT  USERS-DATA.
           OPEN OUTPUT HOUSE-FILE.
      *dosyalari acan fonksiyon. kaynak dosyalardan yalniz PARM ile
      *secilen acilir.
      *------------------------
       0110-FILE-CONTROL.
           IF WS-SOURCE-SW = 1 AND NOT SELFILE-SUCC
              DISPLAY "Select file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF WS-SOURCE-SW = 0 AND NOT MILESTN-SUCC
              DISPLAY "Milestone file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT HHLDOUT-SUCC
              DISPLAY "Household file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0200-BUILD-HOUSEHOLDS.
           SORT HOUSE-SORT
               ON ASCENDING KEY HSR-ADDR-KEY HSR-ORDER-I
               INPUT PROCEDURE IS 0300-SELECT-RECIPIENTS
               OUTPUT PROCEDURE IS 0400-WRITE-HOUSEHOLDS.
           IF SORT-RETURN NOT = 0
               DISPLAY "Sort of recipients failed. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *hanelere ayirmayi tek geciste yapan fonksiyon. giris
      *tarafinda mektup listesi master ile eslenip her kisinin
      *STATUS-I'si uygulanir; cikis tarafinda ayni normallestirilmis
      *adresteki kisiler tek bir hane kaydinda toplanir.
      *------------------------
       0250-READ-MASTER.
           READ USERS-DATA.
           PERFORM UNTIL MASTER-EOF OR
                   (ORDER-I NUMERIC AND ORDER-I > 0)
               READ USERS-DATA
           END-PERFORM.
           IF MASTER-EOF
               MOVE WS-HIGH-KEY TO WS-MST-KEY
           ELSE
               IF ORDER-I NOT > WS-PREV-MST-ORDER
                   DISPLAY ORDER-I
                           ": Master out of sequence. Exiting..."
                   SET STEP-DATA-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE ORDER-I TO WS-PREV-MST-ORDER
               MOVE ORDER-I TO WS-MST-KEY
           END-IF.
      *USERS-DATA'dan bir sonraki gecerli kaydi okuyan fonksiyon.
      *numerik olmayan ya da sifir numarali kayitlar hicbir mektup
      *satiriyla eslesemeyecegi icin atlanir; sira bozuksa yanlis
      *bir eslestirme yapmak yerine acik bir mesajla durulur.
      *------------------------
       0260-READ-MAIL.
           PERFORM 0265-READ-MAIL-RECORD.
           IF WS-MAIL-EOF-SW = 0 AND WS-SOURCE-SW = 1 AND
              WS-MAIL-TRL-TYPE = "T"
               MOVE 1 TO WS-TRL-SEEN-SW
               MOVE WS-MAIL-TRL-COUNT TO WS-ORIG-CNT
               PERFORM 0265-READ-MAIL-RECORD
               IF WS-MAIL-EOF-SW = 0
                   DISPLAY "Select file has records after trailer. "
                           "Exiting..."
                   SET STEP-DATA-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
           END-IF.
      *bir sonraki mektup satirini alan fonksiyon. SELECT-FILE'in T
      *trailer'i gelince sayisi saklanir ve dosyanin bittigi
      *dogrulanir; trailer'dan sonra kayit gelirse dosya bozuk kabul
      *edilir.
      *------------------------
       0265-READ-MAIL-RECORD.
           IF WS-SOURCE-SW = 1
               READ SELECT-FILE
               IF SELFILE-EOF
                   MOVE 1 TO WS-MAIL-EOF-SW
               ELSE
                   MOVE SELECT-REC TO WS-MAIL-REC
               END-IF
           ELSE
               READ MILESTONE-FILE
               IF MILESTN-EOF
                   MOVE 1 TO WS-MAIL-EOF-SW
               ELSE
                   MOVE MILESTONE-REC TO WS-MAIL-REC
               END-IF
           END-IF.
      *PARM ile secilen kaynak dosyadan bir kaydi okuyup ortak
      *gorunume tasiyan fonksiyon.
      *------------------------
       0300-SELECT-RECIPIENTS.
           PERFORM 0250-READ-MASTER.
           PERFORM 0260-READ-MAIL.
           PERFORM UNTIL WS-MAIL-EOF-SW = 1
               ADD 1 TO WS-MAIL-READ-CNT
               PERFORM 0310-CHECK-ONE-RECIPIENT
               PERFORM 0260-READ-MAIL
           END-PERFORM.
           PERFORM 0340-VERIFY-ORIGINAL-COUNT.
      *mektup listesinin tamamini okuyup her kisiyi master'daki
      *guncel STATUS-I'sine gore ya siralamaya veren ya da listeden
      *cikaran dongu.
      *------------------------
       0310-CHECK-ONE-RECIPIENT.
           IF WS-MAIL-ORDER NOT NUMERIC OR
              WS-MAIL-ORDER < WS-PREV-MAIL-ORDER
               DISPLAY WS-MAIL-ORDER
                       ": Mailing file out of sequence. Exiting..."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
           MOVE WS-MAIL-ORDER TO WS-PREV-MAIL-ORDER.
           PERFORM UNTIL WS-MST-KEY NOT < WS-MAIL-ORDER
               PERFORM 0250-READ-MASTER
           END-PERFORM.
           IF WS-MST-KEY NOT = WS-MAIL-ORDER
               ADD 1 TO WS-NOTFOUND-CNT
               ADD 1 TO WS-STATUS-CNT
               DISPLAY WS-MAIL-ORDER
                       ": Not on master, not mailed."
           ELSE IF CUST-NO-MAIL
               ADD 1 TO WS-NOMAIL-CNT
               ADD 1 TO WS-STATUS-CNT
               DISPLAY WS-MAIL-ORDER
                       ": No-mail status, not mailed."
           ELSE IF CUST-DECEASED
               ADD 1 TO WS-DECEASED-CNT
               ADD 1 TO WS-STATUS-CNT
               DISPLAY WS-MAIL-ORDER
                       ": Deceased status, not mailed."
           ELSE
               PERFORM 0320-RELEASE-RECIPIENT
           END-IF.
      *tek bir mektup satirini master ile esleyen fonksiyon. kural
      *her kisiye ayri uygulanir: posta istemeyen (M), vefat etmis
      *(D) ya da listenin uretilmesinden sonra master'dan silinmis
      *kisi zarfta adiyla anilmaz, ayni adresteki diger kisilerin
      *mektubu ise bundan etkilenmez. ayni siparis listede iki kez
      *gecebilir (iki yil donumu), bu yuzden esitlikte master
      *ilerletilmez.
      *------------------------
       0320-RELEASE-RECIPIENT.
           MOVE WS-MAIL-STREET TO WS-NRM-IN.
           MOVE 0 TO WS-NRM-SQUEEZE-SW.
           PERFORM 0330-NORMALISE-TEXT.
           MOVE WS-NRM-OUT TO HSR-KEY-STREET.
           MOVE WS-MAIL-POSTAL TO WS-NRM-IN.
           MOVE 1 TO WS-NRM-SQUEEZE-SW.
           PERFORM 0330-NORMALISE-TEXT.
           MOVE WS-NRM-OUT TO HSR-KEY-POSTAL.
           IF HSR-KEY-STREET = SPACES OR HSR-KEY-POSTAL = SPACES
               MOVE SPACES        TO HSR-ADDR-KEY
               MOVE WS-MAIL-ORDER TO HSR-KEY-POSTAL(1:7)
           END-IF.
           MOVE WS-MAIL-ORDER      TO HSR-ORDER-I.
           MOVE WS-MAIL-FIRST-NAME TO HSR-FIRST-NAME.
           MOVE WS-MAIL-LAST-NAME  TO HSR-LAST-NAME.
           MOVE WS-MAIL-YEARS      TO HSR-YEARS.
           MOVE WS-MAIL-DATE       TO HSR-DATE.
           MOVE WS-MAIL-STREET     TO HSR-STREET.
           MOVE WS-MAIL-CITY       TO HSR-CITY.
           MOVE WS-MAIL-POSTAL     TO HSR-POSTAL.
           RELEASE HSR-REC.
           ADD 1 TO WS-ELIGIBLE-CNT.
      *posta alabilecek bir kisiyi normallestirilmis adres anahtari
      *ile siralamaya veren fonksiyon. sokagi ya da posta kodu bos
      *olan adres baskalariyla birlestirilemez; anahtari bos sokak ve
      *kisinin siparis numarasi olur, kisi kendi zarfini alir.
      *------------------------
       0330-NORMALISE-TEXT.
           INSPECT WS-NRM-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-NRM-IN
               CONVERTING ".,-/#'" TO "      ".
           MOVE SPACES TO WS-NRM-OUT.
           MOVE 0 TO WS-NRM-OX.
           MOVE 0 TO WS-NRM-GAP-SW.
           PERFORM 0335-NORMALISE-ONE-CHAR
               VARYING WS-NRM-IX FROM 1 BY 1
               UNTIL WS-NRM-IX > 30.
      *WS-NRM-IN'i WS-NRM-OUT'a normallestirerek kopyalayan
      *fonksiyon. bastaki ve sondaki bosluklar atilir; kelime
      *aralarindaki bosluklar WS-NRM-SQUEEZE-SW 0 ise teke indirilir,
      *1 ise tamamen kaldirilir.
      *------------------------
       0335-NORMALISE-ONE-CHAR.
           IF WS-NRM-IN(WS-NRM-IX:1) = SPACE
               IF WS-NRM-OX > 0 AND WS-NRM-SQUEEZE-SW = 0
                   MOVE 1 TO WS-NRM-GAP-SW
               END-IF
           ELSE
               IF WS-NRM-GAP-SW = 1
                   ADD 1 TO WS-NRM-OX
                   MOVE 0 TO WS-NRM-GAP-SW
               END-IF
               ADD 1 TO WS-NRM-OX
               MOVE WS-NRM-IN(WS-NRM-IX:1)
                                  TO WS-NRM-OUT(WS-NRM-OX:1)
           END-IF.
      *tek bir karakteri kopyalayan fonksiyon. bekleyen bir kelime
      *araligi ancak arkasindan bir karakter gelirse yazilir.
      *------------------------
       0340-VERIFY-ORIGINAL-COUNT.
           IF WS-SOURCE-SW = 0
               MOVE WS-MAIL-READ-CNT TO WS-ORIG-CNT
           ELSE IF WS-TRL-SEEN-SW = 0
               DISPLAY "Select file has no trailer. Exiting..."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           ELSE IF WS-ORIG-CNT NOT = WS-MAIL-READ-CNT
               DISPLAY "Select file trailer " WS-ORIG-CNT
                       " does not match records read "
                       WS-MAIL-READ-CNT ". Exiting..."
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *kaynak dosyanin orijinal kayit sayisini belirleyen fonksiyon.
      *SELECT-FILE'da trailer sayisi okunan satirla tutmak zorundadir;
      *tutmuyorsa dosya eksik gelmistir ve hane dosyasi uretilmez.
      *MILESTONE-FILE'in trailer'i yoktur, okunan satir sayisi
      *orijinal sayi olarak tasinir.
      *------------------------
       0400-WRITE-HOUSEHOLDS.
           PERFORM 0450-RETURN-RECIPIENT.
           PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
               PERFORM 0410-WRITE-ONE-HOUSEHOLD
           END-PERFORM.
      *siralanmis alicilari adres anahtari degistikce hanelere
      *bolen dongu.
      *------------------------
       0410-WRITE-ONE-HOUSEHOLD.
           MOVE WS-CUR-KEY TO WS-GRP-KEY.
           ADD 1 TO WS-HOUSEHOLD-CNT.
           MOVE 0 TO WS-PREV-MBR-ORDER.
           PERFORM 0430-START-PIECE.
           PERFORM UNTIL WS-CUR-KEY NOT = WS-GRP-KEY
               PERFORM 0420-ADD-ONE-MEMBER
               PERFORM 0450-RETURN-RECIPIENT
           END-PERFORM.
           PERFORM 0440-WRITE-PIECE.
      *ayni normallestirilmis adresteki tum kisileri tek bir haneye
      *toplayan fonksiyon. zarfa basilan adres hanenin en kucuk
      *siparis numarali kisisinin yazdigi haliyle kalir.
      *------------------------
       0420-ADD-ONE-MEMBER.
           IF HSR-ORDER-I NOT = WS-PREV-MBR-ORDER
               IF WS-MBR-IX = 6
                   PERFORM 0440-WRITE-PIECE
                   PERFORM 0430-START-PIECE
               END-IF
               ADD 1 TO WS-MBR-IX
               MOVE WS-MBR-IX      TO HH-MEMBER-CNT
               MOVE HSR-ORDER-I    TO HH-MBR-ORDER(WS-MBR-IX)
               MOVE HSR-FIRST-NAME TO HH-MBR-FIRST-NAME(WS-MBR-IX)
               MOVE HSR-LAST-NAME  TO HH-MBR-LAST-NAME(WS-MBR-IX)
               MOVE HSR-YEARS      TO HH-MBR-YEARS(WS-MBR-IX)
               MOVE HSR-DATE       TO HH-MBR-DATE(WS-MBR-IX)
               MOVE HSR-ORDER-I    TO WS-PREV-MBR-ORDER
           END-IF.
      *bir kisiyi hanenin zarfina ekleyen fonksiyon. ayni kisi ayni
      *adreste ikinci kez geliyorsa (ornegin iki yil donumu) zarfa
      *tekrar yazilmaz; birlestirilen zarf sayisina 0600'de girer.
      *zarf alti
      *kisiyle doluysa yazilir ve ayni hane icin bir devam zarfi
      *acilir; kimse listeden dusurulmez.
      *------------------------
       0430-START-PIECE.
           MOVE SPACES            TO HOUSE-REC.
           MOVE WS-HOUSEHOLD-CNT  TO HH-HOUSEHOLD-NO.
           IF WS-PREV-MBR-ORDER = 0
               MOVE "H"           TO HH-PIECE-TYPE
           ELSE
               MOVE "C"           TO HH-PIECE-TYPE
           END-IF.
           MOVE 0                 TO HH-MEMBER-CNT.
           MOVE HSR-STREET        TO HH-STREET.
           MOVE HSR-CITY          TO HH-CITY.
           MOVE HSR-POSTAL        TO HH-POSTAL.
           MOVE 0                 TO WS-MBR-IX.
      *yeni bir zarf kaydini hazirlayan fonksiyon. hanede henuz kimse
      *yazilmadiysa zarf hanenin ilk zarfidir (H), yazildiysa devam
      *zarfidir (C).
      *------------------------
       0440-WRITE-PIECE.
           WRITE HOUSE-REC.
           ADD 1 TO WS-PIECE-CNT.
      *hazirlanan zarf kaydini HOUSE-FILE'a yazan fonksiyon.
      *------------------------
       0450-RETURN-RECIPIENT.
           RETURN HOUSE-SORT
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   MOVE HSR-ADDR-KEY TO WS-CUR-KEY
           END-RETURN.
      *siralamadan bir sonraki aliciyi alan fonksiyon.
      *------------------------
       0600-WRITE-TRAILER.
           COMPUTE WS-SUPPRESS-CNT = WS-ELIGIBLE-CNT - WS-PIECE-CNT.
           MOVE SPACES              TO HOUSE-TRL-REC.
           MOVE "T"                 TO HH-TRL-TYPE.
           MOVE WS-ORIG-CNT         TO HH-TRL-ORIG-CNT.
           MOVE WS-HOUSEHOLD-CNT    TO HH-TRL-HOUSEHOLD-CNT.
           MOVE WS-PIECE-CNT        TO HH-TRL-PIECE-CNT.
           MOVE WS-SUPPRESS-CNT     TO HH-TRL-SUPPRESS-CNT.
           MOVE WS-STATUS-CNT       TO HH-TRL-STATUS-CNT.
           WRITE HOUSE-TRL-REC.
      *hane dosyasinin sonuna kontrol toplami kaydini yazan
      *fonksiyon. birlestirilen zarf sayisi, hanelere dagitilan kisi
      *sayisi ile yazilan zarf sayisinin farkidir; boylece trailer'daki
      *sayilar her zaman birbirini tutar.
      *------------------------
       0700-PRINT-SUMMARY.
           IF WS-SOURCE-SW = 1
               DISPLAY "ODEV002G SUMMARY - SOURCE: SELECT-FILE"
           ELSE
               DISPLAY "ODEV002G SUMMARY - SOURCE: MILESTONE-FILE"
           END-IF.
           DISPLAY "                   ORIGINAL: " WS-ORIG-CNT
                   " HOUSEHOLDS: " WS-HOUSEHOLD-CNT
                   " PIECES: "     WS-PIECE-CNT
                   " SUPPRESSED: " WS-SUPPRESS-CNT.
           DISPLAY "                   NO-MAIL: " WS-NOMAIL-CNT
                   " DECEASED: "   WS-DECEASED-CNT
                   " NOT ON MASTER: " WS-NOTFOUND-CNT.
      *calisma sonunda trailer'daki sayilari ve STATUS-I ile
      *listeden cikan kisilerin dokumunu SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-NOTFOUND-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *listede olup master'da bulunmayan kisi olduysa liste master'in
      *eski bir halinden uretilmistir; adim uyari (04) ile biter.
      *M ve D durumundaki kisilerin cikarilmasi olagan islemdir.
      *------------------------
       0800-CLOSE-FILES.
           IF WS-SOURCE-SW = 1
               CLOSE SELECT-FILE
           ELSE
               CLOSE MILESTONE-FILE
           END-IF.
           CLOSE USERS-DATA.
           CLOSE HOUSE-FILE.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
