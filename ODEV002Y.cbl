       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002Y.
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
      *USERS-DATA, terfi etmis musteri master'i. alan alan
      *doluluk ve gecerlilik olcumleri buradan sayilir.
           SELECT REJECT-FILE  ASSIGN TO REJFILE
                       FILE STATUS IS STATUS-REJFILE.
      *REJECT-FILE, ODEV002'nin o gece yazdigi reject dosyasi. red
      *kodu basina sayilir.
           SELECT THRESHOLD-FILE ASSIGN TO QUALTHR
                       FILE STATUS IS STATUS-QUALTHR.
      *THRESHOLD-FILE, olcum basina uyari esiklerinin tutuldugu
      *kontrol dosyasi. esikler program degismeden bu dosyadan
      *degistirilir.
           SELECT QUALITY-HIST ASSIGN TO QUALHIST
                       FILE STATUS IS STATUS-QUALHIST.
      *QUALITY-HIST, her gecenin olcumlerinin biriktirildigi gecmis
      *dosyasi. once karsilastirma icin okunur, sonra bu gecenin
      *kaydi sonuna eklenir.
           SELECT QUALITY-REPORT ASSIGN TO QUALRPT
                       FILE STATUS IS STATUS-QUALRPT.
      *QUALITY-REPORT, veri kalitesi karnesinin yazildigi rapor.
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
       FD  REJECT-FILE RECORDING MODE F.
       01  REJECT-REC.
           05    REJ-ORDER-I             PIC 9(7).
           05    FILLER                  PIC X(1).
           05    REJ-FIELD               PIC X(15).
           05    FILLER                  PIC X(1).
           05    REJ-REASON-CODE         PIC X(2).
           05    FILLER                  PIC X(1).
           05    REJ-REASON              PIC X(40).
      *REJECT-FILE'in kayit yapisi. ODEV002'deki REJECT-REC ile
      *aynidir.
       FD  THRESHOLD-FILE RECORDING MODE F.
       01  THR-REC.
           05    THR-MEASURE             PIC X(8).
           05    FILLER                  PIC X(1).
           05    THR-MAX-RISE-X          PIC X(5).
           05    THR-MAX-RISE REDEFINES THR-MAX-RISE-X
                                         PIC 9(3)V99.
           05    FILLER                  PIC X(1).
           05    THR-MAX-FALL-X          PIC X(5).
           05    THR-MAX-FALL REDEFINES THR-MAX-FALL-X
                                         PIC 9(3)V99.
           05    FILLER                  PIC X(1).
           05    THR-MAX-RATE-X          PIC X(5).
           05    THR-MAX-RATE REDEFINES THR-MAX-RATE-X
                                         PIC 9(3)V99.
           05    FILLER                  PIC X(54).
      *THRESHOLD-FILE'in kayit yapisi, 80 kolon. olcum kodu
      *(WS-MEAS-DEFS'teki kodlardan biri) ve uc esik: karsilastirilan
      *gune gore oranin en fazla kac puan artabilecegi, en fazla kac
      *puan dusebilecegi ve oranin ust siniri. esikler yuzde puani
      *olarak, iki ondalik hane ile ve sifirla doldurulmus 5 hane
      *verilir (00200 = 2,00 puan). bos birakilan esik denetlenmez;
      *1. kolonunda * olan satir aciklamadir. ornek:
      *  MAILMISS 00200       02500
      *e-posta bos oranini dune, gecen haftaya ya da gecen aya gore
      *2 puandan fazla artarsa ve yuzde 25'i gecerse uyarir.
       FD  QUALITY-HIST RECORDING MODE F.
       COPY QUALHIST.
      *QUALITY-HIST'in kayit yapisi paylasilan QUALHIST kopya
      *kitabindan gelir.
       FD  QUALITY-REPORT RECORDING MODE F.
       01  QUALITY-REC                   PIC X(100).
      *QUALITY-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  QRP-HEADER.
           05 FILLER                     PIC X(34)
                 VALUE "DATA-QUALITY SCORECARD - RUN DATE ".
           05 QRP-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(58) VALUE SPACES.
       01  QRP-BASE-LINE.
           05 FILLER                     PIC X(15)
                 VALUE "MASTER RECORDS ".
           05 QRB-MASTER-CNT             PIC Z(8)9.
           05 FILLER                     PIC X(18)
                 VALUE "  REJECTS TONIGHT ".
           05 QRB-REJECT-CNT             PIC Z(8)9.
           05 FILLER                     PIC X(49) VALUE SPACES.
       01  QRP-CMP-LINE.
           05 FILLER                     PIC X(25)
                 VALUE "COMPARED WITH LAST NIGHT ".
           05 QRC-DATE-1                 PIC X(8).
           05 FILLER                     PIC X(12)
                 VALUE "  LAST WEEK ".
           05 QRC-DATE-2                 PIC X(8).
           05 FILLER                     PIC X(13)
                 VALUE "  LAST MONTH ".
           05 QRC-DATE-3                 PIC X(8).
           05 FILLER                     PIC X(26) VALUE SPACES.
       01  QRP-COLUMN-LINE.
           05 FILLER                     PIC X(31) VALUE "MEASURE".
           05 FILLER                     PIC X(9)  VALUE "CODE".
           05 FILLER                     PIC X(11) VALUE "    COUNT".
           05 FILLER                     PIC X(8)  VALUE "  RATE%".
           05 FILLER                     PIC X(9)  VALUE "    NIGHT".
           05 FILLER                     PIC X(9)  VALUE "     WEEK".
           05 FILLER                     PIC X(9)  VALUE "    MONTH".
           05 FILLER                     PIC X(14) VALUE SPACES.
      *rapor basligi, taban sayilari, karsilastirilan gunlerin
      *tarihleri ve kolon basligi satirlari. karsilastirilacak kayit
      *bulunamayan gun NONE olarak basilir.
      *------------------------
       01  QRP-DETAIL.
           05 QRD-DESC                   PIC X(30).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 QRD-CODE                   PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 QRD-COUNT                  PIC Z(8)9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 QRD-RATE                   PIC ZZ9.99.
           05 QRD-DELTAS.
              07 QRD-DELTA-ENTRY OCCURS 3 TIMES.
                 09 FILLER               PIC X(2).
                 09 QRD-DELTA            PIC +ZZ9.99.
                 09 QRD-DELTA-X REDEFINES QRD-DELTA
                                         PIC X(7).
           05 FILLER                     PIC X(16) VALUE SPACES.
      *tek bir olcumun satiri: aciklama, kod, sayi, yuzde orani ve
      *dune, gecen haftaya, gecen aya gore puan farki. karsilastirma
      *yapilamayan kolona N/A basilir.
      *------------------------
       01  QRP-CHANGE-WARN.
           05 FILLER                     PIC X(15)
                 VALUE "  ** WARNING - ".
           05 QRW-CODE                   PIC X(8).
           05 FILLER                     PIC X(6)  VALUE " RATE ".
           05 QRW-RATE                   PIC ZZ9.99.
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 QRW-DIRECTION              PIC X(4).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 QRW-POINTS                 PIC ZZ9.99.
           05 FILLER                     PIC X(14)
                 VALUE " POINTS SINCE ".
           05 QRW-SINCE                  PIC X(10).
           05 FILLER                     PIC X(8)  VALUE " LIMIT ".
           05 QRW-LIMIT                  PIC ZZ9.99.
           05 FILLER                     PIC X(15) VALUE SPACES.
       01  QRP-RATE-WARN.
           05 FILLER                     PIC X(15)
                 VALUE "  ** WARNING - ".
           05 QRR-CODE                   PIC X(8).
           05 FILLER                     PIC X(6)  VALUE " RATE ".
           05 QRR-RATE                   PIC ZZ9.99.
           05 FILLER                     PIC X(16)
                 VALUE " ABOVE LIMIT OF ".
           05 QRR-LIMIT                  PIC ZZ9.99.
           05 FILLER                     PIC X(43) VALUE SPACES.
      *esik asildiginda olcum satirinin altina basilan uyari
      *satirlari: karsilastirilan gune gore artis/dusus esigi ve oran
      *ust siniri.
      *------------------------
       01  QRP-COUNT-LINE.
           05 QRL-LABEL                  PIC X(40).
           05 QRL-COUNT                  PIC Z(6)9.
           05 FILLER                     PIC X(53) VALUE SPACES.
      *raporun sonundaki sayac satiri.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-USERDATA            PIC 99.
              88 USERDATA-SUCC           VALUE 00 97.
              88 MASTER-EOF              VALUE 10.
           05 STATUS-REJFILE             PIC 99.
              88 REJFILE-SUCC            VALUE 00 97.
              88 REJFILE-EOF             VALUE 10.
           05 STATUS-QUALTHR             PIC 99.
              88 QUALTHR-SUCC            VALUE 00 97.
              88 QUALTHR-EOF             VALUE 10.
           05 STATUS-QUALHIST            PIC 99.
              88 QUALHIST-SUCC           VALUE 00 97.
              88 QUALHIST-EOF            VALUE 10.
           05 STATUS-QUALRPT             PIC 99.
              88 QUALRPT-SUCC            VALUE 00 97.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-WEEK-DATE                  PIC 9(8).
       01  WS-MONTH-DATE                 PIC 9(8).
      *calisma tarihi ile gecen hafta (7 gun once) ve gecen ay (30
      *gun once) sayilan sinir tarihler. gecmiste o tarihte ya da
      *daha once yazilmis en son kayit o donemin kaydi sayilir.
      *------------------------
       01  WS-MEAS-DEFS.
           05 FILLER PIC X(8)  VALUE "NAMEMISS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "LAST NAME MISSING".
           05 FILLER PIC X(8)  VALUE "MAILMISS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "E-MAIL MISSING".
           05 FILLER PIC X(8)  VALUE "MAILBAD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "E-MAIL MALFORMED (NO @)".
           05 FILLER PIC X(8)  VALUE "PHONMISS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "PHONE MISSING".
           05 FILLER PIC X(8)  VALUE "PHONBAD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "PHONE NON-NUMERIC".
           05 FILLER PIC X(8)  VALUE "ADDRBLNK".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ADDRESS INCOMPLETE".
           05 FILLER PIC X(8)  VALUE "CLEANREC".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RECORDS WITH NO CONTACT DEFECT".
           05 FILLER PIC X(8)  VALUE "STATA".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS A (ACTIVE)".
           05 FILLER PIC X(8)  VALUE "STATBLNK".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS BLANK (ACTIVE)".
           05 FILLER PIC X(8)  VALUE "STATM".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS M (NO MAIL)".
           05 FILLER PIC X(8)  VALUE "STATD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS D (DECEASED)".
           05 FILLER PIC X(8)  VALUE "STATOTHR".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS OTHER".
           05 FILLER PIC X(8)  VALUE "REJSQ".
           05 FILLER PIC X(2)  VALUE "SQ".
           05 FILLER PIC X(30) VALUE "SQ OUT OF SEQUENCE/DUPLICATE".
           05 FILLER PIC X(8)  VALUE "REJDT".
           05 FILLER PIC X(2)  VALUE "DT".
           05 FILLER PIC X(30) VALUE "DT DATE NOT NUMERIC".
           05 FILLER PIC X(8)  VALUE "REJYR".
           05 FILLER PIC X(2)  VALUE "YR".
           05 FILLER PIC X(30) VALUE "YR INVALID YEAR".
           05 FILLER PIC X(8)  VALUE "REJMO".
           05 FILLER PIC X(2)  VALUE "MO".
           05 FILLER PIC X(30) VALUE "MO INVALID MONTH".
           05 FILLER PIC X(8)  VALUE "REJDA".
           05 FILLER PIC X(2)  VALUE "DA".
           05 FILLER PIC X(30) VALUE "DA INVALID DAY".
           05 FILLER PIC X(8)  VALUE "REJNM".
           05 FILLER PIC X(2)  VALUE "NM".
           05 FILLER PIC X(30) VALUE "NM BLANK LAST NAME".
           05 FILLER PIC X(8)  VALUE "REJEM".
           05 FILLER PIC X(2)  VALUE "EM".
           05 FILLER PIC X(30) VALUE "EM MALFORMED E-MAIL".
           05 FILLER PIC X(8)  VALUE "REJPH".
           05 FILLER PIC X(2)  VALUE "PH".
           05 FILLER PIC X(30) VALUE "PH NON-NUMERIC PHONE".
           05 FILLER PIC X(8)  VALUE "REJAD".
           05 FILLER PIC X(2)  VALUE "AD".
           05 FILLER PIC X(30) VALUE "AD EMPTY MAILING ADDRESS".
           05 FILLER PIC X(8)  VALUE "REJPU".
           05 FILLER PIC X(2)  VALUE "PU".
           05 FILLER PIC X(30) VALUE "PU UNKNOWN POSTAL CODE".
           05 FILLER PIC X(8)  VALUE "REJPC".
           05 FILLER PIC X(2)  VALUE "PC".
           05 FILLER PIC X(30) VALUE "PC POSTAL CODE NOT MATCH CITY".
           05 FILLER PIC X(8)  VALUE "REJAG".
           05 FILLER PIC X(2)  VALUE "AG".
           05 FILLER PIC X(30) VALUE "AG IMPLAUSIBLE AGE".
           05 FILLER PIC X(8)  VALUE "REJFD".
           05 FILLER PIC X(2)  VALUE "FD".
           05 FILLER PIC X(30) VALUE "FD FUTURE-DATED BIRTH".
           05 FILLER PIC X(8)  VALUE "REJOTHR".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "OTHER REASON CODES".
           05 FILLER PIC X(8)  VALUE "REJTOTAL".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ALL REJECTS".
           05 FILLER PIC X(8)  VALUE "FNAMMISS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "FIRST NAME MISSING".
           05 FILLER PIC X(8)  VALUE "BIRTHBAD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "BIRTH DATE MISSING/INVALID".
       01  WS-MEAS-TABLE REDEFINES WS-MEAS-DEFS.
           05 WS-MEAS-DEF OCCURS 29 TIMES.
              07 WS-MEAS-CODE            PIC X(8).
              07 WS-MEAS-REJ-CODE        PIC X(2).
              07 WS-MEAS-DESC            PIC X(30).
       01  WS-MEAS-IX                    PIC 9(2) COMP.
       01  WS-FOUND-IX                   PIC 9(2) COMP.
      *olcum sozlugu: esik dosyasinda kullanilan kod, red olcumleri
      *icin REJ-REASON-CODE ve rapordaki aciklama. 1-7 ile 28-29 alan
      *doluluk ve gecerliligi, 8-12 STATUS-I dagilimi, 13-27 red
      *kodlaridir. sira QUALHIST kopya kitabindaki sayac sirasiyla
      *aynidir; yeni bir olcum yalniz sona eklenir. alan ve durum
      *oranlari master kayit sayisina, red oranlari da 100 master
      *kaydi basina hesaplanir.
      *------------------------
       01  WS-MEAS-VALUES.
           05 WS-MEAS-ENTRY OCCURS 29 TIMES.
              07 WS-MEAS-CNT             PIC 9(9).
              07 WS-MEAS-RATE            PIC 9(5)V99.
              07 WS-MEAS-RISE-SW         PIC 9(1).
              07 WS-MEAS-MAX-RISE        PIC 9(3)V99.
              07 WS-MEAS-FALL-SW         PIC 9(1).
              07 WS-MEAS-MAX-FALL        PIC 9(3)V99.
              07 WS-MEAS-RATE-SW         PIC 9(1).
              07 WS-MEAS-MAX-RATE        PIC 9(3)V99.
      *olcum basina bu gecenin sayisi ve orani ile esik dosyasindan
      *gelen esikler. esigin anahtari 1 ise o esik denetlenir.
      *------------------------
       01  WS-CMP-NAME-DEFS.
           05 FILLER   PIC X(10) VALUE "LAST NIGHT".
           05 FILLER   PIC X(10) VALUE "LAST WEEK".
           05 FILLER   PIC X(10) VALUE "LAST MONTH".
       01  WS-CMP-NAME-TABLE REDEFINES WS-CMP-NAME-DEFS.
           05 WS-CMP-NAME                PIC X(10) OCCURS 3 TIMES.
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 3 TIMES.
              07 WS-CMP-DATE             PIC 9(8).
              07 WS-CMP-MASTER-CNT       PIC 9(9).
              07 WS-CMP-MEAS-CNT         PIC 9(9) OCCURS 29 TIMES.
              07 WS-CMP-MEAS-NA          PIC 9(1) OCCURS 29 TIMES.
       01  WS-CMP-IX                     PIC 9(1) COMP.
       01  WS-CMP-RATE                   PIC 9(5)V99.
       01  WS-DELTA                      PIC S9(5)V99.
       01  WS-DELTA-ABS                  PIC 9(5)V99.
      *gecmisten secilen uc karsilastirma kaydi: 1 dun (bu geceden
      *onceki en son kayit), 2 gecen hafta, 3 gecen ay. WS-CMP-DATE
      *sifirsa o donem icin kayit yoktur. WS-CMP-MEAS-NA 1 ise secilen
      *kayitta o olcumun sayac alani numerik degildir (bos ya da kisa
      *kayit) ve o olcum o donemle karsilastirilmaz.
      *------------------------
       01  WS-EMAIL-AT-CNT               PIC 9(2).
       01  WS-PHONE-CHECK                PIC X(15).
       01  WS-DEFECT-SW                  PIC 9(1).
      *e-posta ve telefon denetiminde kullanilan calisma alanlari.
      *ODEV002'nin 0295-CONTACT-VALIDATOR'u ile ayni kurallar
      *uygulanir.
      *------------------------
       01  WS-BIRTH-PARAMS.
           05 WS-BIRTH-VALID             PIC 9(1).
           05 WS-BIRTH-E-DATE.
               07 WS-BIRTH-YEAR          PIC 9(4).
               COPY MTHDAYS.
               07 WS-BIRTH-DAY           PIC 9(2).
       01  WS-BIRTH-LEAP-YEAR.
           05  WS-BIRTH-RULE1            PIC 9(1).
           05  WS-BIRTH-RULE2            PIC 9(2).
           05  WS-BIRTH-RULE3            PIC 9(3).
       01  WS-BIRTH-TMP                  PIC 9(8).
      *dogum tarihi denetiminde kullanilan calisma alanlari. tarih
      *yil/ay/gun olarak ayristirilir; ODEV002'nin 0260-INPUT-
      *VALIDATOR'unun kullandigi MTHDAYS kopya kitabi ve artik yil
      *kurallari kullanilir.
      *------------------------
       COPY AGELIMIT.
      *WS-PARAM-YEAR-MIN, 0220-BIRTH-DATE-CHECK tarafindan kullanilir;
      *ODEV002 ile ayni politika.
      *------------------------
       01  WS-COUNTS.
           05 WS-MASTER-CNT              PIC 9(9) VALUE 0.
           05 WS-THR-LINE-CNT            PIC 9(7) VALUE 0.
           05 WS-THR-BAD-CNT             PIC 9(7) VALUE 0.
           05 WS-HIST-CNT                PIC 9(7) VALUE 0.
           05 WS-WARN-CNT                PIC 9(7) VALUE 0.
      *okunan master kaydi, esik satiri, kullanilamayan esik satiri,
      *okunan gecmis kaydi ve basilan uyari sayilari.
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
           PERFORM 0150-LOAD-THRESHOLDS.
           PERFORM 0200-SCORE-MASTER.
           PERFORM 0250-SCORE-REJECTS.
           PERFORM 0300-READ-HISTORY.
           PERFORM 0400-COMPUTE-RATES.
           PERFORM 0500-PRINT-SCORECARD.
           PERFORM 0600-WRITE-HISTORY.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, esiklerin yuklenmesi, master ve
      *reject dosyasinin sayilmasi, gecmisin okunmasi, oranlarin
      *hesaplanmasi, karnenin basilmasi, bu gecenin gecmise
      *eklenmesi, ozet ve kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 7).
           COMPUTE WS-MONTH-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 30).
           MOVE ZEROS TO WS-MEAS-VALUES.
           MOVE ZEROS TO WS-CMP-TABLE.
           OPEN INPUT  USERS-DATA.
           OPEN INPUT  REJECT-FILE.
           OPEN INPUT  THRESHOLD-FILE.
           OPEN INPUT  QUALITY-HIST.
           OPEN OUTPUT QUALITY-REPORT.
      *dosyalari acan fonksiyon. QUALITY-HIST once okunmak icin
      *acilir; bu gecenin kaydi 0600-WRITE-HISTORY'de dosya yeniden
      *EXTEND ile acilarak eklenir.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT REJFILE-SUCC
              DISPLAY "Reject file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT QUALTHR-SUCC
              DISPLAY "Threshold file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT QUALHIST-SUCC
              DISPLAY "Quality history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT QUALRPT-SUCC
              DISPLAY "Quality report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0150-LOAD-THRESHOLDS.
           PERFORM 0155-READ-THRESHOLD.
           PERFORM UNTIL QUALTHR-EOF
               ADD 1 TO WS-THR-LINE-CNT
               IF THR-REC(1:1) NOT = "*" AND THR-REC NOT = SPACES
                   PERFORM 0160-APPLY-THRESHOLD
               END-IF
               PERFORM 0155-READ-THRESHOLD
           END-PERFORM.
           CLOSE THRESHOLD-FILE.
      *esik dosyasinin tamamini okuyup her satiri olcum sozlugune
      *isleyen dongu. aciklama ve bos satirlar atlanir.
      *------------------------
       0155-READ-THRESHOLD.
           READ THRESHOLD-FILE.
      *THRESHOLD-FILE'dan bir sonraki satiri okuyan fonksiyon.
      *------------------------
       0160-APPLY-THRESHOLD.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM 0165-MATCH-MEASURE-CODE
               VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > 29 OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-THR-BAD-CNT
               DISPLAY "Threshold line " WS-THR-LINE-CNT ": unknown "
                       "measure " THR-MEASURE ", skipped."
           ELSE IF (THR-MAX-RISE-X NOT = SPACES AND
                    THR-MAX-RISE-X NOT NUMERIC) OR
                   (THR-MAX-FALL-X NOT = SPACES AND
                    THR-MAX-FALL-X NOT NUMERIC) OR
                   (THR-MAX-RATE-X NOT = SPACES AND
                    THR-MAX-RATE-X NOT NUMERIC)
               ADD 1 TO WS-THR-BAD-CNT
               DISPLAY "Threshold line " WS-THR-LINE-CNT ": limit "
                       "for " THR-MEASURE " not numeric, skipped."
           ELSE
               IF THR-MAX-RISE-X NOT = SPACES
                   MOVE 1            TO WS-MEAS-RISE-SW(WS-FOUND-IX)
                   MOVE THR-MAX-RISE TO WS-MEAS-MAX-RISE(WS-FOUND-IX)
               END-IF
               IF THR-MAX-FALL-X NOT = SPACES
                   MOVE 1            TO WS-MEAS-FALL-SW(WS-FOUND-IX)
                   MOVE THR-MAX-FALL TO WS-MEAS-MAX-FALL(WS-FOUND-IX)
               END-IF
               IF THR-MAX-RATE-X NOT = SPACES
                   MOVE 1            TO WS-MEAS-RATE-SW(WS-FOUND-IX)
                   MOVE THR-MAX-RATE TO WS-MEAS-MAX-RATE(WS-FOUND-IX)
               END-IF
           END-IF.
      *tek bir esik satirini ilgili olcume isleyen fonksiyon. kodu
      *taninmayan ya da esigi sayi olmayan satir hic uygulanmaz,
      *listelenir ve adim uyari ile biter. ayni olcum icin birden
      *fazla satir varsa sonraki satirin verdigi esik gecerlidir.
      *------------------------
       0165-MATCH-MEASURE-CODE.
           IF WS-MEAS-CODE(WS-MEAS-IX) = THR-MEASURE
               MOVE WS-MEAS-IX TO WS-FOUND-IX
           END-IF.
      *sozlukteki tek bir olcumun kodunu esik satirindaki kodla
      *karsilastiran fonksiyon.
      *------------------------
       0200-SCORE-MASTER.
           PERFORM 0205-READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               ADD 1 TO WS-MASTER-CNT
               PERFORM 0210-SCORE-ONE-CUSTOMER
               PERFORM 0205-READ-MASTER
           END-PERFORM.
      *master'in tamamini okuyup her kaydi olcen dongu.
      *------------------------
       0205-READ-MASTER.
           READ USERS-DATA.
      *USERS-DATA'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0210-SCORE-ONE-CUSTOMER.
           IF NOT (STATUS-I = "D" AND FIRST-NAME-I = SPACES AND
                   LAST-NAME-I = SPACES AND ADDR-STREET-I = SPACES AND
                   ADDR-CITY-I = SPACES AND ADDR-POSTAL-I = SPACES AND
                   PHONE-I = SPACES AND EMAIL-I = SPACES)
               PERFORM 0215-SCORE-FIELDS
           END-IF.
           IF STATUS-I = "A"
               ADD 1 TO WS-MEAS-CNT(8)
           ELSE IF STATUS-I = SPACE
               ADD 1 TO WS-MEAS-CNT(9)
           ELSE IF STATUS-I = "M"
               ADD 1 TO WS-MEAS-CNT(10)
           ELSE IF STATUS-I = "D"
               ADD 1 TO WS-MEAS-CNT(11)
           ELSE
               ADD 1 TO WS-MEAS-CNT(12)
           END-IF.
      *tek bir master kaydini olcen fonksiyon. kisisel verisi ODEV002E
      *tarafindan silinmis D durumundaki musteri (isim, adres, telefon
      *ve e-postanin hepsi bos) bir kalite kusuru degildir; ODEV002'nin
      *bu kaydi iletisim denetiminden gecirmemesi gibi burada da alan
      *doluluk ve gecerlilik olcumlerine (1-7, 28-29) girmez, yalniz
      *STATUS-I dagilimina (8-12) eklenir. boylece saklama suresi
      *temizligi oranlari yukseltip esik uyarisi urettirmez. diger
      *kayitlar once alan alan olculur, sonra STATUS-I degerine gore
      *dagilima eklenir.
      *------------------------
       0215-SCORE-FIELDS.
           MOVE 0 TO WS-DEFECT-SW.
           IF LAST-NAME-I = SPACES
               ADD 1 TO WS-MEAS-CNT(1)
               MOVE 1 TO WS-DEFECT-SW
           END-IF.
           IF EMAIL-I = SPACES
               ADD 1 TO WS-MEAS-CNT(2)
               MOVE 1 TO WS-DEFECT-SW
           ELSE
               MOVE 0 TO WS-EMAIL-AT-CNT
               INSPECT EMAIL-I TALLYING WS-EMAIL-AT-CNT FOR ALL "@"
               IF WS-EMAIL-AT-CNT = 0
                   ADD 1 TO WS-MEAS-CNT(3)
                   MOVE 1 TO WS-DEFECT-SW
               END-IF
           END-IF.
           IF PHONE-I = SPACES
               ADD 1 TO WS-MEAS-CNT(4)
               MOVE 1 TO WS-DEFECT-SW
           ELSE
               MOVE PHONE-I TO WS-PHONE-CHECK
               INSPECT WS-PHONE-CHECK REPLACING ALL SPACE BY ZERO
               INSPECT WS-PHONE-CHECK REPLACING ALL "-" BY ZERO
               IF WS-PHONE-CHECK NOT NUMERIC
                   ADD 1 TO WS-MEAS-CNT(5)
                   MOVE 1 TO WS-DEFECT-SW
               END-IF
           END-IF.
           IF ADDR-STREET-I = SPACES OR ADDR-CITY-I = SPACES OR
              ADDR-POSTAL-I = SPACES
               ADD 1 TO WS-MEAS-CNT(6)
               MOVE 1 TO WS-DEFECT-SW
           END-IF.
           IF WS-DEFECT-SW = 0
               ADD 1 TO WS-MEAS-CNT(7)
           END-IF.
           IF FIRST-NAME-I = SPACES
               ADD 1 TO WS-MEAS-CNT(28)
           END-IF.
           PERFORM 0220-BIRTH-DATE-CHECK.
           IF WS-BIRTH-VALID = 0
               ADD 1 TO WS-MEAS-CNT(29)
           END-IF.
      *tek bir kaydin alan doluluk ve gecerlilik olcumlerini sayan
      *fonksiyon. soyadi, e-posta, telefon ve adres ODEV002'nin
      *0295-CONTACT-VALIDATOR kurallariyla denetlenir: e-posta @
      *isareti tasimali, telefon bosluk ve tire disinda yalniz rakam
      *olmali, adresin sokak, sehir ve posta kodu dolu olmali. bu
      *iletisim denetimlerinin hicbirine takilmayan kayit kusursuz
      *sayilir (7). ad (28) ve dogum tarihi (29) ayrica olculur;
      *kusursuz kayit sayisi yalniz iletisim kusurlarini kapsadigindan
      *bu iki olcum ona katilmaz.
      *------------------------
       0220-BIRTH-DATE-CHECK.
           MOVE 1 TO WS-BIRTH-VALID.
           IF BIRTH-DATE-I NOT NUMERIC
               MOVE 0 TO WS-BIRTH-VALID
           ELSE
               MOVE BIRTH-DATE-I TO WS-BIRTH-E-DATE
               IF WS-BIRTH-YEAR < WS-PARAM-YEAR-MIN OR
                  WS-BIRTH-E-DATE > WS-RUN-DATE OR
                  WS-PARAM-MTH < 1 OR WS-PARAM-MTH > 12
                   MOVE 0 TO WS-BIRTH-VALID
               ELSE
                   PERFORM 0225-BIRTH-DAY-CHECK
               END-IF
           END-IF.
      *dogum tarihini ODEV002'nin kurallariyla denetleyen fonksiyon.
      *bos ya da numerik olmayan, yili WS-PARAM-YEAR-MIN'den kucuk,
      *bu geceden ileri tarihli, ayi ya da gunu gecersiz dogum tarihi
      *hatali sayilir.
      *------------------------
       0225-BIRTH-DAY-CHECK.
           IF THURTY-ONE
               IF (WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 31)
                   MOVE 0 TO WS-BIRTH-VALID
               END-IF
           ELSE IF FEB
               DIVIDE 4 INTO WS-BIRTH-YEAR   GIVING WS-BIRTH-TMP
                    REMAINDER WS-BIRTH-RULE1
               DIVIDE 100 INTO WS-BIRTH-YEAR GIVING WS-BIRTH-TMP
                    REMAINDER WS-BIRTH-RULE2
               DIVIDE 400 INTO WS-BIRTH-YEAR GIVING WS-BIRTH-TMP
                    REMAINDER WS-BIRTH-RULE3
               IF ((WS-BIRTH-RULE1 = 0 AND WS-BIRTH-RULE2 NOT = 0)
                        OR WS-BIRTH-RULE3 = 0)
                   IF (WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 29)
                       MOVE 0 TO WS-BIRTH-VALID
                   END-IF
               ELSE
                   IF (WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 28)
                       MOVE 0 TO WS-BIRTH-VALID
                   END-IF
               END-IF
           ELSE IF THURTY
               IF (WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 30)
                   MOVE 0 TO WS-BIRTH-VALID
               END-IF
           END-IF.
      *ayin gun sayisini ODEV002'nin 0290-DAY-VALIDATOR'undaki artik
      *yil kurallarina (4'e bolunup 100'e bolunmeyen veya 400'e
      *bolunen yillarda Subat 29 gun) gore denetleyen fonksiyon.
      *------------------------
       0250-SCORE-REJECTS.
           PERFORM 0255-READ-REJECT.
           PERFORM UNTIL REJFILE-EOF
               ADD 1 TO WS-MEAS-CNT(27)
               MOVE 0 TO WS-FOUND-IX
               PERFORM 0260-MATCH-REASON-CODE
                   VARYING WS-MEAS-IX FROM 13 BY 1
                   UNTIL WS-MEAS-IX > 25 OR WS-FOUND-IX > 0
               IF WS-FOUND-IX = 0
                   ADD 1 TO WS-MEAS-CNT(26)
               ELSE
                   ADD 1 TO WS-MEAS-CNT(WS-FOUND-IX)
               END-IF
               PERFORM 0255-READ-REJECT
           END-PERFORM.
      *o gecenin reject dosyasini okuyup her kaydi red koduna gore
      *sayan dongu. sozlukte olmayan kodlar "diger" olcumune yazilir.
      *------------------------
       0255-READ-REJECT.
           READ REJECT-FILE.
      *REJECT-FILE'dan bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0260-MATCH-REASON-CODE.
           IF WS-MEAS-REJ-CODE(WS-MEAS-IX) = REJ-REASON-CODE
               MOVE WS-MEAS-IX TO WS-FOUND-IX
           END-IF.
      *sozlukteki tek bir red olcumunun kodunu reject kaydinin
      *koduyla karsilastiran fonksiyon.
      *------------------------
       0300-READ-HISTORY.
           PERFORM 0305-READ-HISTORY-REC.
           PERFORM UNTIL QUALHIST-EOF
               ADD 1 TO WS-HIST-CNT
               IF QH-RUN-DATE NUMERIC AND QH-RUN-DATE < WS-RUN-DATE
                   MOVE 1 TO WS-CMP-IX
                   PERFORM 0310-KEEP-IF-LATER
                   IF QH-RUN-DATE NOT > WS-WEEK-DATE
                       MOVE 2 TO WS-CMP-IX
                       PERFORM 0310-KEEP-IF-LATER
                   END-IF
                   IF QH-RUN-DATE NOT > WS-MONTH-DATE
                       MOVE 3 TO WS-CMP-IX
                       PERFORM 0310-KEEP-IF-LATER
                   END-IF
               END-IF
               PERFORM 0305-READ-HISTORY-REC
           END-PERFORM.
           CLOSE QUALITY-HIST.
      *gecmisin tamamini okuyup uc karsilastirma donemi icin uygun
      *olan en son kaydi secen dongu. bu gecenin tarihini ya da daha
      *ileri bir tarihi tasiyan kayit (ayni gece yeniden calisma)
      *karsilastirmaya girmez.
      *------------------------
       0305-READ-HISTORY-REC.
           READ QUALITY-HIST.
      *QUALITY-HIST'ten bir sonraki kaydi okuyan fonksiyon.
      *------------------------
       0310-KEEP-IF-LATER.
           IF QH-RUN-DATE NOT < WS-CMP-DATE(WS-CMP-IX)
               MOVE QH-RUN-DATE   TO WS-CMP-DATE(WS-CMP-IX)
               MOVE QH-MASTER-CNT TO WS-CMP-MASTER-CNT(WS-CMP-IX)
               PERFORM 0315-KEEP-ONE-COUNT
                   VARYING WS-MEAS-IX FROM 1 BY 1
                   UNTIL WS-MEAS-IX > 29
           END-IF.
      *okunan gecmis kaydini, WS-CMP-IX'in gosterdigi donemde
      *tutulan kayittan daha yeni ya da ayni tarihliyse onun yerine
      *koyan fonksiyon. ayni gun icin birden fazla kayit varsa
      *dosyadaki en son kayit kullanilir.
      *------------------------
       0315-KEEP-ONE-COUNT.
           IF QH-MEASURE-CNT(WS-MEAS-IX) NUMERIC
               MOVE QH-MEASURE-CNT(WS-MEAS-IX)
                    TO WS-CMP-MEAS-CNT(WS-CMP-IX WS-MEAS-IX)
               MOVE 0 TO WS-CMP-MEAS-NA(WS-CMP-IX WS-MEAS-IX)
           ELSE
               MOVE 0 TO WS-CMP-MEAS-CNT(WS-CMP-IX WS-MEAS-IX)
               MOVE 1 TO WS-CMP-MEAS-NA(WS-CMP-IX WS-MEAS-IX)
           END-IF.
      *tek bir olcum sayisini karsilastirma tablosuna tasiyan
      *fonksiyon. bos ya da kisa yazilmis bir gecmis kaydinda sayac
      *alani numerik olmayabilir; o olcum bu donem icin
      *karsilastirilmaz, bozuk bir sayi oran hesabina girmez.
      *------------------------
       0400-COMPUTE-RATES.
           PERFORM 0410-COMPUTE-ONE-RATE
               VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > 29.
      *her olcumun bu geceki oranini hesaplayan dongu.
      *------------------------
       0410-COMPUTE-ONE-RATE.
           IF WS-MASTER-CNT = 0
               MOVE 0 TO WS-MEAS-RATE(WS-MEAS-IX)
           ELSE
               COMPUTE WS-MEAS-RATE(WS-MEAS-IX) =
                   WS-MEAS-CNT(WS-MEAS-IX) * 100 / WS-MASTER-CNT
           END-IF.
      *tek bir olcumun orani: sayinin master kayit sayisina yuzde
      *orani. bos master'da oranlar sifir kabul edilir.
      *------------------------
       0500-PRINT-SCORECARD.
           MOVE WS-RUN-DATE TO QRP-HDR-RUN-DATE.
           MOVE QRP-HEADER  TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE WS-MASTER-CNT  TO QRB-MASTER-CNT.
           MOVE WS-MEAS-CNT(27) TO QRB-REJECT-CNT.
           MOVE QRP-BASE-LINE  TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE "NONE" TO QRC-DATE-1.
           MOVE "NONE" TO QRC-DATE-2.
           MOVE "NONE" TO QRC-DATE-3.
           IF WS-CMP-DATE(1) > 0
               MOVE WS-CMP-DATE(1) TO QRC-DATE-1
           END-IF.
           IF WS-CMP-DATE(2) > 0
               MOVE WS-CMP-DATE(2) TO QRC-DATE-2
           END-IF.
           IF WS-CMP-DATE(3) > 0
               MOVE WS-CMP-DATE(3) TO QRC-DATE-3
           END-IF.
           MOVE QRP-CMP-LINE TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE SPACES TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE QRP-COLUMN-LINE TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE SPACES TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE "FIELD COMPLETENESS AND VALIDITY" TO QUALITY-REC.
           WRITE QUALITY-REC.
           PERFORM 0510-PRINT-ONE-MEASURE
               VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > 7.
           PERFORM 0510-PRINT-ONE-MEASURE
               VARYING WS-MEAS-IX FROM 28 BY 1
               UNTIL WS-MEAS-IX > 29.
           MOVE SPACES TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE "STATUS-I DISTRIBUTION" TO QUALITY-REC.
           WRITE QUALITY-REC.
           PERFORM 0510-PRINT-ONE-MEASURE
               VARYING WS-MEAS-IX FROM 8 BY 1
               UNTIL WS-MEAS-IX > 12.
           MOVE SPACES TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE "REJECTS PER REASON CODE (PER 100 MASTER RECORDS)"
                TO QUALITY-REC.
           WRITE QUALITY-REC.
           PERFORM 0510-PRINT-ONE-MEASURE
               VARYING WS-MEAS-IX FROM 13 BY 1
               UNTIL WS-MEAS-IX > 27.
      *karneyi basan fonksiyon: baslik, taban sayilari,
      *karsilastirilan gunler ve uc bolum halinde olcum satirlari.
      *ad ve dogum tarihi olcumleri (28-29) alan bolumunde basilir.
      *------------------------
       0510-PRINT-ONE-MEASURE.
           MOVE SPACES TO QRD-DELTAS.
           MOVE WS-MEAS-DESC(WS-MEAS-IX) TO QRD-DESC.
           MOVE WS-MEAS-CODE(WS-MEAS-IX) TO QRD-CODE.
           MOVE WS-MEAS-CNT(WS-MEAS-IX)  TO QRD-COUNT.
           MOVE WS-MEAS-RATE(WS-MEAS-IX) TO QRD-RATE.
           PERFORM 0520-FILL-ONE-DELTA
               VARYING WS-CMP-IX FROM 1 BY 1
               UNTIL WS-CMP-IX > 3.
           MOVE QRP-DETAIL TO QUALITY-REC.
           WRITE QUALITY-REC.
           IF WS-MEAS-RATE-SW(WS-MEAS-IX) = 1 AND
              WS-MEAS-RATE(WS-MEAS-IX) > WS-MEAS-MAX-RATE(WS-MEAS-IX)
               ADD 1 TO WS-WARN-CNT
               MOVE WS-MEAS-CODE(WS-MEAS-IX)     TO QRR-CODE
               MOVE WS-MEAS-RATE(WS-MEAS-IX)     TO QRR-RATE
               MOVE WS-MEAS-MAX-RATE(WS-MEAS-IX) TO QRR-LIMIT
               MOVE QRP-RATE-WARN TO QUALITY-REC
               WRITE QUALITY-REC
           END-IF.
           PERFORM 0530-CHECK-ONE-CHANGE
               VARYING WS-CMP-IX FROM 1 BY 1
               UNTIL WS-CMP-IX > 3.
      *tek bir olcumun satirini, altina da varsa esik uyarilarini
      *basan fonksiyon.
      *------------------------
       0520-FILL-ONE-DELTA.
           IF WS-CMP-DATE(WS-CMP-IX) = 0 OR
              WS-CMP-MEAS-NA(WS-CMP-IX WS-MEAS-IX) = 1
               MOVE "    N/A" TO QRD-DELTA-X(WS-CMP-IX)
           ELSE
               PERFORM 0525-COMPUTE-DELTA
               MOVE WS-DELTA TO QRD-DELTA(WS-CMP-IX)
           END-IF.
      *WS-CMP-IX'in gosterdigi donem icin puan farkini satira koyan
      *fonksiyon. donemin kaydi yoksa ya da kayit bu olcumu
      *tasimiyorsa N/A basilir.
      *------------------------
       0525-COMPUTE-DELTA.
           IF WS-CMP-MASTER-CNT(WS-CMP-IX) = 0
               MOVE 0 TO WS-CMP-RATE
           ELSE
               COMPUTE WS-CMP-RATE =
                   WS-CMP-MEAS-CNT(WS-CMP-IX WS-MEAS-IX) * 100 /
                   WS-CMP-MASTER-CNT(WS-CMP-IX)
           END-IF.
           COMPUTE WS-DELTA = WS-MEAS-RATE(WS-MEAS-IX) - WS-CMP-RATE.
      *olcumun karsilastirilan donemdeki oranini ayni kurala gore
      *yeniden hesaplayip bu geceki orandan farkini (puan) bulan
      *fonksiyon.
      *------------------------
       0530-CHECK-ONE-CHANGE.
           IF WS-CMP-DATE(WS-CMP-IX) > 0 AND
              WS-CMP-MEAS-NA(WS-CMP-IX WS-MEAS-IX) = 0
               PERFORM 0525-COMPUTE-DELTA
               IF WS-DELTA < 0
                   COMPUTE WS-DELTA-ABS = 0 - WS-DELTA
               ELSE
                   MOVE WS-DELTA TO WS-DELTA-ABS
               END-IF
               IF WS-DELTA > 0 AND WS-MEAS-RISE-SW(WS-MEAS-IX) = 1 AND
                  WS-DELTA-ABS > WS-MEAS-MAX-RISE(WS-MEAS-IX)
                   MOVE "ROSE" TO QRW-DIRECTION
                   MOVE WS-MEAS-MAX-RISE(WS-MEAS-IX) TO QRW-LIMIT
                   PERFORM 0540-PRINT-CHANGE-WARNING
               END-IF
               IF WS-DELTA < 0 AND WS-MEAS-FALL-SW(WS-MEAS-IX) = 1 AND
                  WS-DELTA-ABS > WS-MEAS-MAX-FALL(WS-MEAS-IX)
                   MOVE "FELL" TO QRW-DIRECTION
                   MOVE WS-MEAS-MAX-FALL(WS-MEAS-IX) TO QRW-LIMIT
                   PERFORM 0540-PRINT-CHANGE-WARNING
               END-IF
           END-IF.
      *WS-CMP-IX'in gosterdigi doneme gore artis ve dusus esiklerini
      *denetleyen fonksiyon. bu olcumu tasimayan donem kaydi
      *denetlenmez. esik, puan farki esigi gectiginde asilmis
      *sayilir; esige esit bir degisim uyari vermez.
      *------------------------
       0540-PRINT-CHANGE-WARNING.
           ADD 1 TO WS-WARN-CNT.
           MOVE WS-MEAS-CODE(WS-MEAS-IX) TO QRW-CODE.
           MOVE WS-MEAS-RATE(WS-MEAS-IX) TO QRW-RATE.
           MOVE WS-DELTA-ABS             TO QRW-POINTS.
           MOVE WS-CMP-NAME(WS-CMP-IX)   TO QRW-SINCE.
           MOVE QRP-CHANGE-WARN TO QUALITY-REC.
           WRITE QUALITY-REC.
      *artis/dusus uyari satirini basan fonksiyon.
      *------------------------
       0600-WRITE-HISTORY.
           OPEN EXTEND QUALITY-HIST.
           IF NOT QUALHIST-SUCC
              DISPLAY "Quality history file could not be extended. "
                      "Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           MOVE SPACES        TO QH-REC.
           MOVE WS-RUN-DATE   TO QH-RUN-DATE.
           MOVE WS-MASTER-CNT TO QH-MASTER-CNT.
           PERFORM 0610-STORE-ONE-COUNT
               VARYING WS-MEAS-IX FROM 1 BY 1
               UNTIL WS-MEAS-IX > 29.
           WRITE QH-REC.
           CLOSE QUALITY-HIST.
      *bu gecenin sayilarini gecmis dosyasinin sonuna ekleyen
      *fonksiyon.
      *------------------------
       0610-STORE-ONE-COUNT.
           MOVE WS-MEAS-CNT(WS-MEAS-IX) TO QH-MEASURE-CNT(WS-MEAS-IX).
      *tek bir olcum sayisini gecmis kaydina tasiyan fonksiyon.
      *------------------------
       0700-PRINT-SUMMARY.
           MOVE SPACES TO QUALITY-REC.
           WRITE QUALITY-REC.
           MOVE "HISTORY RECORDS READ" TO QRL-LABEL.
           MOVE WS-HIST-CNT TO QRL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "THRESHOLD LINES SKIPPED" TO QRL-LABEL.
           MOVE WS-THR-BAD-CNT TO QRL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           MOVE "WARNINGS" TO QRL-LABEL.
           MOVE WS-WARN-CNT TO QRL-COUNT.
           PERFORM 0710-PRINT-COUNT-LINE.
           DISPLAY "ODEV002Y SUMMARY - MASTER READ: " WS-MASTER-CNT
                   " REJECTS: " WS-MEAS-CNT(27)
                   " HISTORY: " WS-HIST-CNT
                   " WARNINGS: " WS-WARN-CNT
                   " BAD THRESHOLDS: " WS-THR-BAD-CNT.
      *raporun sonuna sayaclari basan ve calisma sonunda ayni
      *sayilari SYSOUT'a basan fonksiyon.
      *------------------------
       0710-PRINT-COUNT-LINE.
           MOVE QRP-COUNT-LINE TO QUALITY-REC.
           WRITE QUALITY-REC.
      *tek bir sayac satirini rapora basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF (WS-WARN-CNT > 0 OR WS-THR-BAD-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *bir esik asildiysa ya da esik dosyasinda kullanilamayan satir
      *varsa adimi uyari (04) ile bitiren fonksiyon. karne ve gecmis
      *kaydi yine de yazilmistir.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
           CLOSE REJECT-FILE.
           CLOSE QUALITY-REPORT.
      *dosyalar kapatiliyor. THRESHOLD-FILE ve QUALITY-HIST
      *kullanildiklari paragraflarda kapatilir.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
