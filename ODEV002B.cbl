       IDENTIFICATION DIVISION.
      *IDENTIFICATION DIVISION.
      *programi kimliklendirme bolumu
       PROGRAM-ID.    ODEV002B.
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
           SELECT ENTRY-TRANS  ASSIGN TO TRANENT
                       FILE STATUS IS STATUS-TRANENT.
      *ENTRY-TRANS, veri giris ekibinin hazirladigi islem partisi.
      *eskiden dogrudan TRANFILE olarak ODEV002M'e verilirdi; artik
      *once bu programdan gecer.
           SELECT RECYCLE-TRANS ASSIGN TO TRANOUT
                       FILE STATUS IS STATUS-TRANOUT.
      *RECYCLE-TRANS, ODEV002R'nin duzeltilmis reject'lerden urettigi
      *TRANS-OUT partisi.
           SELECT MERGE-TRANS  ASSIGN TO MRGTRAN
                       FILE STATUS IS STATUS-MRGTRAN.
      *MERGE-TRANS, ODEV002D'nin kesin cift kayitlar icin urettigi
      *D/C birlestirme partisi.
           SELECT REGISTER-TRANS ASSIGN TO REGTRAN
                       FILE STATUS IS STATUS-REGTRAN.
      *REGISTER-TRANS, ODEV002W'nin posta tercih ve vefat
      *listelerinden urettigi C (durum degisikligi) partisi.
           SELECT TRANS-FILE   ASSIGN TO TRANFILE
                       FILE STATUS IS STATUS-TRANFILE.
      *TRANS-FILE, dort kaynagin birlestirilmis, ORDER-I sirasinda ve
      *kendi H/T kayitlariyla yazilan tek partisi. ODEV002M bunu
      *oldugu gibi okur.
           SELECT HOLD-FILE    ASSIGN TO TRANHOLD
                       FILE STATUS IS STATUS-TRANHOLD.
      *HOLD-FILE, ayni gece birden fazla kaynagin dokundugu
      *siparislerin islemlerinin incelemeye ayrildigi parti. kendi
      *H/T kayitlariyla yazilir; inceleme sonunda duzeltilip bir
      *sonraki gece veri girisi partisi olarak geri verilebilir.
           SELECT CONFLICT-REPORT ASSIGN TO CONFRPT
                       FILE STATUS IS STATUS-CONFRPT.
      *CONFLICT-REPORT, kaynak bazli kontrol sayilari ile bekletilen
      *her siparisin hangi kaynaktan hangi islemle geldigini listeleyen
      *rapor.
       DATA DIVISION.
      *DATA DIVISION.
      *programin veri tanimlamalarinin yapildigi bolum
       FILE SECTION.
      *FILE SECTION.
      *dosya tanimlamalarinin yapildigi bolum
       FD  ENTRY-TRANS RECORDING MODE F.
       01  ENTRY-REC                     PIC X(160).
       FD  RECYCLE-TRANS RECORDING MODE F.
       01  RECYCLE-REC                   PIC X(160).
       FD  MERGE-TRANS RECORDING MODE F.
       01  MERGE-REC                     PIC X(160).
       FD  REGISTER-TRANS RECORDING MODE F.
       01  REGISTER-REC                  PIC X(160).
      *dort giris partisinin kayit yapisi. hepsi ODEV002M'in TRANS-REC
      *duzenindedir; okunan kayit 0250-READ-SOURCE tarafindan
      *WS-CUR-TRAN'a tasinip orada alan alan incelenir, boylece ayni
      *denetim mantigi dort kaynak icin de tek yerde durur.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC                     PIC X(160).
       01  TRANS-HDR-REC.
           05    THDR-REC-TYPE           PIC X(1).
           05    THDR-BATCH-ID           PIC X(8).
           05    THDR-CREATE-DATE        PIC 9(8).
           05    FILLER                  PIC X(143).
       01  TRANS-TRL-REC.
           05    TTRL-REC-TYPE           PIC X(1).
           05    TTRL-REC-COUNT          PIC 9(7).
           05    TTRL-HASH-TOTAL         PIC 9(9).
           05    FILLER                  PIC X(143).
      *birlestirilmis partinin kayit yapisi ve parti basligi/sonu
      *gorunumleri. ODEV002M'deki TRANS-REC/TRANS-HDR-REC/
      *TRANS-TRL-REC ile birebir aynidir.
       FD  HOLD-FILE RECORDING MODE F.
       01  HOLD-REC                      PIC X(160).
       01  HOLD-HDR-REC.
           05    HHDR-REC-TYPE           PIC X(1).
           05    HHDR-BATCH-ID           PIC X(8).
           05    HHDR-CREATE-DATE        PIC 9(8).
           05    FILLER                  PIC X(143).
       01  HOLD-TRL-REC.
           05    HTRL-REC-TYPE           PIC X(1).
           05    HTRL-REC-COUNT          PIC 9(7).
           05    HTRL-HASH-TOTAL         PIC 9(9).
           05    FILLER                  PIC X(143).
      *bekletilen islemler partisinin kayit yapisi. TRANS-FILE ile
      *aynidir.
       FD  CONFLICT-REPORT RECORDING MODE F.
       01  CONFLICT-REC                  PIC X(100).
      *CONFLICT-REPORT'un kayit yapisi. 100 kolonluk duz rapor satiri.
       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION.
      *programin calisma sirasinda kullanacagi degiskenlerin
      *tanimlandigi bolum.
      *------------------------
       01  CNF-HEADER.
           05 FILLER                     PIC X(42)
                 VALUE "TRANSACTION CONSOLIDATION REPORT - RUN DAT".
           05 FILLER                     PIC X(2)  VALUE "E ".
           05 CNF-HDR-RUN-DATE           PIC 9(8).
           05 FILLER                     PIC X(48) VALUE SPACES.
       01  CNF-SECTION-LINE.
           05 CNF-SECTION-TITLE          PIC X(40).
           05 FILLER                     PIC X(60) VALUE SPACES.
      *rapor basligi ve bolum basligi satirlari.
      *------------------------
       01  CNF-SOURCE-LINE.
           05 CSL-SOURCE                 PIC X(8).
           05 FILLER                     PIC X(7)  VALUE " BATCH ".
           05 CSL-BATCH-ID               PIC X(8).
           05 FILLER                     PIC X(9)  VALUE " CREATED ".
           05 CSL-CREATE-DATE            PIC X(8).
           05 FILLER                     PIC X(4)  VALUE " IN ".
           05 CSL-IN                     PIC Z(6)9.
           05 FILLER                     PIC X(8)  VALUE " PASSED ".
           05 CSL-OUT                    PIC Z(6)9.
           05 FILLER                     PIC X(6)  VALUE " HELD ".
           05 CSL-HELD                   PIC Z(6)9.
           05 FILLER                     PIC X(21) VALUE SPACES.
       01  CNF-NO-BATCH-LINE.
           05 CNB-SOURCE                 PIC X(8).
           05 FILLER                     PIC X(26)
                 VALUE " NO BATCH FOR THIS NIGHT.".
           05 FILLER                     PIC X(66) VALUE SPACES.
      *kaynak bazli kontrol satiri: parti kimligi, uretim tarihi,
      *okunan, birlestirilen partiye gecen ve bekletilen islem
      *sayilari. o gece partisi olmayan kaynak icin ayri satir basilir.
      *------------------------
       01  CNF-CONFLICT-LINE.
           05 FILLER                     PIC X(6)  VALUE "ORDER ".
           05 CCL-ORDER                  PIC 9(7).
           05 FILLER                     PIC X(12) VALUE " TOUCHED BY ".
           05 CCL-SOURCES                PIC 9(1).
           05 FILLER                     PIC X(39)
                 VALUE " SOURCES - ALL ITEMS HELD FOR REVIEW.".
           05 FILLER                     PIC X(35) VALUE SPACES.
       01  CNF-ITEM-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 CIL-SOURCE                 PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CIL-BATCH-ID               PIC X(8).
           05 FILLER                     PIC X(8)  VALUE " ACTION ".
           05 CIL-ACTION                 PIC X(1).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CIL-FIRST-NAME             PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CIL-LAST-NAME              PIC X(15).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 CIL-STATUS                 PIC X(1).
           05 FILLER                     PIC X(36) VALUE SPACES.
       01  CNF-UNNUMBERED-LINE.
           05 FILLER                     PIC X(46)
                 VALUE "ORDER 0000000 WITHOUT AN ADD ACTION - ONLY NEW".
           05 FILLER                     PIC X(41)
                 VALUE " CUSTOMERS MAY COME UNNUMBERED. HELD.".
           05 FILLER                     PIC X(13) VALUE SPACES.
      *cakisma satirlari: siparis basina bir baslik satiri, ardindan
      *o siparise dokunan her islem icin kaynagi, partisi, islemi,
      *isimleri ve durum kodu.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-TRANENT             PIC 99.
              88 TRANENT-SUCC            VALUE 00 97.
           05 STATUS-TRANOUT             PIC 99.
              88 TRANOUT-SUCC            VALUE 00 97.
           05 STATUS-MRGTRAN             PIC 99.
              88 MRGTRAN-SUCC            VALUE 00 97.
           05 STATUS-REGTRAN             PIC 99.
              88 REGTRAN-SUCC            VALUE 00 97.
           05 STATUS-TRANFILE            PIC 99.
              88 TRANFILE-SUCC           VALUE 00 97.
           05 STATUS-TRANHOLD            PIC 99.
              88 TRANHOLD-SUCC           VALUE 00 97.
           05 STATUS-CONFRPT             PIC 99.
              88 CONFRPT-SUCC            VALUE 00 97.
           05 WS-READ-STATUS             PIC 99.
              88 READ-EOF                VALUE 10.
      *programin calisma sirasinda kullanacagi flaglerin tanimlandigi
      *alan. WS-READ-STATUS, 0250-READ-SOURCE'un o an okudugu
      *kaynagin durumunu tasidigi ortak alandir.
      *------------------------
       01  WS-CUR-TRAN.
           05 CT-ACTION                  PIC X(1).
           05 CT-ORDER-I                 PIC 9(7).
           05 CT-FIRST-NAME-I            PIC X(15).
           05 CT-LAST-NAME-I             PIC X(15).
           05 FILLER                     PIC X(121).
           05 CT-STATUS-I                PIC X(1).
       01  WS-CUR-HDR REDEFINES WS-CUR-TRAN.
           05 CH-REC-TYPE                PIC X(1).
              88 CH-HEADER               VALUE "H".
           05 CH-BATCH-ID                PIC X(8).
           05 CH-CREATE-DATE             PIC X(8).
           05 FILLER                     PIC X(143).
       01  WS-CUR-TRL REDEFINES WS-CUR-TRAN.
           05 CTR-REC-TYPE               PIC X(1).
              88 CTR-TRAILER             VALUE "T".
           05 CTR-REC-COUNT              PIC 9(7).
           05 CTR-HASH-TOTAL             PIC 9(9).
           05 FILLER                     PIC X(143).
      *o an incelenen kaynak kaydinin ortak calisma alani ve parti
      *basligi/sonu gorunumleri. yalniz denetim ve rapor icin gereken
      *alanlar adlandirilmistir; kayit dosyalar arasinda tek parca
      *tasinir.
      *------------------------
       01  WS-SRC-IX                     PIC 9(1) COMP.
       01  WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 4 TIMES.
              07 WS-SRC-NAME             PIC X(8).
              07 WS-SRC-PRESENT-SW       PIC 9(1).
              07 WS-SRC-KEY              PIC 9(8).
              07 WS-SRC-BATCH-ID         PIC X(8).
              07 WS-SRC-CREATE-DATE      PIC X(8).
              07 WS-SRC-DATA-CNT         PIC 9(7).
              07 WS-SRC-HASH             PIC 9(9).
              07 WS-SRC-PREV-ORDER       PIC 9(8).
              07 WS-SRC-PREV-ACTION      PIC X(1).
              07 WS-SRC-TRL-SW           PIC 9(1).
              07 WS-SRC-TRL-CNT          PIC 9(7).
              07 WS-SRC-TRL-HASH         PIC 9(9).
              07 WS-SRC-OUT-CNT          PIC 9(7).
              07 WS-SRC-HELD-CNT         PIC 9(7).
              07 WS-SRC-REC              PIC X(160).
      *kaynak basina denetim ve birlestirme durumu. 1 veri girisi,
      *2 ODEV002R geri donusumu, 3 ODEV002D birlestirmesi, 4 ODEV002W
      *liste eslestirmesidir.
      *WS-SRC-PRESENT-SW, kaynagin o gece bir partisi olup olmadigini;
      *WS-SRC-KEY ve WS-SRC-REC birlestirme sirasinda kaynagin
      *siradaki islemini tutar. kaynak bitince anahtara nobetci deger
      *atanir. sayi/hash/sira alanlari ODEV002M'in
      *0160-VERIFY-TRANS-BATCH'indeki calisma alanlarinin kaynak
      *basina kopyasidir.
      *------------------------
       01  WS-HIGH-KEY                   PIC 9(8) VALUE 99999999.
       01  WS-LOW-KEY                    PIC 9(8).
       01  WS-TOUCH-CNT                  PIC 9(1).
      *birlestirmenin calisma alanlari: dosya sonu nobetci degeri
      *(ODEV002M'deki gibi ORDER-I'dan bir basamak genis), o anki en
      *kucuk siparis numarasi ve bu numaraya dokunan kaynak sayisi.
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-OUT-HASH                   PIC 9(9) VALUE 0.
       01  WS-HOLD-HASH                  PIC 9(9) VALUE 0.
      *parti basliklarina basilan uretim tarihi ve iki cikti
      *partisinin trailer'lari icin biriken hash toplamlari.
      *------------------------
       01  WS-COUNTS.
           05 WS-IN-CNT                  PIC 9(7) VALUE 0.
           05 WS-OUT-CNT                 PIC 9(7) VALUE 0.
           05 WS-HELD-CNT                PIC 9(7) VALUE 0.
           05 WS-CONFLICT-CNT            PIC 9(7) VALUE 0.
      *okunan, birlestirilen partiye gecen, bekletilen islem ve
      *cakisan siparis sayilarini tutan alan.
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
           PERFORM 0200-VERIFY-SOURCES.
           PERFORM 0180-PRINT-REPORT-HEADER.
           PERFORM 0300-MERGE-SOURCES.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
      *acilmasi, dosya kontrolu, her kaynagin kendi parti
      *denetimi, rapor basligi, kaynaklarin birlestirilmesi, ozet ve
      *kapanis islemlerini yapiyor.
      *------------------------
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "ENTRY"   TO WS-SRC-NAME(1).
           MOVE "RECYCLE" TO WS-SRC-NAME(2).
           MOVE "MERGE"   TO WS-SRC-NAME(3).
           MOVE "REGISTER" TO WS-SRC-NAME(4).
           OPEN OUTPUT TRANS-FILE.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT CONFLICT-REPORT.
      *cikti dosyalarini acan fonksiyon. giris partileri once
      *denetim, sonra birlestirme icin iki kez acilir; bu yuzden
      *kendi fonksiyonlarinda acilip kapatilirlar. reddedilen bir
      *gecede TRANS-FILE bos kalir, ODEV002M de onu zaten basliksiz
      *parti diye reddeder.
      *------------------------
       0110-FILE-CONTROL.
           IF NOT TRANFILE-SUCC
              DISPLAY "Transaction file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT TRANHOLD-SUCC
              DISPLAY "Hold file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT CONFRPT-SUCC
              DISPLAY "Conflict report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
       0180-PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO CNF-HDR-RUN-DATE.
           MOVE CNF-HEADER  TO CONFLICT-REC.
           WRITE CONFLICT-REC.
           MOVE SPACES TO CONFLICT-REC.
           WRITE CONFLICT-REC.
           MOVE "ORDERS HELD FOR REVIEW" TO CNF-SECTION-TITLE.
           MOVE CNF-SECTION-LINE TO CONFLICT-REC.
           WRITE CONFLICT-REC.
      *rapor basligini ve cakisma bolumunun basligini yazdiran
      *fonksiyon.
      *------------------------
       0200-VERIFY-SOURCES.
           PERFORM 0210-VERIFY-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
      *dort kaynagin her birini, birlestirmeye tek bir islem alinmadan
      *once kendi parti kayitlarina karsi denetleyen dongu.
      *------------------------
       0210-VERIFY-ONE-SOURCE.
           MOVE 0 TO WS-SRC-PRESENT-SW(WS-SRC-IX).
           MOVE 0 TO WS-SRC-DATA-CNT(WS-SRC-IX).
           MOVE 0 TO WS-SRC-HASH(WS-SRC-IX).
           MOVE 0 TO WS-SRC-PREV-ORDER(WS-SRC-IX).
           MOVE SPACES TO WS-SRC-PREV-ACTION(WS-SRC-IX).
           MOVE 0 TO WS-SRC-TRL-SW(WS-SRC-IX).
           MOVE 0 TO WS-SRC-TRL-CNT(WS-SRC-IX).
           MOVE 0 TO WS-SRC-TRL-HASH(WS-SRC-IX).
           MOVE 0 TO WS-SRC-OUT-CNT(WS-SRC-IX).
           MOVE 0 TO WS-SRC-HELD-CNT(WS-SRC-IX).
           MOVE SPACES TO WS-SRC-BATCH-ID(WS-SRC-IX).
           MOVE SPACES TO WS-SRC-CREATE-DATE(WS-SRC-IX).
           PERFORM 0240-OPEN-SOURCE.
           PERFORM 0250-READ-SOURCE.
           IF READ-EOF
               DISPLAY "SOURCE " WS-SRC-NAME(WS-SRC-IX)
                       " EMPTY - no batch for this night."
           ELSE
               IF NOT CH-HEADER
                   DISPLAY "CONSOLIDATION REFUSED - source "
                           WS-SRC-NAME(WS-SRC-IX)
                           " has no batch header record."
                   PERFORM 0290-REFUSE-CONSOLIDATION
               END-IF
               MOVE 1              TO WS-SRC-PRESENT-SW(WS-SRC-IX)
               MOVE CH-BATCH-ID    TO WS-SRC-BATCH-ID(WS-SRC-IX)
               MOVE CH-CREATE-DATE TO WS-SRC-CREATE-DATE(WS-SRC-IX)
               PERFORM 0250-READ-SOURCE
               PERFORM UNTIL READ-EOF
                   PERFORM 0220-VERIFY-ONE-TRAN
                   PERFORM 0250-READ-SOURCE
               END-PERFORM
               PERFORM 0230-VERIFY-SOURCE-TOTALS
           END-IF.
           PERFORM 0245-CLOSE-SOURCE.
      *tek bir kaynagin on gecisi. hic kaydi olmayan dosya o gece
      *o kaynaktan parti gelmedigi anlamina gelir ve sessizce
      *atlanir; kaydi olup H ile baslamayan dosya ise bozuk sayilir.
      *kurallar ODEV002M'in 0160-VERIFY-TRANS-BATCH'i ile aynidir:
      *bir kaynak tutmazsa o gecenin birlestirmesi tumden reddedilir,
      *yarim bir parti ODEV002M'e hic ulasmaz.
      *------------------------
       0220-VERIFY-ONE-TRAN.
           IF CTR-TRAILER
               IF WS-SRC-TRL-SW(WS-SRC-IX) = 1
                   DISPLAY "CONSOLIDATION REFUSED - source "
                           WS-SRC-NAME(WS-SRC-IX)
                           " has more than one trailer record."
                   PERFORM 0290-REFUSE-CONSOLIDATION
               END-IF
               IF CTR-REC-COUNT NOT NUMERIC OR
                  CTR-HASH-TOTAL NOT NUMERIC
                   DISPLAY "CONSOLIDATION REFUSED - source "
                           WS-SRC-NAME(WS-SRC-IX)
                           " trailer totals are not numeric."
                   PERFORM 0290-REFUSE-CONSOLIDATION
               END-IF
               MOVE CTR-REC-COUNT  TO WS-SRC-TRL-CNT(WS-SRC-IX)
               MOVE CTR-HASH-TOTAL TO WS-SRC-TRL-HASH(WS-SRC-IX)
               MOVE 1 TO WS-SRC-TRL-SW(WS-SRC-IX)
           ELSE IF WS-SRC-TRL-SW(WS-SRC-IX) = 1
               DISPLAY "CONSOLIDATION REFUSED - source "
                       WS-SRC-NAME(WS-SRC-IX)
                       " has records after the trailer."
               PERFORM 0290-REFUSE-CONSOLIDATION
           ELSE IF CT-ORDER-I NOT NUMERIC
               DISPLAY "CONSOLIDATION REFUSED - source "
                       WS-SRC-NAME(WS-SRC-IX)
                       " has a non-numeric order number."
               PERFORM 0290-REFUSE-CONSOLIDATION
           ELSE
               ADD 1 TO WS-SRC-DATA-CNT(WS-SRC-IX)
               COMPUTE WS-SRC-HASH(WS-SRC-IX) = FUNCTION MOD(
                   WS-SRC-HASH(WS-SRC-IX) + CT-ORDER-I, 1000000000)
               IF CT-ORDER-I < WS-SRC-PREV-ORDER(WS-SRC-IX)
                   DISPLAY "CONSOLIDATION REFUSED - source "
                           WS-SRC-NAME(WS-SRC-IX)
                           " order " CT-ORDER-I
                           " arrives out of sequence."
                   PERFORM 0290-REFUSE-CONSOLIDATION
               END-IF
               IF CT-ORDER-I = WS-SRC-PREV-ORDER(WS-SRC-IX) AND
                  CT-ACTION NOT = WS-SRC-PREV-ACTION(WS-SRC-IX)
                   DISPLAY "CONSOLIDATION REFUSED - source "
                           WS-SRC-NAME(WS-SRC-IX)
                           " order " CT-ORDER-I
                           " appears twice with conflicting actions."
                   PERFORM 0290-REFUSE-CONSOLIDATION
               END-IF
               MOVE CT-ORDER-I TO WS-SRC-PREV-ORDER(WS-SRC-IX)
               MOVE CT-ACTION  TO WS-SRC-PREV-ACTION(WS-SRC-IX)
           END-IF.
      *on gecisin tek bir kaydini isleyen fonksiyon. ODEV002M'in
      *0170-VERIFY-ONE-TRANS'indaki kurallarin kaynak basina
      *uygulanmasidir: tek trailer, trailer'dan sonra kayit yok,
      *numerik ve geriye sicramayan siparis numarasi, ayni siparisin
      *ayni kaynakta celisen islemlerle tekrar etmemesi.
      *------------------------
       0230-VERIFY-SOURCE-TOTALS.
           IF WS-SRC-TRL-SW(WS-SRC-IX) = 0
               DISPLAY "CONSOLIDATION REFUSED - source "
                       WS-SRC-NAME(WS-SRC-IX)
                       " has no trailer record (file truncated?)."
               PERFORM 0290-REFUSE-CONSOLIDATION
           END-IF.
           IF WS-SRC-DATA-CNT(WS-SRC-IX) NOT =
              WS-SRC-TRL-CNT(WS-SRC-IX)
               DISPLAY "CONSOLIDATION REFUSED - source "
                       WS-SRC-NAME(WS-SRC-IX)
                       " count " WS-SRC-DATA-CNT(WS-SRC-IX)
                       " does not match trailer count "
                       WS-SRC-TRL-CNT(WS-SRC-IX) "."
               PERFORM 0290-REFUSE-CONSOLIDATION
           END-IF.
           IF WS-SRC-HASH(WS-SRC-IX) NOT =
              WS-SRC-TRL-HASH(WS-SRC-IX)
               DISPLAY "CONSOLIDATION REFUSED - source "
                       WS-SRC-NAME(WS-SRC-IX)
                       " hash " WS-SRC-HASH(WS-SRC-IX)
                       " does not match trailer hash "
                       WS-SRC-TRL-HASH(WS-SRC-IX) "."
               PERFORM 0290-REFUSE-CONSOLIDATION
           END-IF.
           DISPLAY "SOURCE " WS-SRC-NAME(WS-SRC-IX)
                   " BATCH " WS-SRC-BATCH-ID(WS-SRC-IX)
                   " VERIFIED - " WS-SRC-DATA-CNT(WS-SRC-IX)
                   " TRANSACTIONS.".
           ADD WS-SRC-DATA-CNT(WS-SRC-IX) TO WS-IN-CNT.
      *kaynagin sonunda trailer varligini, sayisini ve hash
      *toplamini dogrulayan fonksiyon.
      *------------------------
       0240-OPEN-SOURCE.
           IF WS-SRC-IX = 1
               OPEN INPUT ENTRY-TRANS
               MOVE STATUS-TRANENT TO WS-READ-STATUS
           ELSE IF WS-SRC-IX = 2
               OPEN INPUT RECYCLE-TRANS
               MOVE STATUS-TRANOUT TO WS-READ-STATUS
           ELSE IF WS-SRC-IX = 3
               OPEN INPUT MERGE-TRANS
               MOVE STATUS-MRGTRAN TO WS-READ-STATUS
           ELSE
               OPEN INPUT REGISTER-TRANS
               MOVE STATUS-REGTRAN TO WS-READ-STATUS
           END-IF.
           IF WS-READ-STATUS NOT = 00 AND WS-READ-STATUS NOT = 97
               DISPLAY "Source " WS-SRC-NAME(WS-SRC-IX)
                       " file not found. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *WS-SRC-IX'in gosterdigi kaynak dosyasini acan fonksiyon.
      *dosyasi hic tanimlanmamis kaynak dosya hatasidir; o gece
      *partisi olmayan kaynak bos bir dosya ile verilir.
      *------------------------
       0245-CLOSE-SOURCE.
           IF WS-SRC-IX = 1
               CLOSE ENTRY-TRANS
           ELSE IF WS-SRC-IX = 2
               CLOSE RECYCLE-TRANS
           ELSE IF WS-SRC-IX = 3
               CLOSE MERGE-TRANS
           ELSE
               CLOSE REGISTER-TRANS
           END-IF.
      *WS-SRC-IX'in gosterdigi kaynak dosyasini kapatan fonksiyon.
      *------------------------
       0250-READ-SOURCE.
           IF WS-SRC-IX = 1
               READ ENTRY-TRANS
               MOVE STATUS-TRANENT TO WS-READ-STATUS
               IF NOT READ-EOF
                   MOVE ENTRY-REC TO WS-CUR-TRAN
               END-IF
           ELSE IF WS-SRC-IX = 2
               READ RECYCLE-TRANS
               MOVE STATUS-TRANOUT TO WS-READ-STATUS
               IF NOT READ-EOF
                   MOVE RECYCLE-REC TO WS-CUR-TRAN
               END-IF
           ELSE IF WS-SRC-IX = 3
               READ MERGE-TRANS
               MOVE STATUS-MRGTRAN TO WS-READ-STATUS
               IF NOT READ-EOF
                   MOVE MERGE-REC TO WS-CUR-TRAN
               END-IF
           ELSE
               READ REGISTER-TRANS
               MOVE STATUS-REGTRAN TO WS-READ-STATUS
               IF NOT READ-EOF
                   MOVE REGISTER-REC TO WS-CUR-TRAN
               END-IF
           END-IF.
      *WS-SRC-IX'in gosterdigi kaynaktan bir sonraki kaydi okuyup
      *ortak calisma alanina tasiyan fonksiyon. dosya sonunda kayit
      *alaninin icerigi tanimsiz oldugundan tasima yapilmaz.
      *------------------------
       0290-REFUSE-CONSOLIDATION.
           SET STEP-DATA-FAIL TO TRUE.
           PERFORM 0245-CLOSE-SOURCE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *bir kaynak partisi denetimden gecemediginde tum dosyalari
      *kapatip calismayi 08 ile durduran fonksiyon. birlestirilmis
      *parti hic yazilmamis olur; gece akisi ODEV002M adimini bu
      *koda bakarak atlar.
      *------------------------
       0300-MERGE-SOURCES.
           PERFORM 0310-WRITE-BATCH-HEADERS.
           PERFORM 0320-PRIME-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
           PERFORM 0330-FIND-LOW-KEY.
           PERFORM UNTIL WS-LOW-KEY = WS-HIGH-KEY
               PERFORM 0340-PROCESS-ONE-KEY
               PERFORM 0330-FIND-LOW-KEY
           END-PERFORM.
           PERFORM 0390-WRITE-BATCH-TRAILERS.
           PERFORM 0245-CLOSE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
      *denetimden gecen kaynaklari ORDER-I sirasina gore birlestiren
      *ana dongu. her turda kaynaklarin siradaki islemleri arasindan
      *en kucuk siparis numarasi bulunur ve o numaranin tum islemleri
      *birlikte islenir. tum kaynaklar bitince (en kucuk anahtar
      *nobetci degere ulasinca) iki cikti partisinin trailer'lari
      *yazilir.
      *------------------------
       0310-WRITE-BATCH-HEADERS.
           MOVE SPACES      TO TRANS-HDR-REC.
           MOVE "H"         TO THDR-REC-TYPE.
           MOVE "ODEV002B"  TO THDR-BATCH-ID.
           MOVE WS-RUN-DATE TO THDR-CREATE-DATE.
           WRITE TRANS-HDR-REC.
           MOVE SPACES      TO HOLD-HDR-REC.
           MOVE "H"         TO HHDR-REC-TYPE.
           MOVE "HOLD002B"  TO HHDR-BATCH-ID.
           MOVE WS-RUN-DATE TO HHDR-CREATE-DATE.
           WRITE HOLD-HDR-REC.
      *birlestirilmis ve bekletilen partilerin basina parti
      *basliklarini yazan fonksiyon.
      *------------------------
       0320-PRIME-ONE-SOURCE.
           IF WS-SRC-PRESENT-SW(WS-SRC-IX) = 1
               PERFORM 0240-OPEN-SOURCE
               PERFORM 0250-READ-SOURCE
               PERFORM 0250-READ-SOURCE
               PERFORM 0360-ADVANCE-SOURCE
           ELSE
               MOVE WS-HIGH-KEY TO WS-SRC-KEY(WS-SRC-IX)
           END-IF.
      *birlestirme icin kaynagi yeniden acan, zaten denetlenmis baslik
      *kaydini okuyup atlayan ve ilk islemi getiren fonksiyon. partisi
      *olmayan kaynagin anahtari dogrudan nobetci degerdir.
      *------------------------
       0330-FIND-LOW-KEY.
           MOVE WS-HIGH-KEY TO WS-LOW-KEY.
           MOVE 0 TO WS-TOUCH-CNT.
           PERFORM 0332-CHECK-ONE-KEY
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
           PERFORM 0334-COUNT-ONE-TOUCH
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
      *kaynaklarin siradaki islemleri arasindan en kucuk siparis
      *numarasini ve bu numaranin kac kaynakta bekledigini bulan
      *fonksiyon.
      *------------------------
       0332-CHECK-ONE-KEY.
           IF WS-SRC-KEY(WS-SRC-IX) < WS-LOW-KEY
               MOVE WS-SRC-KEY(WS-SRC-IX) TO WS-LOW-KEY
           END-IF.
      *tek bir kaynagin anahtarini o anki en kucukle karsilastiran
      *fonksiyon.
      *------------------------
       0334-COUNT-ONE-TOUCH.
           IF WS-SRC-KEY(WS-SRC-IX) = WS-LOW-KEY AND
              WS-LOW-KEY NOT = WS-HIGH-KEY
               ADD 1 TO WS-TOUCH-CNT
           END-IF.
      *en kucuk siparis numarasinda bekleyen kaynaklari sayan
      *fonksiyon.
      *------------------------
       0340-PROCESS-ONE-KEY.
           IF WS-LOW-KEY = 0
               MOVE 1 TO WS-TOUCH-CNT
           END-IF.
           IF WS-TOUCH-CNT > 1
               ADD 1 TO WS-CONFLICT-CNT
               MOVE WS-LOW-KEY   TO CCL-ORDER
               MOVE WS-TOUCH-CNT TO CCL-SOURCES
               MOVE CNF-CONFLICT-LINE TO CONFLICT-REC
               WRITE CONFLICT-REC
           END-IF.
           PERFORM 0350-DRAIN-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
      *tek bir siparis numarasinin tum islemlerini isleyen fonksiyon.
      *numaraya tek kaynak dokunuyorsa islemleri oldugu gibi
      *birlestirilmis partiye gecer. birden fazla kaynak dokunuyorsa
      *(ornegin ODEV002D'nin sildigi bir musteri icin ODEV002R'den
      *gelen bir C) hangisinin once uygulanacagi dosyalarin gelis
      *sirasina birakilmaz: o numaranin butun kaynaklardan gelen
      *islemleri bekletilen partiye yazilip raporlanir. sifir
      *numara, ODEV002M'in numara verecegi yeni musteriler icindir;
      *farkli kaynaklardan gelen sifir numarali A'lar ayni musteri
      *degildir ve cakisma sayilmaz.
      *------------------------
       0350-DRAIN-ONE-SOURCE.
           PERFORM 0355-TAKE-ONE-TRAN
               UNTIL WS-SRC-KEY(WS-SRC-IX) NOT = WS-LOW-KEY
                  OR WS-LOW-KEY = WS-HIGH-KEY.
      *bir kaynagin en kucuk numaradaki islemlerinin hepsini (ayni
      *kaynakta ayni siparis ayni islemle birden fazla gelebilir)
      *sirayla alan dongu.
      *------------------------
       0355-TAKE-ONE-TRAN.
           MOVE WS-SRC-REC(WS-SRC-IX) TO WS-CUR-TRAN.
           IF WS-TOUCH-CNT > 1
               PERFORM 0370-HOLD-CUR-TRAN
           ELSE IF CT-ORDER-I = 0 AND CT-ACTION NOT = "A"
               MOVE CNF-UNNUMBERED-LINE TO CONFLICT-REC
               WRITE CONFLICT-REC
               PERFORM 0370-HOLD-CUR-TRAN
           ELSE
               PERFORM 0380-PASS-CUR-TRAN
           END-IF.
           PERFORM 0250-READ-SOURCE.
           PERFORM 0360-ADVANCE-SOURCE.
      *kaynagin siradaki islemini bekletilen ya da birlestirilmis
      *partiye yazip kaynaktan bir sonrakini getiren fonksiyon. sifir
      *numarali bir C/D hicbir musteriye uygulanamaz ve birlestirilmis
      *partide sifir numarali A'larla yan yana gelince ODEV002M'in
      *celisen islem denetimi tum partiyi reddeder; bu yuzden o da
      *bekletilir.
      *------------------------
       0360-ADVANCE-SOURCE.
           IF READ-EOF OR CTR-TRAILER
               MOVE WS-HIGH-KEY TO WS-SRC-KEY(WS-SRC-IX)
           ELSE
               MOVE CT-ORDER-I  TO WS-SRC-KEY(WS-SRC-IX)
               MOVE WS-CUR-TRAN TO WS-SRC-REC(WS-SRC-IX)
           END-IF.
      *yeni okunan kaydi kaynagin siradaki islemi olarak saklayan
      *fonksiyon. dosya biterse ya da trailer'a gelinirse kaynagin
      *anahtarina nobetci deger atanir; trailer bir islem degildir.
      *------------------------
       0370-HOLD-CUR-TRAN.
           MOVE WS-CUR-TRAN TO HOLD-REC.
           WRITE HOLD-REC.
           ADD 1 TO WS-HELD-CNT.
           ADD 1 TO WS-SRC-HELD-CNT(WS-SRC-IX).
           COMPUTE WS-HOLD-HASH = FUNCTION MOD(
               WS-HOLD-HASH + CT-ORDER-I, 1000000000).
           MOVE WS-SRC-NAME(WS-SRC-IX)     TO CIL-SOURCE.
           MOVE WS-SRC-BATCH-ID(WS-SRC-IX) TO CIL-BATCH-ID.
           MOVE CT-ACTION                  TO CIL-ACTION.
           MOVE CT-FIRST-NAME-I            TO CIL-FIRST-NAME.
           MOVE CT-LAST-NAME-I             TO CIL-LAST-NAME.
           MOVE CT-STATUS-I                TO CIL-STATUS.
           MOVE CNF-ITEM-LINE TO CONFLICT-REC.
           WRITE CONFLICT-REC.
      *cakisan bir islemi bekletilen partiye yazan, o partinin
      *trailer hash toplamina ekleyen ve rapora kaynagiyla birlikte
      *basan fonksiyon.
      *------------------------
       0380-PASS-CUR-TRAN.
           MOVE WS-CUR-TRAN TO TRANS-REC.
           WRITE TRANS-REC.
           ADD 1 TO WS-OUT-CNT.
           ADD 1 TO WS-SRC-OUT-CNT(WS-SRC-IX).
           COMPUTE WS-OUT-HASH = FUNCTION MOD(
               WS-OUT-HASH + CT-ORDER-I, 1000000000).
      *cakismayan bir islemi birlestirilmis partiye yazan ve trailer
      *hash toplamina ekleyen fonksiyon.
      *------------------------
       0390-WRITE-BATCH-TRAILERS.
           MOVE SPACES       TO TRANS-TRL-REC.
           MOVE "T"          TO TTRL-REC-TYPE.
           MOVE WS-OUT-CNT   TO TTRL-REC-COUNT.
           MOVE WS-OUT-HASH  TO TTRL-HASH-TOTAL.
           WRITE TRANS-TRL-REC.
           MOVE SPACES       TO HOLD-TRL-REC.
           MOVE "T"          TO HTRL-REC-TYPE.
           MOVE WS-HELD-CNT  TO HTRL-REC-COUNT.
           MOVE WS-HOLD-HASH TO HTRL-HASH-TOTAL.
           WRITE HOLD-TRL-REC.
      *iki cikti partisinin sonuna, yazilan kayit sayisi ve hash
      *toplamiyla parti sonunu yazan fonksiyon.
      *------------------------
       0700-PRINT-SUMMARY.
           IF WS-CONFLICT-CNT = 0
               MOVE "  NONE." TO CONFLICT-REC
               WRITE CONFLICT-REC
           END-IF.
           MOVE SPACES TO CONFLICT-REC.
           WRITE CONFLICT-REC.
           MOVE "SOURCE CONTROLS" TO CNF-SECTION-TITLE.
           MOVE CNF-SECTION-LINE TO CONFLICT-REC.
           WRITE CONFLICT-REC.
           PERFORM 0710-PRINT-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 4.
           DISPLAY "ODEV002B SUMMARY - IN: " WS-IN-CNT
                   " PASSED: "    WS-OUT-CNT
                   " HELD: "      WS-HELD-CNT
                   " CONFLICTS: " WS-CONFLICT-CNT.
      *rapora kaynak kontrol bolumunu basan ve calisma sonunda okunan/
      *gecen/bekletilen sayilarini SYSOUT'a basan fonksiyon.
      *------------------------
       0710-PRINT-ONE-SOURCE.
           IF WS-SRC-PRESENT-SW(WS-SRC-IX) = 1
               MOVE WS-SRC-NAME(WS-SRC-IX)        TO CSL-SOURCE
               MOVE WS-SRC-BATCH-ID(WS-SRC-IX)    TO CSL-BATCH-ID
               MOVE WS-SRC-CREATE-DATE(WS-SRC-IX) TO CSL-CREATE-DATE
               MOVE WS-SRC-DATA-CNT(WS-SRC-IX)    TO CSL-IN
               MOVE WS-SRC-OUT-CNT(WS-SRC-IX)     TO CSL-OUT
               MOVE WS-SRC-HELD-CNT(WS-SRC-IX)    TO CSL-HELD
               MOVE CNF-SOURCE-LINE TO CONFLICT-REC
           ELSE
               MOVE WS-SRC-NAME(WS-SRC-IX) TO CNB-SOURCE
               MOVE CNF-NO-BATCH-LINE TO CONFLICT-REC
           END-IF.
           WRITE CONFLICT-REC.
      *tek bir kaynagin parti kimligini, uretim tarihini ve sayilarini
      *basan fonksiyon. uretim tarihi, bir onceki geceden kalmis bir
      *kaynak dosyasinin ikinci kez birlestirilmedigini operatorun
      *gozle dogrulayabilmesi icin basilir.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-HELD-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *incelemeye ayrilan islem olduysa adimi uyari (04) ile bitiren
      *fonksiyon. birlestirilmis parti yine de ODEV002M'e verilir.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE HOLD-FILE.
           CLOSE CONFLICT-REPORT.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
