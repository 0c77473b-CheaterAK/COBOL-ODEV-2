           05    PCTL-CHANGE-CNT         PIC 9(7).
           05    PCTL-DELETE-CNT         PIC 9(7).
           05    PCTL-REJECT-CNT         PIC 9(7).
           05    PCTL-RUN-TIME           PIC 9(6).
      *PROM-CTL'nin kayit yapisi. ODEV002M'deki PROM-CTL-REC ile
      *birebir aynidir.
       FD  OPS-REPORT RECORDING MODE F.
                 VALUE "PROM-CTL ".
           05 XF2-VERDICT                PIC X(14).
           05 FILLER                     PIC X(57) VALUE SPACES.
       01  OPS-XF3-LINE.
           05 FILLER                     PIC X(29)
                 VALUE "ODEV002V MASTER/INDEX/XREF  ".
           05 XF3-VERDICT                PIC X(14).
           05 FILLER                     PIC X(7)  VALUE " INDEX ".
           05 XF3-IDX-DRIFT              PIC Z(6)9.
           05 FILLER                     PIC X(6)  VALUE " XREF ".
           05 XF3-XRF-DRIFT              PIC Z(6)9.
           05 FILLER                     PIC X(9)  VALUE " REPAIRS ".
           05 XF3-REPAIRS                PIC Z(6)9.
           05 FILLER                     PIC X(14) VALUE SPACES.
      *gece mutabakat satirlari: ODEV002'nin okunan sayisi temiz +
      *reddedilen toplamina, ODEV002M'in uygulanan sayilari PROM-CTL
      *kaydina karsi dogrulanir; ODEV002V'nin master/indeks/capraz
      *basvuru hukmu sapma sayilariyla birlikte basilir.
      *------------------------
       01  WS-FLAGS.
           05 STATUS-RUNHIST             PIC 99.
       01  WS-MNT-CNT-2                  PIC 9(11) VALUE 0.
       01  WS-MNT-CNT-3                  PIC 9(11) VALUE 0.
       01  WS-MNT-CNT-4                  PIC 9(11) VALUE 0.
       01  WS-RCN-E-SW                   PIC 9(1) VALUE 0.
       01  WS-RCN-VERDICT                PIC X(30).
       01  WS-RCN-IDX-DRIFT              PIC 9(11) VALUE 0.
       01  WS-RCN-XRF-DRIFT              PIC 9(11) VALUE 0.
       01  WS-RCN-REPAIRS                PIC 9(11) VALUE 0.
      *gecenin capraz mutabakati icin saklanan son ODEV002, son
      *ODEV002M ve son ODEV002V normal bitis sayaclari (ODEV002V'nin
      *hukmu RUNH-PARM'da gelir).
      *------------------------
       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-HIST-CNT                   PIC 9(7) VALUE 0.
       01  WS-REFUSAL-CNT                PIC 9(7) VALUE 0.
      *rapor basligina basilan tarih ile okunan gecmis kaydi,
      *muhtemel abend ve reddedilen calisma sayilari.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
           PERFORM 0400-REPORT-OPEN-STARTS.
           PERFORM 0500-REPORT-TRENDS.
           PERFORM 0600-CROSS-FOOT-NIGHT.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
       0110-FILE-CONTROL.
           IF NOT RUNHIST-SUCC
              DISPLAY "Run history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT OPSRPT-SUCC
              DISPLAY "Operations report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
           IF WS-PEND-FOUND-IX = 0
               IF WS-PEND-CNT >= 20
                   DISPLAY "Program table full. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               ADD 1 TO WS-PEND-CNT
               MOVE WS-PEND-CNT  TO WS-PEND-FOUND-IX
           IF WS-TRD-FOUND-IX = 0
               IF WS-TRD-CNT >= 20
                   DISPLAY "Trend table full. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               ADD 1 TO WS-TRD-CNT
               MOVE WS-TRD-CNT   TO WS-TRD-FOUND-IX
               MOVE RUNH-CNT-3 TO WS-MNT-CNT-3
               MOVE RUNH-CNT-4 TO WS-MNT-CNT-4
           END-IF.
           IF RUNH-PROGRAM = "ODEV002V"
               MOVE 1          TO WS-RCN-E-SW
               MOVE RUNH-PARM  TO WS-RCN-VERDICT
               MOVE RUNH-CNT-2 TO WS-RCN-IDX-DRIFT
               MOVE RUNH-CNT-3 TO WS-RCN-XRF-DRIFT
               MOVE RUNH-CNT-4 TO WS-RCN-REPAIRS
           END-IF.
      *gece mutabakatinda kullanilacak son ODEV002, son ODEV002M ve
      *son ODEV002V normal bitis sayaclarini saklayan fonksiyon.
      *------------------------
       0400-REPORT-OPEN-STARTS.
           PERFORM 0420-CHECK-ONE-OPEN
                       MOVE SPACES    TO WS-LBL(2)
                       MOVE SPACES    TO WS-LBL(3)
                       MOVE SPACES    TO WS-LBL(4)
                   ELSE IF RUNH-PROGRAM = "ODEV002V"
                       MOVE "MASTER"   TO WS-LBL(1)
                       MOVE "IDX-DIFF" TO WS-LBL(2)
                       MOVE "XRF-DIFF" TO WS-LBL(3)
                       MOVE "REPAIRS"  TO WS-LBL(4)
                   ELSE
                       MOVE "CNT-1"   TO WS-LBL(1)
                       MOVE "CNT-2"   TO WS-LBL(2)
           END-IF.
      *RUNHIST kopya kitabindaki nota gore sayaclarin programa ozgu
      *etiketlerini hazirlayan fonksiyon: ODEV002 READ/WRITE/ERR,
      *ODEV002M ADD/CHANGE/DELETE/REJECT, ODEV002S toplam detay,
      *ODEV002V master/indeks sapmasi/capraz basvuru sapmasi/onarim.
      *taninmayan programlar ham CNT-n etiketiyle basilir.
      *------------------------
       0600-CROSS-FOOT-NIGHT.
                   MOVE "IN BALANCE"     TO XF1-VERDICT
               ELSE
                   MOVE "OUT OF BALANCE" TO XF1-VERDICT
                   SET STEP-DATA-FAIL TO TRUE
               END-IF
               MOVE OPS-XF1-LINE TO OPS-REC
               WRITE OPS-REC
           END-IF.
           PERFORM 0620-CROSS-FOOT-MAINT.
           PERFORM 0640-INDEX-RECON-VERDICT.
      *gece mutabakat bolumunu basan fonksiyon. once ODEV002'nin
      *okunan sayisi temiz + reddedilen toplamina karsi dogrulanir,
      *sonra maintenance sayilari PROM-CTL ile karsilastirilir, en
      *son indeks mutabakatinin hukmu basilir.
      *dengesiz cikan her satir adimi 08 ile bitirir.
      *------------------------
       0620-CROSS-FOOT-MAINT.
           IF WS-MNT-E-SW = 0
                           MOVE "IN BALANCE"     TO XF2-VERDICT
                       ELSE
                           MOVE "OUT OF BALANCE" TO XF2-VERDICT
                           SET STEP-DATA-FAIL TO TRUE
                       END-IF
                       MOVE OPS-XF2-LINE TO OPS-REC
                       WRITE OPS-REC
      *son ODEV002M bitis sayaclarini PROM-CTL kaydina karsi
      *dogrulayan fonksiyon. gecede maintenance kosulmadiysa ya da
      *kontrol dosyasi yoksa bolum atlanir, rapor yine de cikar.
      *------------------------
       0640-INDEX-RECON-VERDICT.
           IF WS-RCN-E-SW = 1
               MOVE WS-RCN-IDX-DRIFT TO XF3-IDX-DRIFT
               MOVE WS-RCN-XRF-DRIFT TO XF3-XRF-DRIFT
               MOVE WS-RCN-REPAIRS   TO XF3-REPAIRS
               IF WS-RCN-VERDICT = "IN SYNC"
                   MOVE "IN SYNC"        TO XF3-VERDICT
               ELSE
                   MOVE "DRIFT"          TO XF3-VERDICT
                   SET STEP-DATA-FAIL TO TRUE
               END-IF
               MOVE OPS-XF3-LINE TO OPS-REC
               WRITE OPS-REC
           END-IF.
      *son ODEV002V calismasinin USERS-DATA/USER-INDEX/NAME-XREF
      *hukmunu basan fonksiyon. sapma varsa onarim dosyasinin
      *ODEV002K PARM=REPAIR ile uygulanmasi gerekir ve adim 08 ile
      *biter. gecede mutabakat kosulmadiysa satir basilmaz.
      *------------------------
       0790-SET-STEP-RC.
           IF (WS-ABEND-CNT > 0 OR
               WS-REFUSAL-CNT > 0) AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *gecmiste E kaydi gelmemis (muhtemel abend) ya da
      *reddedilmis bir calisma bulunduysa adimi uyari (04) ile bitiren
      *fonksiyon. mutabakat tutmadiysa kod zaten 08'dir, dusurulmez.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE RUN-HISTORY.
      *fonksiyon.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
