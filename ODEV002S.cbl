      *ODEV002'nin detay satirinda zaten hesaplanmis LIVED-DAYS-O
      *kullanilir; burada sadece 10 yillik bant genisligi (3650 gun)
      *sabiti tutulur.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi bolum.
           OPEN EXTEND RUN-HISTORY.
           IF NOT RUNHIST-SUCC
              DISPLAY "Run history file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           PERFORM 0140-WRITE-RUN-START.
           PERFORM 0150-CHECK-DOUBLE-RUN.
       0110-FILE-CONTROL.
           IF NOT EXTFILE-SUCC
              DISPLAY "Extract file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT SUMFILE-SUCC
              DISPLAY "Summary file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
               MOVE "A"          TO RUNH-COMPLETION
               WRITE RUNH-REC
               CLOSE RUN-HISTORY
               SET STEP-DATA-FAIL TO TRUE
               PERFORM 0999-EXIT
           END-IF.
      *ayni cikarimin ikinci kez ozetlenmesini engelleyen fonksiyon.
      *son ODEV002S bitisi son ODEV002 bitisinden yeniyse (yani
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
