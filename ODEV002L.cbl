       01  WS-XREF-CNT                   PIC 9(7) VALUE 0.
      *okunan, yuklenen, atlanan ve capraz basvuruya yazilan kayit
      *sayilarini tutan alanlar.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-LOAD-INDEX.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT USERIDX-SUCC
              DISPLAY "User index file not opened. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT NAMEXREF-SUCC
              DISPLAY "Name xref file not opened. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
                   " XREF: "    WS-XREF-CNT.
      *calisma sonunda okunan/yuklenen/atlanan ve capraz basvuruya
      *yazilan kayit sayilarini SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-SKIP-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *yuklenemeyen (atlanan) kayit olduysa adimi uyari (04) ile
      *bitiren fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
