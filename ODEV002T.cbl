      *run tarihi ile okunan, secilen, aktif olmadigi icin atlanan ve
      *tarihleri bozuk oldugu icin atlanan kayit sayilarini tutan
      *alanlar.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0600-WRITE-TRAILER.
           PERFORM 0700-PRINT-SUMMARY.
           PERFORM 0790-SET-STEP-RC.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0999-EXIT.
      *MAIN programin baslangic noktasi. sirasiyla dosyalarin
               IF WS-PARM-TOKEN(WS-PARM-IX)(8:3) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(8:3)
                           ": Invalid MINAGE value. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(8:3) TO WS-MIN-AGE
               MOVE 1 TO WS-MIN-AGE-SW
               IF WS-PARM-TOKEN(WS-PARM-IX)(8:3) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(8:3)
                           ": Invalid MAXAGE value. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(8:3) TO WS-MAX-AGE
               MOVE 1 TO WS-MAX-AGE-SW
               MOVE 1 TO WS-ASOF-SW
           ELSE IF WS-ASOF-VALUE NOT NUMERIC
               DISPLAY WS-ASOF-VALUE ": Invalid ASOF date. Exiting..."
               SET STEP-FILE-FAIL TO TRUE
               PERFORM 0999-EXIT
           ELSE
               MOVE WS-ASOF-VALUE TO WS-ASOF-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) = 0
                   DISPLAY WS-ASOF-VALUE
                           ": Invalid ASOF date. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE 1 TO WS-ASOF-SW
           END-IF.
       0110-FILE-CONTROL.
           IF NOT USERDATA-SUCC
              DISPLAY "Userdata file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT SELFILE-SUCC
              DISPLAY "Selection file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
                   " BAD DATES: " WS-BAD-DATE-CNT.
      *calisma sonunda okunan/secilen ve atlanan kayit sayilarini
      *SYSOUT'a basan fonksiyon.
      *------------------------
       0790-SET-STEP-RC.
           IF WS-BAD-DATE-CNT > 0 AND STEP-CLEAN
               SET STEP-WARNING TO TRUE
           END-IF.
      *tarihleri hesaplanamadigi icin atlanan kayit olduysa adimi
      *uyari (04) ile bitiren fonksiyon.
      *------------------------
       0800-CLOSE-FILES.
           CLOSE USERS-DATA.
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
