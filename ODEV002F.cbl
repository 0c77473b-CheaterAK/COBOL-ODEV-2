           05 WS-REJ-CNT                 PIC 9(7) VALUE 0.
      *okunan log, secime giren log, basilan alan satiri ve raporda
      *gosterilen reddedilmis islem sayilarini tutan alan.
      *------------------------
       COPY STEPRC.
      *adimin donus kodu. calisma boyunca biriktirilir, 0999-EXIT
      *tarafindan RETURN-CODE'a tasinir.
      *------------------------
       PROCEDURE DIVISION.
      *programin calisma sirasinda yapacagi islemlerin tanimlandigi
               IF WS-PARM-TOKEN(WS-PARM-IX)(6:8) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(6:8)
                           ": Invalid FROM date. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(6:8) TO WS-FROM-DATE
           END-IF.
               IF WS-PARM-TOKEN(WS-PARM-IX)(4:8) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(4:8)
                           ": Invalid TO date. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(4:8) TO WS-TO-DATE
           END-IF.
               IF WS-PARM-TOKEN(WS-PARM-IX)(7:7) NOT NUMERIC
                   DISPLAY WS-PARM-TOKEN(WS-PARM-IX)(7:7)
                           ": Invalid ORDER value. Exiting..."
                   SET STEP-FILE-FAIL TO TRUE
                   PERFORM 0999-EXIT
               END-IF
               MOVE WS-PARM-TOKEN(WS-PARM-IX)(7:7) TO WS-SEL-ORDER
               MOVE 1 TO WS-SEL-ORDER-SW
       0110-FILE-CONTROL.
           IF NOT CHGLOG-SUCC
              DISPLAY "Change log file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
           IF NOT AUDRPT-SUCC
              DISPLAY "Audit report file not found. Exiting..."
              SET STEP-FILE-FAIL TO TRUE
              PERFORM 0999-EXIT
           END-IF.
      *dosyalarin acilip acilmadigini kontrol eden fonksiyon.
      *------------------------
      *dosyalar kapatiliyor.
      *------------------------
       0999-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      *program sonlaniyor.
