      * TRADE_RUN_ID y TRADE_RUN_SYMBOL - así las filas de una noche
      * de MASTERBATCH sobre 40 símbolos dejan de ser cientos de
      * renglones intercalados que nadie puede atribuir.
      * AUD-DATE es la fecha de negocio de la corrida: la de hoy,
      * salvo que el driver exporte TRADE_RUN_DATE (aaaammdd) - la
      * puesta al día de MASTERBATCH corre cada fecha perdida con su
      * propia fecha, y es esa la que queda como completada. La
      * variable se lee de paso sobre AUD-RUNID, que se carga justo
      * después, para no pedirle otro campo al anfitrión.
      * Cada fila cierra con AUD-HASH X(16), su sello encadenado
      * (WS-HASH-CHAIN): el sello de la última fila de la bitácora
      * mezclado con el contenido de la nueva, así una fila editada
      * a mano rompe la cadena desde ahí y VERIFY la encuentra. El
      * anfitrión declara además el grupo WS-HASH-AREA que pide
      * WS-HASH-CHAIN. Una bitácora nueva, o una cuya última fila es
      * anterior a los sellos, arranca la cadena con dieciséis ceros;
      * una recién rotada por HOUSEKEEP trae como primera fila el
      * sello del segmento archivado y la cadena sigue desde él.

           MOVE ALL "0" TO WS-HASH-SEED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS = "00"
               PERFORM UNTIL WS-AUDIT-FS NOT = "00"
                   READ AUDIT-FILE
                       NOT AT END
                           IF AUD-HASH = SPACES
                               MOVE ALL "0" TO WS-HASH-SEED
                           ELSE
                               MOVE AUD-HASH TO WS-HASH-SEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE WS-AUDIT-COUNT TO AUD-COUNT
           MOVE WS-AUDIT-REJECTS TO AUD-REJECTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE SPACES TO AUD-RUNID
           ACCEPT AUD-RUNID FROM ENVIRONMENT "TRADE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF AUD-RUNID IS NUMERIC
               MOVE AUD-RUNID TO AUD-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(AUD-DATE) NOT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE SPACES TO AUD-RUNID
           ACCEPT AUD-RUNID FROM ENVIRONMENT "TRADE_RUN_ID"
           ACCEPT AUD-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE AUDIT-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(AUDIT-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO AUD-HASH
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
