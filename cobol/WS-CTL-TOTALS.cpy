      * COPY BOOK: WS-CTL-TOTALS
      * Dominio: Totales de control entre pasos de la cadena nocturna
      * Usado por: GapFill, SMA, SmaCross, RSI, EMA, Bollinger, MACD,
      *            ATR, Stochastic, StochRSI, Pivots, Triggers, OBV,
      *            Candle, Ichimoku, PSAR, VolProfile, Trader
      * Aplica: B-COPY
      * Responsabilidad única: agregar un renglón a control_totals.dat
      * con los totales de control de un archivo que el paso leyó
      * (rol IN) o escribió (rol OUT): cantidad de registros, primera
      * y última fecha, y totales hash de cierres y de volúmenes.
      * BALANCE cruza después la entrada de cada paso contra la
      * salida del paso que la produjo.
      *
      * El programa anfitrión debe declarar, en su propia FILE
      * SECTION, SELECT CTLTOT-FILE ASSIGN TO "control_totals.dat"
      * con FILE STATUS WS-CTLTOT-FS, y un CTLTOT-RECORD con, en este
      * orden y separados por un FILLER PIC X, CT-PROGRAM PIC X(10),
      * CT-ROLE PIC X(3), CT-FILE PIC X(40), CT-COUNT PIC 9(7),
      * CT-REJECTS PIC 9(5), CT-FIRST-DATE PIC X(8), CT-LAST-DATE
      * PIC X(8), CT-HASH-CLOSE PIC 9(13)V9(4), CT-HASH-VOLUME PIC
      * 9(17), CT-DATE PIC 9(8), CT-TIME PIC 9(6), CT-RUNID PIC X(8)
      * y CT-SYMBOL PIC X(10); en WORKING-STORAGE, WS-CTL-ROLE PIC
      * X(3), WS-CTL-FILE PIC X(200), WS-CTL-COUNT PIC 9(7),
      * WS-CTL-REJECTS PIC 9(5), WS-CTL-FIRST-DATE y WS-CTL-LAST-DATE
      * PIC X(8), WS-CTL-HASH-CLOSE PIC 9(13)V9(4), WS-CTL-HASH-VOLUME
      * PIC 9(17) y WS-CTL-I/WS-CTL-POS PIC 9(3) COMP, cargados con
      * los totales antes de invocar esta rutina. El nombre del
      * programa sale de WS-AUDIT-PROGRAM, el mismo de la bitácora.
      * CT-COUNT es la cantidad de registros leídos o escritos; en
      * una entrada, los descartados por datos inválidos van también
      * en CT-REJECTS, y los totales hash cubren solo los aceptados.
      * Un archivo sin fechas (prices.dat) deja las fechas en blanco;
      * uno sin volumen, el hash de volumen en cero.
      * Del archivo se guarda solo el nombre, sin directorio: el
      * driver multi-símbolo pasa las rutas con "../" y el mismo
      * archivo tiene que reconocerse igual desde cualquier paso.
      * Fecha, hora, corrida y símbolo se estampan igual que en
      * WS-AUDIT-LOG. Al terminar, los acumuladores quedan en cero
      * para el renglón siguiente.

           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-FS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE SPACES TO CTLTOT-RECORD
           MOVE WS-AUDIT-PROGRAM TO CT-PROGRAM
           MOVE WS-CTL-ROLE TO CT-ROLE
           MOVE 0 TO WS-CTL-POS
           PERFORM VARYING WS-CTL-I FROM 1 BY 1 UNTIL WS-CTL-I > 199
               IF WS-CTL-FILE(WS-CTL-I:1) = "/"
                   MOVE WS-CTL-I TO WS-CTL-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-CTL-POS
           MOVE WS-CTL-FILE(WS-CTL-POS:) TO CT-FILE
           MOVE WS-CTL-COUNT TO CT-COUNT
           MOVE WS-CTL-REJECTS TO CT-REJECTS
           MOVE WS-CTL-FIRST-DATE TO CT-FIRST-DATE
           MOVE WS-CTL-LAST-DATE TO CT-LAST-DATE
           MOVE WS-CTL-HASH-CLOSE TO CT-HASH-CLOSE
           MOVE WS-CTL-HASH-VOLUME TO CT-HASH-VOLUME
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-DATE
           MOVE SPACES TO CT-RUNID
           ACCEPT CT-RUNID FROM ENVIRONMENT "TRADE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF CT-RUNID IS NUMERIC
               MOVE CT-RUNID TO CT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(CT-DATE) NOT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CT-DATE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO CT-TIME
           MOVE SPACES TO CT-RUNID
           ACCEPT CT-RUNID FROM ENVIRONMENT "TRADE_RUN_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO CT-SYMBOL
           ACCEPT CT-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           WRITE CTLTOT-RECORD
           CLOSE CTLTOT-FILE
           MOVE 0 TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-REJECTS
           MOVE 0 TO WS-CTL-HASH-CLOSE
           MOVE 0 TO WS-CTL-HASH-VOLUME
           MOVE SPACES TO WS-CTL-FIRST-DATE
           MOVE SPACES TO WS-CTL-LAST-DATE.
