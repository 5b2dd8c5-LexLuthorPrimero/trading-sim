      * valor final y el conteo contra la curva de equity, y valida
      * un checkpoint sobreviviente contra ambos, reportando cada
      * quiebre. El control de integridad que corresponde correr
      * después de cada reinicio. La comisión de entrada de un
      * futuro se reproduce sobre el nocional (precio por contratos
      * por multiplicador): el multiplicador sale del maestro de
      * símbolos para SYMBOL= (o TRADE_RUN_SYMBOL dentro del
      * MASTERBATCH), y sin símbolo o sin fila vale uno.
      * Con PORTSIM como argumento revisa en cambio las salidas del
      * libro multi-símbolo (portsim_ledger.dat, portsim_equity.dat
      * y portsim_checkpoint.dat por omisión): un reinicio mal
      * recortado deja filas repetidas, que se ven como números de
      * operación fuera de secuencia en el ledger y fechas que no
      * avanzan en la curva; un punto de reinicio sobreviviente
      * tiene que estar completo, las salidas tienen que tener al
      * menos las filas que cuenta, y la fila de la curva en que
      * quedó tiene que ser la de su barra con su equity.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT PS-LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PS-EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-STATUS.
           SELECT PS-CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT CONSIST-OUT-FILE ASSIGN TO "consist_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que EQUITY-RECORD de TRADER, con las columnas
      * de dividendos, acarreo y caja liquidada/por liquidar; las
      * filas viejas más cortas dejan esas columnas en espacios y
           05 CKPT-SHARES       PIC 9(5).
           05 FILLER            PIC X.
           05 CKPT-TRADE-COUNT  PIC 9(5).
      * Mismo formato que LEDGER-RECORD de PORTSIM.
       FD  PS-LEDGER-FILE.
       01  PS-LEDGER-RECORD.
           05 PSL-TRADE-NUM   PIC 9(5).
           05 FILLER          PIC X.
           05 PSL-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 PSL-TYPE        PIC X(5).
           05 FILLER          PIC X.
           05 PSL-ENTRY       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 PSL-EXIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 PSL-SHARES      PIC 9(5).
           05 FILLER          PIC X.
           05 PSL-PNL         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PSL-CAPITAL     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 PSL-REASON      PIC X(20).
           05 FILLER          PIC X.
           05 PSL-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 PSL-EXIT-DATE   PIC 9(8).
      * Mismo formato que EQUITY-RECORD de PORTSIM, con las
      * columnas de la cobertura beta.
       FD  PS-EQUITY-FILE.
       01  PS-EQUITY-RECORD.
           05 PSE-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 PSE-CAPITAL     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 PSE-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 PSE-OPEN-POS    PIC 9(2).
           05 FILLER          PIC X.
           05 PSE-DIV         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PSE-UNHEDGED    PIC 9(9)V99.
           05 FILLER          PIC X.
           05 PSE-HEDGE-PNL   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PSE-HEDGE-COST  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 PSE-HEDGE-CARRY PIC 9(7)V99.
           05 FILLER          PIC X.
           05 PSE-BOOK-BETA   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PSE-HEDGE-QTY   PIC S9(7) SIGN IS LEADING SEPARATE.
      * Mismo formato que el punto de reinicio de PORTSIM: del
      * registro H solo hace falta el prefijo hasta las filas del
      * reporte de margen (el resto, y los registros S, R y C, en
      * el FILLER final, que da el largo del renglón más largo);
      * del F, la cantidad de registros.
       FD  PS-CKPT-FILE.
       01  PSK-RECORD.
           05 PSK-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PSK-BAR-IDX       PIC 9(5).
           05 FILLER            PIC X.
           05 PSK-BAR-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 PSK-BAR-COUNT     PIC 9(5).
           05 FILLER            PIC X.
           05 PSK-SYM-COUNT     PIC 9(2).
           05 FILLER            PIC X.
           05 PSK-CAPITAL       PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PSK-EQUITY        PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PSK-TRADE-COUNT   PIC 9(5).
           05 FILLER            PIC X.
           05 PSK-WIN-COUNT     PIC 9(5).
           05 FILLER            PIC X.
           05 PSK-OPEN-POS      PIC 9(2).
           05 FILLER            PIC X.
           05 PSK-PEAK-EQUITY   PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PSK-MAX-DD-PCT    PIC 9(3)V99.
           05 FILLER            PIC X.
           05 PSK-EQ-ROWS       PIC 9(5).
           05 FILLER            PIC X.
           05 PSK-MRG-ROWS      PIC 9(5).
           05 FILLER            PIC X(200).
       01  PSF-RECORD.
           05 PSF-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PSF-RECORDS       PIC 9(5).
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT; aquí
      * solo interesa el multiplicador del contrato.
       FD  SYMMASTER-FILE.
       01  SYMBOL-MASTER-RECORD.
           05 SYM-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 SYM-NAME        PIC X(30).
           05 FILLER          PIC X.
           05 SYM-EXCHANGE    PIC X(8).
           05 FILLER          PIC X.
           05 SYM-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 SYM-SECTOR      PIC X(8).
           05 FILLER          PIC X.
           05 SYM-BOARD-LOT   PIC 9(5).
           05 FILLER          PIC X.
           05 SYM-TICK-SIZE   PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
       FD  CONSIST-OUT-FILE.
       01  CONSIST-OUT-RECORD.
           05 CNS-LINE        PIC X(80).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "CONSIST".
       01  WS-AUDIT-STATUS   PIC X(4).
       01  WS-AUDIT-COUNT    PIC 9(5).
       01  WS-AUDIT-REJECTS  PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED   PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1  PIC 9(8).
              10 WS-HASH-V2  PIC 9(8).
           05 WS-HASH-TEXT   PIC X(400).
           05 WS-HASH-LEN    PIC 9(4) COMP.
           05 WS-HASH-I      PIC 9(4) COMP.
           05 WS-HASH-H1     PIC 9(12) COMP.
           05 WS-HASH-H2     PIC 9(12) COMP.
       01  WS-LEDGER-STATUS  PIC XX.
           88  WS-LEDGER-OK      VALUE "00".
           88  WS-LEDGER-EOF     VALUE "10".
      * cadena por ese monto.
       01  WS-COMMISSION-PCT PIC 9V999 COMP-3 VALUE 0.001.
       01  WS-ENTRY-COMM     PIC 9(7)V99 COMP-3.
       01  WS-SYMMASTER-FS   PIC XX.
           88  WS-SYMMASTER-OK   VALUE "00".
       01  WS-SYMBOL         PIC X(10) VALUE SPACES.
       01  WS-MULTIPLIER     PIC 9(5)V9(4) COMP-3 VALUE 1.
      * Una escisión (fila CORPA "SPIN") baja el precio de entrada
      * de la posición por la fracción de costo del hijo, pero la
      * comisión de entrada se pagó sobre el costo original: la
      * reproducción del cierre la reescala por este factor.
       01  WS-COMM-FACTOR    PIC 9(3)V9(6) COMP-3 VALUE 1.
       01  WS-SPIN-ALLOC     PIC 9V9(4) COMP-3.
      * Dentro de una secuencia piramidal - o tras una fila HALT
      * escrita con una posición abierta - la comisión de la primera
      * entrada cae entre filas (al abrir no se escribe fila) y no
       01  WS-CKPT-CAP       PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-CKPT-POS       PIC S9(1) VALUE 0.
       01  WS-CKPT-FOUND     PIC X(1) VALUE "N".
      * Revisión de las salidas de PORTSIM: el punto de reinicio
      * sobreviviente (encabezado y cierre) y lo visto en el ledger
      * y la curva para cruzarlo.
       01  WS-PORTSIM-FLAG   PIC X(1) VALUE "N".
           88  WS-PORTSIM-ON VALUE "Y".
       01  WS-PS-CKPT-RECS   PIC 9(5) COMP VALUE 0.
       01  WS-PS-CKPT-CLOSED PIC X(1) VALUE "N".
       01  WS-PS-CKPT-COUNT  PIC 9(5) VALUE 0.
       01  WS-PS-CKPT-DATE   PIC 9(8) VALUE 0.
       01  WS-PS-CKPT-EQUITY PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-PS-CKPT-TRADES PIC 9(5) COMP VALUE 0.
       01  WS-PS-CKPT-EQROWS PIC 9(5) COMP VALUE 0.
       01  WS-PS-PREV-NUM    PIC 9(5) VALUE 0.
       01  WS-PS-PREV-DATE   PIC 9(8) VALUE 0.
       01  WS-PS-SEAM-FOUND  PIC X(1) VALUE "N".
       01  WS-PS-SEAM-DATE   PIC 9(8) VALUE 0.
       01  WS-PS-SEAM-EQUITY PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMT       PIC Z(13)9.99-.
       01  WS-EDIT-AMT2      PIC Z(13)9.99-.
       01  WS-EDIT-CNT       PIC Z(4)9.
           DISPLAY "[DEBUG] 1000-INICIO - Programa CONSIST iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN OUTPUT CONSIST-OUT-FILE
           IF WS-PORTSIM-ON
               PERFORM 5000-LEER-CHECKPOINT-LIBRO
               PERFORM 5100-REVISAR-LEDGER-LIBRO
               PERFORM 5200-REVISAR-CURVA-LIBRO
               PERFORM 5300-VALIDAR-CHECKPOINT-LIBRO
           ELSE
               PERFORM 1050-CONSULTAR-MAESTRO
               PERFORM 1500-CARGAR-FLUJOS
               PERFORM 2000-REPRODUCIR-LEDGER
               PERFORM 3000-CRUZAR-EQUITY
               PERFORM 4000-VALIDAR-CHECKPOINT
           END-IF
           CLOSE CONSIST-OUT-FILE
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-LEDGER-ROWS
               " filas de ledger, " WS-BREAK-COUNT " quiebres"
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * PORTSIM en cualquier posición elige la revisión del libro
      * multi-símbolo; las rutas siguen siendo posicionales (ledger,
      * curva, checkpoint), con las omisiones de cada programa.
      * SYMBOL= en cualquier posición nombra el símbolo de TRADER.
       1000-LEER-PARAMETROS.
           MOVE SPACES TO WS-LEDGER-PATH
           MOVE SPACES TO WS-EQUITY-PATH
           MOVE SPACES TO WS-CKPT-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "PORTSIM"
                       MOVE "Y" TO WS-PORTSIM-FLAG
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       EVALUATE WS-FILTERED-ARGC
                           WHEN 1
                               MOVE WS-ARG1 TO WS-LEDGER-PATH
                           WHEN 2
                               MOVE WS-ARG1 TO WS-EQUITY-PATH
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-CKPT-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF WS-PORTSIM-ON
               IF WS-LEDGER-PATH = SPACES
                   MOVE "portsim_ledger.dat" TO WS-LEDGER-PATH
               END-IF
               IF WS-EQUITY-PATH = SPACES
                   MOVE "portsim_equity.dat" TO WS-EQUITY-PATH
               END-IF
               IF WS-CKPT-PATH = SPACES
                   MOVE "portsim_checkpoint.dat" TO WS-CKPT-PATH
               END-IF
           ELSE
               IF WS-LEDGER-PATH = SPACES
                   MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
               END-IF
               IF WS-EQUITY-PATH = SPACES
                   MOVE "equity_curve.dat" TO WS-EQUITY-PATH
               END-IF
               IF WS-CKPT-PATH = SPACES
                   MOVE "trader_checkpoint.dat" TO WS-CKPT-PATH
               END-IF
           END-IF
           EXIT.

      * El multiplicador del símbolo de TRADER; sin símbolo, sin
      * maestro o sin fila queda en uno (acciones).
       1050-CONSULTAR-MAESTRO.
           IF WS-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYMMASTER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYMBOL TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: " WS-SYMBOL
                       " sin fila en el maestro de símbolos"
               NOT INVALID KEY
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-MULTIPLIER
                       DISPLAY "[DEBUG] 1050-CONSULTAR-MAESTRO - "
                           "multiplicador " WS-MULTIPLIER
                   END-IF
           END-READ
           CLOSE SYMMASTER-FILE
           EXIT.

      * Pasada previa por la curva de equity, solo para levantar
               MOVE "Y" TO WS-HAVE-PREV
               EXIT PARAGRAPH
           END-IF
           IF LED-TYPE = "CORPA"
               PERFORM 2120-VERIFICAR-EVENTO
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PYRAMID = "Y"
               MOVE "N" TO WS-IN-PYRAMID
               MOVE 1 TO WS-COMM-FACTOR
               PERFORM 2160-CONSUMIR-FLUJOS
               MOVE LED-CAPITAL TO WS-PREV-CAPITAL
               MOVE LED-CAPITAL TO WS-LAST-LED-CAP
           IF WS-HAVE-PREV = "Y"
               COMPUTE WS-ENTRY-COMM ROUNDED =
                   LED-ENTRY * LED-SHARES * WS-COMMISSION-PCT
                   * WS-MULTIPLIER * WS-COMM-FACTOR
               MOVE 1 TO WS-COMM-FACTOR
               COMPUTE WS-EXPECTED = WS-PREV-CAPITAL + LED-PNL
                   - WS-ENTRY-COMM
               PERFORM 2150-SUMAR-FLUJOS
           MOVE "Y" TO WS-HAVE-PREV
           EXIT.

      * Fila de evento corporativo de CORPACT sobre la posición
      * abierta: su capital es el de la fila anterior más el
      * efectivo cobrado (LED-PNL), sin comisión. No consume
      * movimientos de caja - CORPACT no los suma, y siguen
      * pendientes para la fila de cierre de la posición, cuyo
      * capital sí los trae. Dentro de un tramo suspendido solo se
      * arrastra el capital, sin salir del tramo.
       2120-VERIFICAR-EVENTO.
           MOVE 0 TO WS-SPIN-ALLOC
           IF LED-EXIT-RULE(1:4) = "SPIN"
              AND FUNCTION TEST-NUMVAL(LED-EXIT-RULE(6:7)) = 0
               COMPUTE WS-SPIN-ALLOC ROUNDED =
                   FUNCTION NUMVAL(LED-EXIT-RULE(6:7))
           END-IF
           IF WS-SPIN-ALLOC > 0 AND WS-SPIN-ALLOC < 1
               COMPUTE WS-COMM-FACTOR ROUNDED = WS-COMM-FACTOR
                   / (1 - WS-SPIN-ALLOC)
           END-IF
           IF WS-IN-PYRAMID = "N" AND WS-HAVE-PREV = "Y"
               COMPUTE WS-EXPECTED = WS-PREV-CAPITAL + LED-PNL
               IF WS-EXPECTED > LED-CAPITAL
                   COMPUTE WS-DIFF = WS-EXPECTED - LED-CAPITAL
               ELSE
                   COMPUTE WS-DIFF = LED-CAPITAL - WS-EXPECTED
               END-IF
               IF WS-DIFF > 0.01
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE WS-EXPECTED TO WS-EDIT-AMT
                   MOVE LED-CAPITAL TO WS-EDIT-AMT2
                   MOVE SPACES TO CNS-LINE
                   STRING "CADENA   op " LED-TRADE-NUM
                       " esperado" WS-EDIT-AMT
                       " ledger" WS-EDIT-AMT2
                       DELIMITED BY SIZE INTO CNS-LINE
                   WRITE CONSIST-OUT-RECORD
                   DISPLAY CNS-LINE
               END-IF
           END-IF
           MOVE LED-CAPITAL TO WS-PREV-CAPITAL
           MOVE LED-CAPITAL TO WS-LAST-LED-CAP
           MOVE "Y" TO WS-HAVE-PREV
           EXIT.

      * Los movimientos de caja con fecha en o antes de la salida
      * de esta fila
      * ya están dentro de su LED-CAPITAL; se consumen en orden una
           END-IF
           EXIT.

      * El punto de reinicio de PORTSIM, si quedó uno: del
      * encabezado, la barra con su fecha y su equity y las filas
      * ya grabadas del ledger y de la curva; el cierre F dice que
      * se grabó entero. Vacío o ausente, no hay nada que cruzar.
       5000-LEER-CHECKPOINT-LIBRO.
           OPEN INPUT PS-CKPT-FILE
           IF WS-CKPT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PS-CKPT-CLOSED
           PERFORM UNTIL WS-CKPT-FS NOT = "00"
               READ PS-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE PSK-TYPE
                           WHEN "H"
                               MOVE "Y" TO WS-CKPT-FOUND
                               MOVE PSK-BAR-DATE TO WS-PS-CKPT-DATE
                               MOVE PSK-EQUITY TO WS-PS-CKPT-EQUITY
                               MOVE PSK-TRADE-COUNT
                                   TO WS-PS-CKPT-TRADES
                               MOVE PSK-EQ-ROWS TO WS-PS-CKPT-EQROWS
                           WHEN "F"
                               MOVE "Y" TO WS-PS-CKPT-CLOSED
                               MOVE PSF-RECORDS TO WS-PS-CKPT-COUNT
                       END-EVALUATE
                       IF PSK-TYPE NOT = "F"
                           ADD 1 TO WS-PS-CKPT-RECS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PS-CKPT-FILE
           IF WS-PS-CKPT-RECS = 0 AND WS-PS-CKPT-CLOSED = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-FOUND NOT = "Y"
              OR WS-PS-CKPT-CLOSED = "N"
              OR WS-PS-CKPT-COUNT NOT = WS-PS-CKPT-RECS
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-PS-CKPT-RECS TO WS-EDIT-CNT
               MOVE SPACES TO CNS-LINE
               STRING "CKPT-INCOMPLETO " WS-EDIT-CNT
                   " registros sin cierre que los cuente"
                   DELIMITED BY SIZE INTO CNS-LINE
               WRITE CONSIST-OUT-RECORD
               DISPLAY CNS-LINE
               MOVE "N" TO WS-CKPT-FOUND
           END-IF
           EXIT.

      * Cada fila del ledger del libro lleva el número de operación
      * que le sigue a la anterior, empezando en 1: un tramo repetido
      * por un reinicio sin recorte vuelve a numerar desde atrás y
      * el quiebre sale una vez, en la costura.
       5100-REVISAR-LEDGER-LIBRO.
           OPEN INPUT PS-LEDGER-FILE
           IF NOT WS-LEDGER-OK
               MOVE SPACES TO CNS-LINE
               STRING "SIN-LEDGER FS=" WS-LEDGER-STATUS
                   DELIMITED BY SIZE INTO CNS-LINE
               WRITE CONSIST-OUT-RECORD
               DISPLAY CNS-LINE
               ADD 1 TO WS-BREAK-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               READ PS-LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-ROWS
                       IF PSL-TRADE-NUM NOT NUMERIC
                          OR PSL-TRADE-NUM NOT = WS-PS-PREV-NUM + 1
                           ADD 1 TO WS-BREAK-COUNT
                           MOVE WS-LEDGER-ROWS TO WS-EDIT-CNT
                           MOVE SPACES TO CNS-LINE
                           STRING "SECUENCIA fila " WS-EDIT-CNT
                               " op " PSL-TRADE-NUM
                               " tras op " WS-PS-PREV-NUM
                               DELIMITED BY SIZE INTO CNS-LINE
                           WRITE CONSIST-OUT-RECORD
                           DISPLAY CNS-LINE
                       END-IF
                       IF PSL-TRADE-NUM NUMERIC
                           MOVE PSL-TRADE-NUM TO WS-PS-PREV-NUM
                       END-IF
                       IF PSL-CAPITAL NUMERIC
                           MOVE PSL-CAPITAL TO WS-LAST-LED-CAP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PS-LEDGER-FILE
           EXIT.

      * La curva del libro tiene una fila por día, con la fecha
      * siempre en avance; la fila que el punto de reinicio cuenta
      * como última se guarda para la costura.
       5200-REVISAR-CURVA-LIBRO.
           OPEN INPUT PS-EQUITY-FILE
           IF NOT WS-EQUITY-OK
               IF WS-LEDGER-ROWS > 0
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "SIN-EQUITY con ledger poblado" TO CNS-LINE
                   WRITE CONSIST-OUT-RECORD
                   DISPLAY CNS-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ PS-EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EQUITY-ROWS
                       IF PSE-DATE NOT NUMERIC
                          OR PSE-DATE NOT > WS-PS-PREV-DATE
                           ADD 1 TO WS-BREAK-COUNT
                           MOVE WS-EQUITY-ROWS TO WS-EDIT-CNT
                           MOVE SPACES TO CNS-LINE
                           STRING "FECHA    fila " WS-EDIT-CNT
                               " fecha " PSE-DATE
                               " tras " WS-PS-PREV-DATE
                               DELIMITED BY SIZE INTO CNS-LINE
                           WRITE CONSIST-OUT-RECORD
                           DISPLAY CNS-LINE
                       END-IF
                       IF PSE-DATE NUMERIC
                           MOVE PSE-DATE TO WS-PS-PREV-DATE
                       END-IF
                       IF WS-CKPT-FOUND = "Y"
                          AND WS-EQUITY-ROWS = WS-PS-CKPT-EQROWS
                           MOVE "Y" TO WS-PS-SEAM-FOUND
                           MOVE PSE-DATE TO WS-PS-SEAM-DATE
                           IF PSE-CAPITAL NUMERIC
                               MOVE PSE-CAPITAL TO WS-PS-SEAM-EQUITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PS-EQUITY-FILE
           IF WS-LEDGER-ROWS > 0 AND WS-EQUITY-ROWS = 0
               ADD 1 TO WS-BREAK-COUNT
               MOVE "EQUITY-VACIA con ledger poblado" TO CNS-LINE
               WRITE CONSIST-OUT-RECORD
               DISPLAY CNS-LINE
           END-IF
           EXIT.

      * Con un punto de reinicio completo, las salidas tienen que
      * tener al menos las filas que cuenta (lo demás es lo que la
      * corrida caída alcanzó a escribir después, y el reinicio lo
      * recorta), y la fila de la curva en que quedó tiene que ser
      * la de su barra, con el equity que el punto grabó.
       5300-VALIDAR-CHECKPOINT-LIBRO.
           IF WS-CKPT-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-CKPT-TRADES > WS-LEDGER-ROWS
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO CNS-LINE
               MOVE WS-PS-CKPT-TRADES TO WS-EDIT-CNT
               MOVE WS-LEDGER-ROWS TO WS-EDIT-CNT2
               STRING "CKPT-OPS checkpoint " WS-EDIT-CNT
                   " > ledger " WS-EDIT-CNT2
                   DELIMITED BY SIZE INTO CNS-LINE
               WRITE CONSIST-OUT-RECORD
               DISPLAY CNS-LINE
           END-IF
           IF WS-PS-SEAM-FOUND NOT = "Y"
               IF WS-PS-CKPT-EQROWS > 0
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO CNS-LINE
                   MOVE WS-PS-CKPT-EQROWS TO WS-EDIT-CNT
                   MOVE WS-EQUITY-ROWS TO WS-EDIT-CNT2
                   STRING "CKPT-DIAS checkpoint " WS-EDIT-CNT
                       " > equity " WS-EDIT-CNT2
                       DELIMITED BY SIZE INTO CNS-LINE
                   WRITE CONSIST-OUT-RECORD
                   DISPLAY CNS-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-SEAM-EQUITY > WS-PS-CKPT-EQUITY
               COMPUTE WS-DIFF = WS-PS-SEAM-EQUITY - WS-PS-CKPT-EQUITY
           ELSE
               COMPUTE WS-DIFF = WS-PS-CKPT-EQUITY - WS-PS-SEAM-EQUITY
           END-IF
           IF WS-PS-SEAM-DATE NOT = WS-PS-CKPT-DATE
              OR WS-DIFF > 0.01
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-PS-CKPT-EQUITY TO WS-EDIT-AMT
               MOVE WS-PS-SEAM-EQUITY TO WS-EDIT-AMT2
               MOVE SPACES TO CNS-LINE
               STRING "COSTURA  " WS-PS-CKPT-DATE WS-EDIT-AMT
                   " curva " WS-PS-SEAM-DATE WS-EDIT-AMT2
                   DELIMITED BY SIZE INTO CNS-LINE
               WRITE CONSIST-OUT-RECORD
               DISPLAY CNS-LINE
           END-IF
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
