       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.
      * Cuadre de totales de control entre los pasos de la cadena.
      * Cada paso de la tubería (GAPFILL, indicadores, TRIGGERS,
      * TRADER) deja en control_totals.dat un renglón por archivo
      * que leyó (rol IN) o escribió (rol OUT) con la cantidad de
      * registros, los descartados, la primera y última fecha y los
      * totales hash de cierres y volúmenes. Un archivo truncado
      * río abajo se ve como un día tranquilo; este programa lo
      * detecta cruzando, símbolo por símbolo, la entrada de cada
      * paso contra la salida del paso que la produjo:
      *   - una entrada con productor se coteja contra el último
      *     renglón OUT de ese archivo;
      *   - un insumo crudo (prices.dat, la serie H,L,C, la serie
      *     OHLCV) no tiene productor en la cadena: su primer lector
      *     queda como ORIG y los demás lectores se cotejan contra él.
      * Se comparan la cantidad (CANT) y los descartados (RECH); las
      * fechas (FINI, FFIN) solo si ambos lados las llevan, y los
      * hash (HCIE, HVOL) solo si ambos lados los llevan y los
      * descartados coinciden (el hash del lector cubre solo lo que
      * aceptó).
      * Antes de que TRADER corra, el archivo de señales (SIGNALS=,
      * macd_signals.dat por omisión) se vuelve a contar aquí mismo
      * y se coteja contra el renglón OUT de quien lo escribió:
      * un archivo que se cortó entre pasos no llega a TRADER.
      * Solo cuentan los renglones de la corrida: misma fecha de
      * negocio (DATE=, o TRADE_RUN_DATE, u hoy), mismo identificador
      * (RUN=, o TRADE_RUN_ID) y, si hay símbolo (SYMBOL=, o
      * TRADE_RUN_SYMBOL), ese símbolo; sin símbolo se cuadran todos.
      * Si un paso se corrió dos veces vale su último renglón.
      * Uso: BALANCE [control_totals.dat] [SYMBOL=] [DATE=] [RUN=]
      *      [SIGNALS=]
      * Salida: balance_report.dat (una fila por cotejo y el total).
      * RC 2 si algún archivo no cuadra; RC 1 si no hay totales de
      * control para la corrida.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT-FILE ASSIGN TO DYNAMIC WS-CTLTOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FS.
           SELECT SIGNALS-FILE ASSIGN TO DYNAMIC WS-SIGNALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNALS-FS.
           SELECT REPORT-FILE ASSIGN TO "balance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que CTLTOT-RECORD de los pasos de la tubería
      * (ver WS-CTL-TOTALS).
       FD  CTLTOT-FILE.
       01  CTLTOT-RECORD.
           05 CT-PROGRAM      PIC X(10).
           05 FILLER          PIC X.
           05 CT-ROLE         PIC X(3).
           05 FILLER          PIC X.
           05 CT-FILE         PIC X(40).
           05 FILLER          PIC X.
           05 CT-COUNT        PIC 9(7).
           05 FILLER          PIC X.
           05 CT-REJECTS      PIC 9(5).
           05 FILLER          PIC X.
           05 CT-FIRST-DATE   PIC X(8).
           05 FILLER          PIC X.
           05 CT-LAST-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 CT-HASH-CLOSE   PIC 9(13)V9(4).
           05 FILLER          PIC X.
           05 CT-HASH-VOLUME  PIC 9(17).
           05 FILLER          PIC X.
           05 CT-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 CT-TIME         PIC 9(6).
           05 FILLER          PIC X.
           05 CT-RUNID        PIC X(8).
           05 FILLER          PIC X.
           05 CT-SYMBOL       PIC X(10).
      * Mismo formato que SIGNAL-RECORD de TRADER; solo se usa el
      * precio.
       FD  SIGNALS-FILE.
       01  SIGNAL-RECORD.
           05 SIGNAL-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 SIGNAL-TYPE     PIC X(1).
           05 FILLER          PIC X(25).
      * Una fila por cotejo (BD-TAG "DET"; "PRE" para el recuento
      * de las señales antes de TRADER) y el total ("TOT").
       FD  REPORT-FILE.
       01  BALANCE-DETAIL-RECORD.
           05 BD-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 BD-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 BD-FILE         PIC X(40).
           05 FILLER          PIC X.
           05 BD-READER       PIC X(10).
           05 FILLER          PIC X.
           05 BD-SOURCE       PIC X(10).
           05 FILLER          PIC X.
           05 BD-IN-COUNT     PIC 9(7).
           05 FILLER          PIC X.
           05 BD-SRC-COUNT    PIC 9(7).
           05 FILLER          PIC X.
           05 BD-IN-HASH      PIC 9(13)V9(4).
           05 FILLER          PIC X.
           05 BD-SRC-HASH     PIC 9(13)V9(4).
           05 FILLER          PIC X.
           05 BD-STATUS       PIC X(4).
           05 FILLER          PIC X.
           05 BD-DIFFS        PIC X(30).
       01  BALANCE-TOTAL-RECORD.
           05 BT-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 BT-ROWS         PIC 9(5).
           05 FILLER          PIC X.
           05 BT-CHECKS       PIC 9(5).
           05 FILLER          PIC X.
           05 BT-BALANCED     PIC 9(5).
           05 FILLER          PIC X.
           05 BT-OUT          PIC 9(5).
           05 FILLER          PIC X.
           05 BT-ORIGINS      PIC 9(5).
           05 FILLER          PIC X.
           05 BT-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X.
           05 BT-RUNID        PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 FILLER         PIC X.
           05 AUD-STATUS     PIC X(4).
           05 FILLER         PIC X.
           05 AUD-COUNT      PIC 9(5).
           05 FILLER         PIC X.
           05 AUD-REJECTS    PIC 9(4).
           05 FILLER         PIC X.
           05 AUD-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 AUD-TIME       PIC 9(6).
           05 FILLER         PIC X.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "BALANCE".
       01  WS-AUDIT-STATUS    PIC X(4).
       01  WS-AUDIT-COUNT     PIC 9(5).
       01  WS-AUDIT-REJECTS   PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED    PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1   PIC 9(8).
              10 WS-HASH-V2   PIC 9(8).
           05 WS-HASH-TEXT    PIC X(400).
           05 WS-HASH-LEN     PIC 9(4) COMP.
           05 WS-HASH-I       PIC 9(4) COMP.
           05 WS-HASH-H1      PIC 9(12) COMP.
           05 WS-HASH-H2      PIC 9(12) COMP.
       01  WS-CTLTOT-FS       PIC XX.
           88  WS-CTLTOT-OK   VALUE "00".
           88  WS-CTLTOT-EOF  VALUE "10".
       01  WS-SIGNALS-FS      PIC XX.
           88  WS-SIGNALS-OK  VALUE "00".
           88  WS-SIGNALS-EOF VALUE "10".
       01  WS-REPORT-FS       PIC XX.
       01  WS-CTLTOT-PATH     PIC X(200).
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-RUN-ID          PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-ENV-DATE        PIC X(8) VALUE SPACES.
      * Último renglón de cada (símbolo, programa, rol, archivo) de
      * la corrida, en el orden en que apareció por primera vez.
       01  WS-TOT-TABLE.
           05 WS-TOT-ENTRY OCCURS 500 TIMES.
              10 TB-SYMBOL       PIC X(10).
              10 TB-PROGRAM      PIC X(10).
              10 TB-ROLE         PIC X(3).
              10 TB-FILE         PIC X(40).
              10 TB-COUNT        PIC 9(7) COMP-3.
              10 TB-REJECTS      PIC 9(5) COMP-3.
              10 TB-FIRST-DATE   PIC X(8).
              10 TB-LAST-DATE    PIC X(8).
              10 TB-HASH-CLOSE   PIC 9(13)V9(4) COMP-3.
              10 TB-HASH-VOLUME  PIC 9(17) COMP-3.
       01  WS-TOT-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-TOTS        PIC 9(4) COMP VALUE 500.
       01  WS-HIT             PIC 9(4) COMP.
      * Cotejo de una entrada.
       01  WS-E               PIC 9(4) COMP.
       01  WS-F               PIC 9(4) COMP.
       01  WS-SRC             PIC 9(4) COMP.
       01  WS-DIFFS           PIC X(30).
       01  WS-DIFF-PTR        PIC 9(3) COMP.
       01  WS-STATUS          PIC X(4).
      * Recuento de las señales.
       01  WS-SIG-BASE        PIC X(40).
       01  WS-SIG-OPEN        PIC X(1) VALUE "N".
       01  WS-SIG-COUNT       PIC 9(7) COMP-3 VALUE 0.
       01  WS-SIG-REJECTS     PIC 9(5) COMP-3 VALUE 0.
       01  WS-SIG-HASH        PIC 9(13)V9(4) COMP-3 VALUE 0.
       01  WS-I               PIC 9(3) COMP.
       01  WS-POS             PIC 9(3) COMP.
      * Conteos.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-CHECK-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-BALANCED-COUNT  PIC 9(5) COMP VALUE 0.
       01  WS-OUT-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-ORIGIN-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BALANCE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-TOTALES
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-CUADRAR-ENTRADA
               VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-TOT-COUNT
           PERFORM 4000-RECONTAR-SENALES
           PERFORM 5000-RESUMIR
           CLOSE REPORT-FILE
           IF WS-OUT-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "control_totals.dat" TO WS-CTLTOT-PATH
           MOVE "macd_signals.dat" TO WS-SIGNALS-PATH
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:4) = "RUN="
                       MOVE WS-ARG1(5:8) TO WS-RUN-ID
                   WHEN WS-ARG1(1:8) = "SIGNALS="
                       MOVE WS-ARG1(9:) TO WS-SIGNALS-PATH
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CTLTOT-PATH
               END-EVALUATE
           END-PERFORM
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF WS-RUN-ID = SPACES
               ACCEPT WS-RUN-ID FROM ENVIRONMENT "TRADE_RUN_ID"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
      * La fecha de negocio se toma igual que al estampar los
      * renglones: TRADE_RUN_DATE si es una fecha válida, si no hoy.
           IF WS-RUN-DATE = 0
               ACCEPT WS-ENV-DATE FROM ENVIRONMENT "TRADE_RUN_DATE"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-ENV-DATE IS NUMERIC
                   MOVE WS-ENV-DATE TO WS-RUN-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                       MOVE 0 TO WS-RUN-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - corrida del "
               WS-RUN-DATE " id '" WS-RUN-ID "' símbolo '"
               WS-SYMBOL "'"
           EXIT.

      * Sin totales de control no hay nada que cuadrar, y una cadena
      * que no dejó ninguno para esta corrida no puede darse por
      * cuadrada.
       2000-CARGAR-TOTALES.
           OPEN INPUT CTLTOT-FILE
           IF NOT WS-CTLTOT-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTLTOT-EOF
               READ CTLTOT-FILE
                   AT END
                       SET WS-CTLTOT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ASENTAR-RENGLON
               END-READ
           END-PERFORM
           CLOSE CTLTOT-FILE
           IF WS-TOT-COUNT = 0
               DISPLAY "ERROR: sin totales de control para la corrida"
                   " del " WS-RUN-DATE " en " WS-CTLTOT-PATH
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[DEBUG] 2000-CARGAR-TOTALES - " WS-ROW-COUNT
               " renglones de la corrida, " WS-TOT-COUNT
               " archivos por paso"
           EXIT.

       2100-ASENTAR-RENGLON.
           IF CT-DATE NOT NUMERIC OR CT-COUNT NOT NUMERIC
                   OR CT-REJECTS NOT NUMERIC
                   OR CT-HASH-CLOSE NOT NUMERIC
                   OR CT-HASH-VOLUME NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CT-DATE NOT = WS-RUN-DATE OR CT-RUNID NOT = WS-RUN-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SYMBOL NOT = SPACES AND CT-SYMBOL NOT = WS-SYMBOL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-TOT-COUNT OR WS-HIT NOT = 0
               IF TB-SYMBOL(WS-F) = CT-SYMBOL
                       AND TB-PROGRAM(WS-F) = CT-PROGRAM
                       AND TB-ROLE(WS-F) = CT-ROLE
                       AND TB-FILE(WS-F) = CT-FILE
                   MOVE WS-F TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-TOT-COUNT >= WS-MAX-TOTS
                   DISPLAY "WARNING: tabla de totales llena, "
                       CT-PROGRAM " " CT-FILE " descartado"
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-COUNT
               MOVE WS-TOT-COUNT TO WS-HIT
               MOVE CT-SYMBOL TO TB-SYMBOL(WS-HIT)
               MOVE CT-PROGRAM TO TB-PROGRAM(WS-HIT)
               MOVE CT-ROLE TO TB-ROLE(WS-HIT)
               MOVE CT-FILE TO TB-FILE(WS-HIT)
           END-IF
           MOVE CT-COUNT TO TB-COUNT(WS-HIT)
           MOVE CT-REJECTS TO TB-REJECTS(WS-HIT)
           MOVE CT-FIRST-DATE TO TB-FIRST-DATE(WS-HIT)
           MOVE CT-LAST-DATE TO TB-LAST-DATE(WS-HIT)
           MOVE CT-HASH-CLOSE TO TB-HASH-CLOSE(WS-HIT)
           MOVE CT-HASH-VOLUME TO TB-HASH-VOLUME(WS-HIT)
           EXIT.

      * Coteja una entrada (WS-E) contra la salida que la produjo o,
      * si es un insumo crudo, contra su primer lector.
       3000-CUADRAR-ENTRADA.
           IF TB-ROLE(WS-E) NOT = "IN "
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SRC
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-TOT-COUNT
               IF TB-ROLE(WS-F) = "OUT"
                       AND TB-SYMBOL(WS-F) = TB-SYMBOL(WS-E)
                       AND TB-FILE(WS-F) = TB-FILE(WS-E)
                   MOVE WS-F TO WS-SRC
               END-IF
           END-PERFORM
           IF WS-SRC = 0
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-TOT-COUNT OR WS-SRC NOT = 0
                   IF TB-ROLE(WS-F) = "IN "
                           AND TB-SYMBOL(WS-F) = TB-SYMBOL(WS-E)
                           AND TB-FILE(WS-F) = TB-FILE(WS-E)
                       MOVE WS-F TO WS-SRC
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO BALANCE-DETAIL-RECORD
           MOVE "DET" TO BD-TAG
           MOVE TB-SYMBOL(WS-E) TO BD-SYMBOL
           MOVE TB-FILE(WS-E) TO BD-FILE
           MOVE TB-PROGRAM(WS-E) TO BD-READER
           MOVE TB-COUNT(WS-E) TO BD-IN-COUNT
           MOVE TB-HASH-CLOSE(WS-E) TO BD-IN-HASH
           IF WS-SRC = WS-E
               MOVE TB-PROGRAM(WS-E) TO BD-SOURCE
               MOVE TB-COUNT(WS-E) TO BD-SRC-COUNT
               MOVE TB-HASH-CLOSE(WS-E) TO BD-SRC-HASH
               MOVE "ORIG" TO BD-STATUS
               ADD 1 TO WS-ORIGIN-COUNT
               WRITE BALANCE-DETAIL-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-COMPARAR
           MOVE TB-PROGRAM(WS-SRC) TO BD-SOURCE
           MOVE TB-COUNT(WS-SRC) TO BD-SRC-COUNT
           MOVE TB-HASH-CLOSE(WS-SRC) TO BD-SRC-HASH
           MOVE WS-STATUS TO BD-STATUS
           MOVE WS-DIFFS TO BD-DIFFS
           WRITE BALANCE-DETAIL-RECORD
           IF WS-STATUS NOT = "OK  "
               DISPLAY "WARNING: " TB-SYMBOL(WS-E) " "
                   TB-FILE(WS-E) " leído por " TB-PROGRAM(WS-E)
                   " no cuadra con " TB-PROGRAM(WS-SRC) ": "
                   WS-DIFFS
           END-IF
           EXIT.

      * Compara los totales de WS-E contra los de WS-SRC y deja en
      * WS-DIFFS los campos que no coinciden.
       3100-COMPARAR.
           ADD 1 TO WS-CHECK-COUNT
           MOVE SPACES TO WS-DIFFS
           MOVE 1 TO WS-DIFF-PTR
           IF TB-COUNT(WS-E) NOT = TB-COUNT(WS-SRC)
               STRING "CANT " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF TB-REJECTS(WS-E) NOT = TB-REJECTS(WS-SRC)
               STRING "RECH " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF TB-FIRST-DATE(WS-E) NOT = SPACES
                   AND TB-FIRST-DATE(WS-SRC) NOT = SPACES
                   AND TB-FIRST-DATE(WS-E) NOT = TB-FIRST-DATE(WS-SRC)
               STRING "FINI " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF TB-LAST-DATE(WS-E) NOT = SPACES
                   AND TB-LAST-DATE(WS-SRC) NOT = SPACES
                   AND TB-LAST-DATE(WS-E) NOT = TB-LAST-DATE(WS-SRC)
               STRING "FFIN " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF TB-REJECTS(WS-E) = TB-REJECTS(WS-SRC)
               IF TB-HASH-CLOSE(WS-E) NOT = 0
                       AND TB-HASH-CLOSE(WS-SRC) NOT = 0
                       AND TB-HASH-CLOSE(WS-E) NOT =
                           TB-HASH-CLOSE(WS-SRC)
                   STRING "HCIE " DELIMITED BY SIZE
                       INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
               END-IF
               IF TB-HASH-VOLUME(WS-E) NOT = 0
                       AND TB-HASH-VOLUME(WS-SRC) NOT = 0
                       AND TB-HASH-VOLUME(WS-E) NOT =
                           TB-HASH-VOLUME(WS-SRC)
                   STRING "HVOL " DELIMITED BY SIZE
                       INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
               END-IF
           END-IF
           IF WS-DIFFS = SPACES
               MOVE "OK  " TO WS-STATUS
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               MOVE "DESC" TO WS-STATUS
               ADD 1 TO WS-OUT-COUNT
           END-IF
           EXIT.

      * Vuelve a contar el archivo de señales que va a leer TRADER y
      * lo coteja contra el último renglón OUT de quien lo escribió.
      * Un archivo sin productor en la corrida no se puede cuadrar y
      * se deja pasar con aviso.
       4000-RECONTAR-SENALES.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 199
               IF WS-SIGNALS-PATH(WS-I:1) = "/"
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-POS
           MOVE WS-SIGNALS-PATH(WS-POS:) TO WS-SIG-BASE
           MOVE 0 TO WS-SRC
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-TOT-COUNT
               IF TB-ROLE(WS-F) = "OUT"
                       AND TB-FILE(WS-F) = WS-SIG-BASE
                   MOVE WS-F TO WS-SRC
               END-IF
           END-PERFORM
           IF WS-SRC = 0
               DISPLAY "WARNING: sin totales de salida para "
                   WS-SIG-BASE ", no se recuenta"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SIGNALS-FILE
           IF WS-SIGNALS-OK
               MOVE "Y" TO WS-SIG-OPEN
               PERFORM UNTIL WS-SIGNALS-EOF
                   READ SIGNALS-FILE
                       AT END
                           SET WS-SIGNALS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SIG-COUNT
                           IF SIGNAL-PRICE NUMERIC
                               ADD SIGNAL-PRICE TO WS-SIG-HASH
                           ELSE
                               ADD 1 TO WS-SIG-REJECTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNALS-FILE
           ELSE
               DISPLAY "WARNING: no se pudo abrir " WS-SIG-BASE
                   " (FILE STATUS " WS-SIGNALS-FS ")"
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           MOVE SPACES TO WS-DIFFS
           MOVE 1 TO WS-DIFF-PTR
           IF WS-SIG-OPEN NOT = "Y"
               STRING "FALT " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF WS-SIG-COUNT NOT = TB-COUNT(WS-SRC)
               STRING "CANT " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           END-IF
           IF WS-SIG-REJECTS NOT = TB-REJECTS(WS-SRC)
               STRING "RECH " DELIMITED BY SIZE
                   INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
           ELSE
               IF WS-SIG-HASH NOT = TB-HASH-CLOSE(WS-SRC)
                   STRING "HCIE " DELIMITED BY SIZE
                       INTO WS-DIFFS WITH POINTER WS-DIFF-PTR
               END-IF
           END-IF
           IF WS-DIFFS = SPACES
               MOVE "OK  " TO WS-STATUS
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               MOVE "DESC" TO WS-STATUS
               ADD 1 TO WS-OUT-COUNT
               DISPLAY "WARNING: " WS-SIG-BASE " no cuadra con "
                   TB-PROGRAM(WS-SRC) ": " WS-DIFFS
           END-IF
           MOVE SPACES TO BALANCE-DETAIL-RECORD
           MOVE "PRE" TO BD-TAG
           MOVE TB-SYMBOL(WS-SRC) TO BD-SYMBOL
           MOVE WS-SIG-BASE TO BD-FILE
           MOVE "BALANCE" TO BD-READER
           MOVE TB-PROGRAM(WS-SRC) TO BD-SOURCE
           MOVE WS-SIG-COUNT TO BD-IN-COUNT
           MOVE TB-COUNT(WS-SRC) TO BD-SRC-COUNT
           MOVE WS-SIG-HASH TO BD-IN-HASH
           MOVE TB-HASH-CLOSE(WS-SRC) TO BD-SRC-HASH
           MOVE WS-STATUS TO BD-STATUS
           MOVE WS-DIFFS TO BD-DIFFS
           WRITE BALANCE-DETAIL-RECORD
           EXIT.

       5000-RESUMIR.
           MOVE SPACES TO BALANCE-TOTAL-RECORD
           MOVE "TOT" TO BT-TAG
           MOVE WS-ROW-COUNT TO BT-ROWS
           MOVE WS-CHECK-COUNT TO BT-CHECKS
           MOVE WS-BALANCED-COUNT TO BT-BALANCED
           MOVE WS-OUT-COUNT TO BT-OUT
           MOVE WS-ORIGIN-COUNT TO BT-ORIGINS
           MOVE WS-RUN-DATE TO BT-RUN-DATE
           MOVE WS-RUN-ID TO BT-RUNID
           WRITE BALANCE-TOTAL-RECORD
           DISPLAY "[BALANCE] cotejos=" WS-CHECK-COUNT
               " cuadran=" WS-BALANCED-COUNT
               " descuadres=" WS-OUT-COUNT
               " insumos crudos=" WS-ORIGIN-COUNT
           IF WS-OUT-COUNT > 0
               DISPLAY "ERROR: la cadena no cuadra, TRADER no debe "
                   "correr sobre estos archivos"
           END-IF
           EXIT.

       9000-FINALIZAR.
           EVALUATE WS-EXIT-CODE
               WHEN 0
                   MOVE "OK  " TO WS-AUDIT-STATUS
               WHEN 2
                   MOVE "FLG " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "ERR " TO WS-AUDIT-STATUS
           END-EVALUATE
           MOVE WS-CHECK-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-OUT-COUNT + WS-REJECT-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-CTLTOT-FS
               WHEN "35"
                   MOVE "ERROR: Totales de control no encontrados"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-CTLTOT-FS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
