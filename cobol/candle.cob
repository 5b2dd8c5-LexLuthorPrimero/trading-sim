       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDLE.
      * Indicador: Patrones de velas japonesas
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * El primer programa de la suite que mira el cuerpo apertura-
      * cierre de la barra. Reconoce, barra por barra: doji, martillo
      * y hombre colgado (la misma figura, leída según la tendencia
      * previa), envolvente alcista y bajista, estrella de la mañana
      * y de la tarde, y barra interior. Cada barra deja sus banderas
      * y el patrón dominante con su voto (+1 alcista, -1 bajista, 0
      * neutro o sin patrón); el voto de la última barra se agrega a
      * signal_history.dat como los demás indicadores, para que
      * SCORECARD y AGREEMAT lo midan contra el precio.
      * Parámetros: archivo OHLCV, CHECK, CSV, FROM=/TO=, y
      *   TREND=n  barras hacia atrás para juzgar la tendencia previa
      *            del martillo/hombre colgado (omisión 5)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT CANDLE-OUT-FILE ASSIGN TO "candle_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CANDLE-CSV-FILE ASSIGN TO "candle_output.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT SIGNAL-HIST-FILE ASSIGN TO "signal_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
           SELECT CTLTOT-FILE ASSIGN TO "control_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  FD-PRICES-FILE.
       01  FD-OHLCV-RECORD.
           05 FD-OHLCV-SYMBOL-RAW  PIC X(10).
           05 FILLER               PIC X.
           05 FD-OHLCV-DATE-RAW    PIC X(8).
           05 FILLER               PIC X.
           05 FD-OHLCV-OPEN-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-HIGH-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-LOW-RAW     PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-CLOSE-RAW   PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-VOLUME-RAW  PIC X(14).
      * Banderas por barra: D doji; H martillo / M hombre colgado;
      * B envolvente alcista / S bajista; M estrella de la mañana /
      * E de la tarde; I barra interior. Espacio = no hubo.
       FD  CANDLE-OUT-FILE.
       01  CANDLE-OUT-RECORD.
           05 OUT-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 OUT-OPEN            PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-CLOSE           PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-DOJI            PIC X(1).
           05 FILLER              PIC X.
           05 OUT-HAMMER          PIC X(1).
           05 FILLER              PIC X.
           05 OUT-ENGULF          PIC X(1).
           05 FILLER              PIC X.
           05 OUT-STAR            PIC X(1).
           05 FILLER              PIC X.
           05 OUT-INSIDE          PIC X(1).
           05 FILLER              PIC X.
           05 OUT-PATTERN         PIC X(12).
           05 FILLER              PIC X.
           05 OUT-VOTE            PIC S9(1) SIGN IS LEADING SEPARATE.
       FD  CANDLE-CSV-FILE.
       01  CANDLE-CSV-RECORD.
           05 CSV-LINE             PIC X(80).
      * Mismo formato que SIGNAL-HIST-RECORD de RSI/MACD/STOCHASTIC.
       FD  SIGNAL-HIST-FILE.
       01  SIGNAL-HIST-RECORD.
           05 SH-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 SH-INDICATOR   PIC X(10).
           05 FILLER         PIC X.
           05 SH-VOTE        PIC S9(1).
           05 FILLER         PIC X.
           05 SH-PRICE       PIC 9(7)V9(4).
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
      * Totales de control del paso, para el cuadre de BALANCE.
       FD  CTLTOT-FILE.
       01  CTLTOT-RECORD.
           05 CT-PROGRAM     PIC X(10).
           05 FILLER         PIC X.
           05 CT-ROLE        PIC X(3).
           05 FILLER         PIC X.
           05 CT-FILE        PIC X(40).
           05 FILLER         PIC X.
           05 CT-COUNT       PIC 9(7).
           05 FILLER         PIC X.
           05 CT-REJECTS     PIC 9(5).
           05 FILLER         PIC X.
           05 CT-FIRST-DATE  PIC X(8).
           05 FILLER         PIC X.
           05 CT-LAST-DATE   PIC X(8).
           05 FILLER         PIC X.
           05 CT-HASH-CLOSE  PIC 9(13)V9(4).
           05 FILLER         PIC X.
           05 CT-HASH-VOLUME PIC 9(17).
           05 FILLER         PIC X.
           05 CT-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 CT-TIME        PIC 9(6).
           05 FILLER         PIC X.
           05 CT-RUNID       PIC X(8).
           05 FILLER         PIC X.
           05 CT-SYMBOL      PIC X(10).
      * Registro central de parámetros (PARMMAINT, WS-PARM-RESOLVE).
      * Mismo formato que PARMREG-RECORD de PARMMAINT.
       FD  PARMREG-FILE.
       01  PARMREG-RECORD.
           05 PR-PROGRAM     PIC X(10).
           05 FILLER         PIC X.
           05 PR-PARAM       PIC X(10).
           05 FILLER         PIC X.
           05 PR-SCOPE       PIC X(10).
           05 FILLER         PIC X.
           05 PR-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PR-EFF-DATE    PIC 9(8).
           05 FILLER         PIC X.
           05 PR-ACTION      PIC X(4).
           05 FILLER         PIC X.
           05 PR-VALUE       PIC X(20).
           05 FILLER         PIC X(55).
      * Juego de parámetros de cada corrida (WS-PARM-RECORD).
      * Mismo formato que PARMRUN-RECORD de PARMMAINT.
       FD  PARMRUN-FILE.
       01  PARMRUN-RECORD.
           05 RP-RUNID       PIC X(8).
           05 FILLER         PIC X.
           05 RP-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 RP-TIME        PIC 9(6).
           05 FILLER         PIC X.
           05 RP-PROGRAM     PIC X(10).
           05 FILLER         PIC X.
           05 RP-SYMBOL      PIC X(10).
           05 FILLER         PIC X.
           05 RP-PARAM       PIC X(10).
           05 FILLER         PIC X.
           05 RP-VALUE       PIC X(20).
           05 FILLER         PIC X.
           05 RP-SOURCE      PIC X(4).
           05 FILLER         PIC X.
           05 RP-SCOPE       PIC X(10).
           05 FILLER         PIC X.
           05 RP-VERSION     PIC 9(4).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "CANDLE".
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
      * Parámetros de la corrida: valor por omisión, registro
      * central o PARM explícito (WS-PARM-RESOLVE).
       01  WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 1 TIMES.
              10 PRM-NAME    PIC X(10).
              10 PRM-VALUE   PIC X(20).
              10 PRM-DEFAULT PIC X(20).
              10 PRM-SOURCE  PIC X(4).
              10 PRM-SCOPE   PIC X(10).
              10 PRM-VERSION PIC 9(4).
              10 PRM-S-EFF   PIC 9(8).
              10 PRM-S-VER   PIC 9(4).
              10 PRM-S-ACT   PIC X(4).
              10 PRM-S-VALUE PIC X(20).
              10 PRM-G-EFF   PIC 9(8).
              10 PRM-G-VER   PIC 9(4).
              10 PRM-G-ACT   PIC X(4).
              10 PRM-G-VALUE PIC X(20).
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 1.
       01  WS-PARM-I         PIC 9(2) COMP.
       01  WS-PARM-J         PIC 9(2) COMP.
       01  WS-PARM-SYMBOL    PIC X(10) VALUE SPACES.
       01  WS-PARM-DATE      PIC 9(8).
       01  WS-PARM-ENV       PIC X(10).
       01  WS-PARM-KEY       PIC X(10).
       01  WS-PARM-KEYVAL    PIC X(20).
       01  WS-PARMREG-PATH   PIC X(200).
       01  WS-PARMREG-FS     PIC XX.
           88  WS-PARMREG-OK  VALUE "00".
           88  WS-PARMREG-EOF VALUE "10".
       01  WS-PARMRUN-FS     PIC XX.
       01  WS-CTLTOT-FS      PIC XX.
       01  WS-CTL-ROLE       PIC X(3).
       01  WS-CTL-FILE       PIC X(200).
       01  WS-CTL-COUNT      PIC 9(7) VALUE 0.
       01  WS-CTL-REJECTS    PIC 9(5) VALUE 0.
       01  WS-CTL-FIRST-DATE PIC X(8) VALUE SPACES.
       01  WS-CTL-LAST-DATE  PIC X(8) VALUE SPACES.
       01  WS-CTL-HASH-CLOSE PIC 9(13)V9(4) VALUE 0.
       01  WS-CTL-HASH-VOLUME PIC 9(17) VALUE 0.
       01  WS-CTL-I          PIC 9(3) COMP.
       01  WS-CTL-POS        PIC 9(3) COMP.
       01  WS-CTL-K          PIC 9(5) COMP.
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-OUT-STATUS     PIC XX.
       01  WS-CSV-STATUS     PIC XX.
       01  WS-HIST-FS        PIC XX.
       01  WS-CSV-FLAG       PIC X(1) VALUE "N".
           88  WS-CSV-ON     VALUE "Y".
       01  WS-CSV-CLOSE      PIC 9(7)V9(4).
       01  WS-CSV-VOTE       PIC S9(1) SIGN IS LEADING SEPARATE.
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-OHLCV-TABLE.
           05 WS-OHLCV-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-OHLCV-IDX.
              10 WS-OHLCV-SYMBOL  PIC X(10).
              10 WS-OHLCV-DATE    PIC X(8).
              10 WS-OHLCV-OPEN    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-HIGH    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-LOW     PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-CLOSE   PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-VOLUME  PIC 9(12) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP    PIC S9(12) COMP-3.
       01  WS-I              PIC 9(4) COMP.
       01  WS-TREND-BARS     PIC 9(2) COMP VALUE 5.
      * Geometría de la barra en curso y de las dos anteriores.
       01  WS-BODY           PIC 9(7)V9(4) COMP-3.
       01  WS-RANGE          PIC 9(7)V9(4) COMP-3.
       01  WS-UPPER          PIC 9(7)V9(4) COMP-3.
       01  WS-LOWER          PIC 9(7)V9(4) COMP-3.
       01  WS-BODY-TOP       PIC 9(7)V9(4) COMP-3.
       01  WS-BODY-BOT       PIC 9(7)V9(4) COMP-3.
       01  WS-PREV-BODY      PIC 9(7)V9(4) COMP-3.
       01  WS-MID-BODY       PIC 9(7)V9(4) COMP-3.
       01  WS-FIRST-BODY     PIC 9(7)V9(4) COMP-3.
       01  WS-FIRST-RANGE    PIC 9(7)V9(4) COMP-3.
       01  WS-DOJI-PCT       PIC 9V99 COMP-3 VALUE 0.10.
       01  WS-FLAG-DOJI      PIC X(1).
       01  WS-FLAG-HAMMER    PIC X(1).
       01  WS-FLAG-ENGULF    PIC X(1).
       01  WS-FLAG-STAR      PIC X(1).
       01  WS-FLAG-INSIDE    PIC X(1).
       01  WS-PATTERN        PIC X(12).
       01  WS-VOTE           PIC S9(1).
       01  WS-LAST-VOTE      PIC S9(1) VALUE 0.
       01  WS-EVENT-COUNT    PIC 9(5) COMP VALUE 0.
      * Ventana de proceso FROM=/TO=: las barras anteriores a FROM=
      * alimentan el cálculo (el calentamiento del lookback) pero no
      * producen filas de salida; las posteriores a TO= se cortan.
       01  WS-FROM-DATE      PIC 9(8) VALUE 0.
       01  WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01  WS-WIN-DATE       PIC 9(8).
       01  WS-CHECK-FLAG      PIC X(1) VALUE "N".
           88  WS-CHECK-ON    VALUE "Y".
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa CANDLE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           DISPLAY "[DEBUG] 2000-LEER-PRECIOS - Leyendo archivo: "
               WS-PRICES-PATH
           PERFORM 2000-LEER-OHLCV
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
           OPEN OUTPUT CANDLE-OUT-FILE
           IF WS-CSV-ON
               OPEN OUTPUT CANDLE-CSV-FILE
               MOVE SPACES TO CSV-LINE
               STRING "DATE,CLOSE,DOJI,HAMMER,ENGULF,STAR,INSIDE,"
                   "PATTERN,VOTE" DELIMITED BY SIZE INTO CSV-LINE
               WRITE CANDLE-CSV-RECORD
           END-IF
           DISPLAY "[DEBUG] 3000-RECONOCER-PATRONES - Procesando "
               WS-COUNT " barras"
           PERFORM 3000-RECONOCER-PATRONES
           PERFORM 8900-TOTALES-SALIDA
           PERFORM WRITE-SIGNAL-HISTORY
           DISPLAY "[CANDLE] " WS-EVENT-COUNT " barras con patrón, "
               "voto de la última barra " WS-LAST-VOTE
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa CANDLE finalizado"
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Totales de control de lo leído: todos los registros; primera
      * y última fecha, y hash de cierres y volúmenes, de las barras
      * aceptadas. Sin nada leído no hay renglón que cuadrar.
       2900-TOTALES-ENTRADA.
           IF WS-COUNT = 0 AND WS-REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-PRICES-PATH TO WS-CTL-FILE
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
           IF WS-COUNT > 0
               MOVE WS-OHLCV-DATE(1) TO WS-CTL-FIRST-DATE
               MOVE WS-OHLCV-DATE(WS-COUNT) TO WS-CTL-LAST-DATE
           END-IF
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-OHLCV-CLOSE(WS-CTL-K) TO WS-CTL-HASH-CLOSE
               ADD WS-OHLCV-VOLUME(WS-CTL-K) TO WS-CTL-HASH-VOLUME
           END-PERFORM
           PERFORM GRABAR-CONTROL
           EXIT.

       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE SPACES TO WS-ARG1
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "CHECK"
                       SET WS-CHECK-ON TO TRUE
                   WHEN WS-ARG1 = "CSV"
                       SET WS-CSV-ON TO TRUE
                   WHEN WS-ARG1(1:5) = "FROM="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(6:)) = 0
                           COMPUTE WS-FROM-DATE =
                               FUNCTION NUMVAL(WS-ARG1(6:))
                       END-IF
                   WHEN WS-ARG1(1:3) = "TO="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(4:)) = 0
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL(WS-ARG1(4:))
                       END-IF
                   WHEN WS-ARG1(1:6) = "TREND="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(7:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) > 0
                           MOVE "TREND" TO WS-PARM-KEY
                           MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-PRICES-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "TREND" TO PRM-NAME(1)
           MOVE "5" TO PRM-DEFAULT(1)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), un cero donde el
      * valor por omisión no lo es, o uno fuera del rango que acepta
      * el programa, se avisa y rige el valor por omisión, que es el
      * que queda registrado.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99
                   DISPLAY "WARNING: parámetro "
                       FUNCTION TRIM(PRM-NAME(WS-PARM-I)) "="
                       FUNCTION TRIM(PRM-VALUE(WS-PARM-I)) " ("
                       FUNCTION TRIM(PRM-SOURCE(WS-PARM-I))
                       ") inválido, rige "
                       FUNCTION TRIM(PRM-DEFAULT(WS-PARM-I))
                   MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
                   MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
                   MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
                   MOVE 0 TO PRM-VERSION(WS-PARM-I)
               END-IF
           END-PERFORM
           COMPUTE WS-TREND-BARS = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Recorre las barras en orden; cada patrón se evalúa con la
      * barra en curso y las que la preceden, nunca con las que
      * siguen, así el voto de un día es el que se podía conocer al
      * cierre de ese día.
       3000-RECONOCER-PATRONES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               PERFORM 3100-MEDIR-BARRA
               MOVE SPACE TO WS-FLAG-DOJI WS-FLAG-HAMMER
                   WS-FLAG-ENGULF WS-FLAG-STAR WS-FLAG-INSIDE
               PERFORM 3200-DOJI-Y-MARTILLO
               IF WS-I > 1
                   PERFORM 3300-ENVOLVENTE-E-INTERIOR
               END-IF
               IF WS-I > 2
                   PERFORM 3400-ESTRELLA
               END-IF
               PERFORM 3500-PATRON-DOMINANTE
               MOVE WS-VOTE TO WS-LAST-VOTE
               PERFORM REVISAR-VENTANA
               IF WS-WIN-DATE >= WS-FROM-DATE
                  AND WS-WIN-DATE <= WS-TO-DATE
                   IF WS-PATTERN NOT = SPACES
                       ADD 1 TO WS-EVENT-COUNT
                       DISPLAY WS-OHLCV-DATE(WS-I) " "
                           WS-OHLCV-CLOSE(WS-I) " " WS-PATTERN
                           " " WS-VOTE
                   END-IF
                   PERFORM WRITE-CANDLE-ROW
               END-IF
           END-PERFORM
           EXIT.

       3100-MEDIR-BARRA.
           IF WS-OHLCV-CLOSE(WS-I) >= WS-OHLCV-OPEN(WS-I)
               MOVE WS-OHLCV-CLOSE(WS-I) TO WS-BODY-TOP
               MOVE WS-OHLCV-OPEN(WS-I) TO WS-BODY-BOT
           ELSE
               MOVE WS-OHLCV-OPEN(WS-I) TO WS-BODY-TOP
               MOVE WS-OHLCV-CLOSE(WS-I) TO WS-BODY-BOT
           END-IF
           COMPUTE WS-BODY = WS-BODY-TOP - WS-BODY-BOT
           MOVE 0 TO WS-RANGE WS-UPPER WS-LOWER
           IF WS-OHLCV-HIGH(WS-I) > WS-OHLCV-LOW(WS-I)
               COMPUTE WS-RANGE =
                   WS-OHLCV-HIGH(WS-I) - WS-OHLCV-LOW(WS-I)
           END-IF
           IF WS-OHLCV-HIGH(WS-I) > WS-BODY-TOP
               COMPUTE WS-UPPER = WS-OHLCV-HIGH(WS-I) - WS-BODY-TOP
           END-IF
           IF WS-BODY-BOT > WS-OHLCV-LOW(WS-I)
               COMPUTE WS-LOWER = WS-BODY-BOT - WS-OHLCV-LOW(WS-I)
           END-IF
           EXIT.

      * Doji: cuerpo de a lo sumo el 10% del rango. Martillo/hombre
      * colgado: sombra inferior de al menos dos cuerpos y sombra
      * superior no mayor que el cuerpo; tras una baja de TREND=
      * barras es martillo (H), tras una suba es hombre colgado (M).
       3200-DOJI-Y-MARTILLO.
           IF WS-RANGE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BODY <= WS-RANGE * WS-DOJI-PCT
               MOVE "D" TO WS-FLAG-DOJI
               EXIT PARAGRAPH
           END-IF
           IF WS-LOWER >= 2 * WS-BODY
              AND WS-UPPER <= WS-BODY
              AND WS-I > WS-TREND-BARS
               IF WS-OHLCV-CLOSE(WS-I - 1)
                   < WS-OHLCV-CLOSE(WS-I - WS-TREND-BARS)
                   MOVE "H" TO WS-FLAG-HAMMER
               END-IF
               IF WS-OHLCV-CLOSE(WS-I - 1)
                   > WS-OHLCV-CLOSE(WS-I - WS-TREND-BARS)
                   MOVE "M" TO WS-FLAG-HAMMER
               END-IF
           END-IF
           EXIT.

      * Envolvente: la barra anterior de color contrario queda
      * cubierta de punta a punta por el cuerpo de la actual.
      * Interior: máximo y mínimo dentro del rango de la anterior.
       3300-ENVOLVENTE-E-INTERIOR.
           IF WS-OHLCV-HIGH(WS-I) < WS-OHLCV-HIGH(WS-I - 1)
              AND WS-OHLCV-LOW(WS-I) > WS-OHLCV-LOW(WS-I - 1)
               MOVE "I" TO WS-FLAG-INSIDE
           END-IF
           IF WS-OHLCV-CLOSE(WS-I - 1) < WS-OHLCV-OPEN(WS-I - 1)
              AND WS-OHLCV-CLOSE(WS-I) > WS-OHLCV-OPEN(WS-I)
              AND WS-OHLCV-OPEN(WS-I) <= WS-OHLCV-CLOSE(WS-I - 1)
              AND WS-OHLCV-CLOSE(WS-I) >= WS-OHLCV-OPEN(WS-I - 1)
               MOVE "B" TO WS-FLAG-ENGULF
           END-IF
           IF WS-OHLCV-CLOSE(WS-I - 1) > WS-OHLCV-OPEN(WS-I - 1)
              AND WS-OHLCV-CLOSE(WS-I) < WS-OHLCV-OPEN(WS-I)
              AND WS-OHLCV-OPEN(WS-I) >= WS-OHLCV-CLOSE(WS-I - 1)
              AND WS-OHLCV-CLOSE(WS-I) <= WS-OHLCV-OPEN(WS-I - 1)
               MOVE "S" TO WS-FLAG-ENGULF
           END-IF
           EXIT.

      * Estrella: primera barra de cuerpo largo (la mitad o más de
      * su rango), segunda de cuerpo chico (un tercio o menos del de
      * la primera), y la tercera de color contrario a la primera
      * cerrando más allá de la mitad del cuerpo de la primera.
       3400-ESTRELLA.
           IF WS-OHLCV-CLOSE(WS-I - 2) >= WS-OHLCV-OPEN(WS-I - 2)
               COMPUTE WS-FIRST-BODY =
                   WS-OHLCV-CLOSE(WS-I - 2) - WS-OHLCV-OPEN(WS-I - 2)
           ELSE
               COMPUTE WS-FIRST-BODY =
                   WS-OHLCV-OPEN(WS-I - 2) - WS-OHLCV-CLOSE(WS-I - 2)
           END-IF
           COMPUTE WS-FIRST-RANGE =
               WS-OHLCV-HIGH(WS-I - 2) - WS-OHLCV-LOW(WS-I - 2)
           IF WS-FIRST-BODY = 0
              OR WS-FIRST-BODY * 2 < WS-FIRST-RANGE
               EXIT PARAGRAPH
           END-IF
           IF WS-OHLCV-CLOSE(WS-I - 1) >= WS-OHLCV-OPEN(WS-I - 1)
               COMPUTE WS-PREV-BODY =
                   WS-OHLCV-CLOSE(WS-I - 1) - WS-OHLCV-OPEN(WS-I - 1)
           ELSE
               COMPUTE WS-PREV-BODY =
                   WS-OHLCV-OPEN(WS-I - 1) - WS-OHLCV-CLOSE(WS-I - 1)
           END-IF
           IF WS-PREV-BODY * 3 > WS-FIRST-BODY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MID-BODY ROUNDED =
               (WS-OHLCV-OPEN(WS-I - 2) + WS-OHLCV-CLOSE(WS-I - 2))
               / 2
           IF WS-OHLCV-CLOSE(WS-I - 2) < WS-OHLCV-OPEN(WS-I - 2)
              AND WS-OHLCV-CLOSE(WS-I) > WS-OHLCV-OPEN(WS-I)
              AND WS-OHLCV-CLOSE(WS-I) > WS-MID-BODY
               MOVE "M" TO WS-FLAG-STAR
           END-IF
           IF WS-OHLCV-CLOSE(WS-I - 2) > WS-OHLCV-OPEN(WS-I - 2)
              AND WS-OHLCV-CLOSE(WS-I) < WS-OHLCV-OPEN(WS-I)
              AND WS-OHLCV-CLOSE(WS-I) < WS-MID-BODY
               MOVE "E" TO WS-FLAG-STAR
           END-IF
           EXIT.

      * Si la barra dispara más de un patrón manda el de más barras:
      * estrella, luego envolvente, martillo/hombre colgado, doji y
      * barra interior. Doji e interior son indecisión: voto cero.
       3500-PATRON-DOMINANTE.
           MOVE SPACES TO WS-PATTERN
           MOVE 0 TO WS-VOTE
           EVALUATE TRUE
               WHEN WS-FLAG-STAR = "M"
                   MOVE "MORNINGSTAR" TO WS-PATTERN
                   MOVE 1 TO WS-VOTE
               WHEN WS-FLAG-STAR = "E"
                   MOVE "EVENINGSTAR" TO WS-PATTERN
                   MOVE -1 TO WS-VOTE
               WHEN WS-FLAG-ENGULF = "B"
                   MOVE "BULLENGULF" TO WS-PATTERN
                   MOVE 1 TO WS-VOTE
               WHEN WS-FLAG-ENGULF = "S"
                   MOVE "BEARENGULF" TO WS-PATTERN
                   MOVE -1 TO WS-VOTE
               WHEN WS-FLAG-HAMMER = "H"
                   MOVE "HAMMER" TO WS-PATTERN
                   MOVE 1 TO WS-VOTE
               WHEN WS-FLAG-HAMMER = "M"
                   MOVE "HANGINGMAN" TO WS-PATTERN
                   MOVE -1 TO WS-VOTE
               WHEN WS-FLAG-DOJI = "D"
                   MOVE "DOJI" TO WS-PATTERN
               WHEN WS-FLAG-INSIDE = "I"
                   MOVE "INSIDE" TO WS-PATTERN
           END-EVALUATE
           EXIT.

      * Una fecha ilegible cae dentro de la ventana por omisión
      * (cero), así una corrida sin FROM=/TO= no cambia en nada.
       REVISAR-VENTANA.
           IF WS-OHLCV-DATE(WS-I) NUMERIC
               MOVE WS-OHLCV-DATE(WS-I) TO WS-WIN-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-WIN-DATE
           END-IF
           EXIT.

       WRITE-CANDLE-ROW.
           MOVE SPACES TO CANDLE-OUT-RECORD
           MOVE WS-OHLCV-DATE(WS-I) TO OUT-DATE
           MOVE WS-OHLCV-OPEN(WS-I) TO OUT-OPEN
           MOVE WS-OHLCV-CLOSE(WS-I) TO OUT-CLOSE
           MOVE WS-FLAG-DOJI TO OUT-DOJI
           MOVE WS-FLAG-HAMMER TO OUT-HAMMER
           MOVE WS-FLAG-ENGULF TO OUT-ENGULF
           MOVE WS-FLAG-STAR TO OUT-STAR
           MOVE WS-FLAG-INSIDE TO OUT-INSIDE
           MOVE WS-PATTERN TO OUT-PATTERN
           MOVE WS-VOTE TO OUT-VOTE
           WRITE CANDLE-OUT-RECORD
           PERFORM 8800-ACUMULAR-SALIDA
           IF WS-CSV-ON
               MOVE WS-OHLCV-CLOSE(WS-I) TO WS-CSV-CLOSE
               MOVE WS-VOTE TO WS-CSV-VOTE
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(WS-OHLCV-DATE(WS-I)) ","
                   WS-CSV-CLOSE "," WS-FLAG-DOJI "," WS-FLAG-HAMMER
                   "," WS-FLAG-ENGULF "," WS-FLAG-STAR ","
                   WS-FLAG-INSIDE "," FUNCTION TRIM(WS-PATTERN) ","
                   WS-CSV-VOTE
                   DELIMITED BY SIZE INTO CSV-LINE
               WRITE CANDLE-CSV-RECORD
           END-IF
           EXIT.

      * El voto de la última barra al historial compartido, fechado
      * con el día de la corrida como lo hacen RSI, MACD y
      * STOCHASTIC: un renglón por corrida, agregado y nunca
      * reescrito.
       WRITE-SIGNAL-HISTORY.
           OPEN EXTEND SIGNAL-HIST-FILE
           IF WS-HIST-FS = "35"
               OPEN OUTPUT SIGNAL-HIST-FILE
           END-IF
           MOVE SPACES TO SIGNAL-HIST-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-DATE
           MOVE "CANDLE" TO SH-INDICATOR
           MOVE WS-LAST-VOTE TO SH-VOTE
           MOVE WS-OHLCV-CLOSE(WS-COUNT) TO SH-PRICE
           WRITE SIGNAL-HIST-RECORD
           CLOSE SIGNAL-HIST-FILE
           EXIT.

      * Cada fila de salida representa una barra: cuenta, fechas y
      * hash del cierre y del volumen de esa barra.
       8800-ACUMULAR-SALIDA.
           ADD 1 TO WS-CTL-COUNT
           IF WS-CTL-FIRST-DATE = SPACES
               MOVE WS-OHLCV-DATE(WS-I) TO WS-CTL-FIRST-DATE
           END-IF
           MOVE WS-OHLCV-DATE(WS-I) TO WS-CTL-LAST-DATE
           ADD WS-OHLCV-CLOSE(WS-I) TO WS-CTL-HASH-CLOSE
           ADD WS-OHLCV-VOLUME(WS-I) TO WS-CTL-HASH-VOLUME
           EXIT.

      * Totales de las filas escritas en candle_output.dat.
       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "candle_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE CANDLE-OUT-FILE
           IF WS-CSV-ON
               CLOSE CANDLE-CSV-FILE
           END-IF
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida el mínimo de barras y que
      * la salida se pueda abrir para agregar (sin truncar nada) y
      * corta la corrida con el veredicto.
       0500-MODO-CHECK.
           IF WS-COUNT < 3
               DISPLAY "[CHECK] CANDLE NO-GO: barras insuficientes ("
                   WS-COUNT ")"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND CANDLE-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE CANDLE-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] CANDLE NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] CANDLE GO - " WS-COUNT " barras, "
                   WS-REJECT-COUNT " rechazadas"
           END-IF
           MOVE "CHK " TO WS-AUDIT-STATUS
           MOVE WS-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
                   MOVE "ERROR: Archivo no encontrado" TO WS-ERROR-MSG
               WHEN "39"
                   MOVE "ERROR: Conflicto de atributos" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-PRICES-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           CLOSE FD-PRICES-FILE
           EXIT.
