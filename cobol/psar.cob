       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSAR.
      * Indicador: Parabolic SAR (Wilder)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Un stop que sigue a la tendencia y se aprieta a medida que la
      * tendencia envejece: el factor de aceleración arranca en STEP=
      * y crece STEP= con cada nuevo extremo hasta MAX=, cosa que el
      * stop de múltiplo fijo de ATR no puede dar. Cada barra deja su
      * SAR, la dirección y el factor; cada giro de dirección se
      * agrega a signal_history.dat como evento fechado (+1 giro al
      * alza, -1 a la baja).
      * La fila tiene las tres primeras columnas en el mismo lugar y
      * formato que atr_output.dat, para que el ATR= de TRADER pueda
      * apuntar a psar_output.dat como fuente alternativa de stops:
      * la primera es la distancia cierre-SAR (la que usa la regla
      * TRAILATR), la segunda el stop del lado comprado (el SAR en
      * tendencia alcista; en bajista el SAR reflejado bajo el
      * cierre, que el reflejo de TRADER para cortos devuelve al SAR)
      * y la tercera el factor de aceleración en porciento.
      * Parámetros: archivo OHLCV, CHECK, CSV, FROM=/TO=, y
      *   STEP=n  incremento del factor (omisión 0.02)
      *   MAX=n   tope del factor (omisión 0.20)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT PSAR-OUT-FILE ASSIGN TO "psar_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PSAR-CSV-FILE ASSIGN TO "psar_output.csv"
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
      * Las tres primeras columnas calzan con ATR-OUT-RECORD de ATR.
       FD  PSAR-OUT-FILE.
       01  PSAR-OUT-RECORD.
           05 OUT-DISTANCE        PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-STOP-LOSS       PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-AF-PCT          PIC 9(3)V99.
           05 FILLER              PIC X.
           05 OUT-TREND           PIC X(4).
           05 FILLER              PIC X.
           05 OUT-SAR             PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 OUT-FLIP            PIC X(1).
       FD  PSAR-CSV-FILE.
       01  PSAR-CSV-RECORD.
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "PSAR".
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
           05 WS-PARM-ENTRY OCCURS 2 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 2.
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
           88  WS-HIST-OK            VALUE "00".
           88  WS-HIST-EOF           VALUE "10".
       01  WS-CSV-FLAG       PIC X(1) VALUE "N".
           88  WS-CSV-ON     VALUE "Y".
       01  WS-CSV-CLOSE      PIC 9(7)V9(4).
       01  WS-CSV-SAR        PIC 9(7)V9(4).
       01  WS-CSV-AF         PIC 9V9(4).
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
       01  WS-AF-STEP        PIC 9V9(4) COMP-3 VALUE 0.0200.
       01  WS-AF-MAX         PIC 9V9(4) COMP-3 VALUE 0.2000.
       01  WS-AF             PIC 9V9(4) COMP-3.
       01  WS-SAR            PIC S9(7)V9(4) COMP-3.
       01  WS-EP             PIC 9(7)V9(4) COMP-3.
       01  WS-STOP-LONG      PIC S9(7)V9(4) COMP-3.
       01  WS-DISTANCE       PIC S9(7)V9(4) COMP-3.
       01  WS-TREND          PIC X(4).
           88  WS-TREND-UP           VALUE "UP".
           88  WS-TREND-DOWN         VALUE "DOWN".
       01  WS-FLIP           PIC X(1).
       01  WS-FLIP-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-COUNT    PIC 9(5) COMP VALUE 0.
      * Último giro ya asentado en el historial: una corrida nueva
      * sobre la misma serie solo agrega los giros posteriores.
       01  WS-LAST-EVENT     PIC 9(8) VALUE 0.
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
           DISPLAY "[DEBUG] 1000-INICIO - Programa PSAR iniciado"
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
           PERFORM 2500-ULTIMO-EVENTO
           OPEN OUTPUT PSAR-OUT-FILE
           IF WS-CSV-ON
               OPEN OUTPUT PSAR-CSV-FILE
               MOVE "DATE,CLOSE,SAR,TREND,AF,FLIP" TO CSV-LINE
               WRITE PSAR-CSV-RECORD
           END-IF
           OPEN EXTEND SIGNAL-HIST-FILE
           IF WS-HIST-FS = "35"
               OPEN OUTPUT SIGNAL-HIST-FILE
           END-IF
           DISPLAY "[DEBUG] 3000-CALCULAR-PSAR - Procesando "
               WS-COUNT " barras"
           PERFORM 3000-CALCULAR-PSAR
           PERFORM 8900-TOTALES-SALIDA
           CLOSE SIGNAL-HIST-FILE
           DISPLAY "[PSAR] " WS-FLIP-COUNT " giros, " WS-EVENT-COUNT
               " nuevos en signal_history.dat, tendencia final "
               WS-TREND
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa PSAR finalizado"
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
                   WHEN WS-ARG1(1:5) = "STEP="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(6:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(6:)) > 0
                           MOVE "STEP" TO WS-PARM-KEY
                           MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:4) = "MAX="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(5:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(5:)) > 0
                           MOVE "MAX" TO WS-PARM-KEY
                           MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-PRICES-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-AF-MAX < WS-AF-STEP
               DISPLAY "WARNING: MAX= menor que STEP=, se usa STEP="
               MOVE WS-AF-STEP TO WS-AF-MAX
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "STEP" TO PRM-NAME(1)
           MOVE "0.02" TO PRM-DEFAULT(1)
           MOVE "MAX" TO PRM-NAME(2)
           MOVE "0.20" TO PRM-DEFAULT(2)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), o un cero donde el
      * valor por omisión no lo es, se avisa y rige el valor por
      * omisión, que es el que queda registrado.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
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
           COMPUTE WS-AF-STEP = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-AF-MAX = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La fecha del último giro de PSAR que ya está en el historial.
       2500-ULTIMO-EVENTO.
           OPEN INPUT SIGNAL-HIST-FILE
           IF NOT WS-HIST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ SIGNAL-HIST-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF SH-INDICATOR = "PSAR"
                          AND SH-DATE NUMERIC
                          AND SH-DATE > WS-LAST-EVENT
                           MOVE SH-DATE TO WS-LAST-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNAL-HIST-FILE
           EXIT.

      * Recurrencia de Wilder. La primera barra abre en tendencia
      * alcista con el SAR en su mínimo; en adelante el SAR avanza
      * hacia el punto extremo a razón del factor, sin meterse en el
      * rango de las dos barras previas, y el giro llega cuando el
      * precio lo perfora: el SAR salta al extremo de la tendencia
      * que termina y el factor vuelve a STEP=.
       3000-CALCULAR-PSAR.
           MOVE "UP" TO WS-TREND
           MOVE WS-OHLCV-LOW(1) TO WS-SAR
           MOVE WS-OHLCV-HIGH(1) TO WS-EP
           MOVE WS-AF-STEP TO WS-AF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE SPACE TO WS-FLIP
               IF WS-I > 1
                   PERFORM 3100-AVANZAR-SAR
               END-IF
               IF WS-TREND-UP
                   MOVE WS-SAR TO WS-STOP-LONG
                   COMPUTE WS-DISTANCE =
                       WS-OHLCV-CLOSE(WS-I) - WS-SAR
               ELSE
                   COMPUTE WS-STOP-LONG =
                       2 * WS-OHLCV-CLOSE(WS-I) - WS-SAR
                   COMPUTE WS-DISTANCE =
                       WS-SAR - WS-OHLCV-CLOSE(WS-I)
               END-IF
               IF WS-STOP-LONG < 0
                   MOVE 0 TO WS-STOP-LONG
               END-IF
               IF WS-DISTANCE < 0
                   MOVE 0 TO WS-DISTANCE
               END-IF
               PERFORM REVISAR-VENTANA
               IF WS-WIN-DATE >= WS-FROM-DATE
                  AND WS-WIN-DATE <= WS-TO-DATE
                   PERFORM WRITE-PSAR-ROW
                   IF WS-FLIP NOT = SPACE
                       PERFORM WRITE-SIGNAL-HISTORY
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       3100-AVANZAR-SAR.
           COMPUTE WS-SAR ROUNDED = WS-SAR + WS-AF * (WS-EP - WS-SAR)
           IF WS-TREND-UP
               IF WS-OHLCV-LOW(WS-I - 1) < WS-SAR
                   MOVE WS-OHLCV-LOW(WS-I - 1) TO WS-SAR
               END-IF
               IF WS-I > 2
                   IF WS-OHLCV-LOW(WS-I - 2) < WS-SAR
                       MOVE WS-OHLCV-LOW(WS-I - 2) TO WS-SAR
                   END-IF
               END-IF
               IF WS-OHLCV-LOW(WS-I) < WS-SAR
                   MOVE "DOWN" TO WS-TREND
                   MOVE "D" TO WS-FLIP
                   ADD 1 TO WS-FLIP-COUNT
                   MOVE WS-EP TO WS-SAR
                   MOVE WS-OHLCV-LOW(WS-I) TO WS-EP
                   MOVE WS-AF-STEP TO WS-AF
               ELSE
                   IF WS-OHLCV-HIGH(WS-I) > WS-EP
                       MOVE WS-OHLCV-HIGH(WS-I) TO WS-EP
                       PERFORM 3150-ACELERAR
                   END-IF
               END-IF
           ELSE
               IF WS-OHLCV-HIGH(WS-I - 1) > WS-SAR
                   MOVE WS-OHLCV-HIGH(WS-I - 1) TO WS-SAR
               END-IF
               IF WS-I > 2
                   IF WS-OHLCV-HIGH(WS-I - 2) > WS-SAR
                       MOVE WS-OHLCV-HIGH(WS-I - 2) TO WS-SAR
                   END-IF
               END-IF
               IF WS-OHLCV-HIGH(WS-I) > WS-SAR
                   MOVE "UP" TO WS-TREND
                   MOVE "U" TO WS-FLIP
                   ADD 1 TO WS-FLIP-COUNT
                   MOVE WS-EP TO WS-SAR
                   MOVE WS-OHLCV-HIGH(WS-I) TO WS-EP
                   MOVE WS-AF-STEP TO WS-AF
               ELSE
                   IF WS-OHLCV-LOW(WS-I) < WS-EP
                       MOVE WS-OHLCV-LOW(WS-I) TO WS-EP
                       PERFORM 3150-ACELERAR
                   END-IF
               END-IF
           END-IF
           EXIT.

       3150-ACELERAR.
           ADD WS-AF-STEP TO WS-AF
           IF WS-AF > WS-AF-MAX
               MOVE WS-AF-MAX TO WS-AF
           END-IF
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

       WRITE-PSAR-ROW.
           MOVE SPACES TO PSAR-OUT-RECORD
           MOVE WS-DISTANCE TO OUT-DISTANCE
           MOVE WS-STOP-LONG TO OUT-STOP-LOSS
           COMPUTE OUT-AF-PCT = WS-AF * 100
           MOVE WS-TREND TO OUT-TREND
           MOVE WS-SAR TO OUT-SAR
           MOVE WS-OHLCV-DATE(WS-I) TO OUT-DATE
           MOVE WS-FLIP TO OUT-FLIP
           WRITE PSAR-OUT-RECORD
           PERFORM 8800-ACUMULAR-SALIDA
           IF WS-CSV-ON
               MOVE WS-OHLCV-CLOSE(WS-I) TO WS-CSV-CLOSE
               MOVE WS-SAR TO WS-CSV-SAR
               MOVE WS-AF TO WS-CSV-AF
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(WS-OHLCV-DATE(WS-I)) ","
                   WS-CSV-CLOSE "," WS-CSV-SAR ","
                   FUNCTION TRIM(WS-TREND) "," WS-CSV-AF ","
                   WS-FLIP
                   DELIMITED BY SIZE INTO CSV-LINE
               WRITE PSAR-CSV-RECORD
           END-IF
           EXIT.

      * El giro como evento fechado con la fecha de su barra; los
      * que ya están en el historial (en o antes del último giro
      * asentado) no se repiten.
       WRITE-SIGNAL-HISTORY.
           IF WS-WIN-DATE <= WS-LAST-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SIGNAL-HIST-RECORD
           MOVE WS-WIN-DATE TO SH-DATE
           MOVE "PSAR" TO SH-INDICATOR
           IF WS-FLIP = "U"
               MOVE 1 TO SH-VOTE
           ELSE
               MOVE -1 TO SH-VOTE
           END-IF
           MOVE WS-OHLCV-CLOSE(WS-I) TO SH-PRICE
           WRITE SIGNAL-HIST-RECORD
           ADD 1 TO WS-EVENT-COUNT
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

      * Totales de las filas escritas en psar_output.dat.
       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "psar_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE PSAR-OUT-FILE
           IF WS-CSV-ON
               CLOSE PSAR-CSV-FILE
           END-IF
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida el mínimo de barras y que
      * la salida se pueda abrir para agregar (sin truncar nada) y
      * corta la corrida con el veredicto.
       0500-MODO-CHECK.
           IF WS-COUNT < 3
               DISPLAY "[CHECK] PSAR NO-GO: barras insuficientes ("
                   WS-COUNT ")"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND PSAR-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE PSAR-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] PSAR NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] PSAR GO - " WS-COUNT " barras, "
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
