       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICHIMOKU.
      * Indicador: Nube de Ichimoku (Ichimoku Kinko Hyo)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Tenkan (punto medio de máximo y mínimo de TENKAN= barras),
      * Kijun (lo mismo sobre KIJUN= barras), Senkou A (promedio de
      * Tenkan y Kijun) y Senkou B (punto medio sobre SENKOU= barras)
      * desplazadas KIJUN= barras hacia adelante, y Chikou (el cierre
      * desplazado KIJUN= barras hacia atrás). Cada barra lleva la
      * nube que le corresponde - la calculada KIJUN= barras antes -
      * y la bandera de posición del cierre: A arriba de la nube, I
      * adentro, B abajo, espacio mientras la nube no se formó.
      * La columna Chikou de una barra es el cierre KIJUN= barras
      * después (el que se grafica sobre ella); en las últimas
      * KIJUN= barras todavía no se conoce y queda en cero.
      * Parámetros: archivo OHLCV, CHECK, CSV, FROM=/TO=, y
      *   TENKAN=n (9)  KIJUN=n (26)  SENKOU=n (52)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT ICHI-OUT-FILE ASSIGN TO "ichimoku_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ICHI-CSV-FILE ASSIGN TO "ichimoku_output.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
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
       FD  ICHI-OUT-FILE.
       01  ICHI-OUT-RECORD.
           05 OUT-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 OUT-CLOSE           PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-TENKAN          PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-KIJUN           PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-SENKOU-A        PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-SENKOU-B        PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-CHIKOU          PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 OUT-CLOUD-FLAG      PIC X(1).
       FD  ICHI-CSV-FILE.
       01  ICHI-CSV-RECORD.
           05 CSV-LINE             PIC X(120).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "ICHIMOKU".
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
           05 WS-PARM-ENTRY OCCURS 3 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 3.
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
       01  WS-CSV-FLAG       PIC X(1) VALUE "N".
           88  WS-CSV-ON     VALUE "Y".
       01  WS-CSV-CLOSE      PIC 9(7)V9(4).
       01  WS-CSV-TENKAN     PIC 9(7)V9(4).
       01  WS-CSV-KIJUN      PIC 9(7)V9(4).
       01  WS-CSV-SENKOU-A   PIC 9(7)V9(4).
       01  WS-CSV-SENKOU-B   PIC 9(7)V9(4).
       01  WS-CSV-CHIKOU     PIC 9(7)V9(4).
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
      * Senkou A y B calculadas en cada barra, antes del
      * desplazamiento: la nube de la barra I es la de I - KIJUN.
       01  WS-LEAD-TABLE.
           05 WS-LEAD-ENTRY OCCURS 5000 TIMES.
              10 LD-SENKOU-A      PIC 9(7)V9(4) COMP-3.
              10 LD-SENKOU-B      PIC 9(7)V9(4) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP    PIC S9(12) COMP-3.
       01  WS-I              PIC 9(4) COMP.
       01  WS-J              PIC 9(4) COMP.
       01  WS-TENKAN-PER     PIC 9(3) COMP VALUE 9.
       01  WS-KIJUN-PER      PIC 9(3) COMP VALUE 26.
       01  WS-SENKOU-PER     PIC 9(3) COMP VALUE 52.
       01  WS-SPAN           PIC 9(3) COMP.
       01  WS-SPAN-HIGH      PIC 9(7)V9(4) COMP-3.
       01  WS-SPAN-LOW       PIC 9(7)V9(4) COMP-3.
       01  WS-MIDPOINT       PIC 9(7)V9(4) COMP-3.
       01  WS-TENKAN         PIC 9(7)V9(4) COMP-3.
       01  WS-KIJUN          PIC 9(7)V9(4) COMP-3.
       01  WS-CLOUD-A        PIC 9(7)V9(4) COMP-3.
       01  WS-CLOUD-B        PIC 9(7)V9(4) COMP-3.
       01  WS-CLOUD-TOP      PIC 9(7)V9(4) COMP-3.
       01  WS-CLOUD-BOT      PIC 9(7)V9(4) COMP-3.
       01  WS-CHIKOU         PIC 9(7)V9(4) COMP-3.
       01  WS-CLOUD-FLAG     PIC X(1).
       01  WS-ABOVE-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-INSIDE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-BELOW-COUNT    PIC 9(4) COMP VALUE 0.
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
           DISPLAY "[DEBUG] 1000-INICIO - Programa ICHIMOKU iniciado"
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
           OPEN OUTPUT ICHI-OUT-FILE
           IF WS-CSV-ON
               OPEN OUTPUT ICHI-CSV-FILE
               MOVE SPACES TO CSV-LINE
               STRING "DATE,CLOSE,TENKAN,KIJUN,SENKOU_A,SENKOU_B,"
                   "CHIKOU,CLOUD" DELIMITED BY SIZE INTO CSV-LINE
               WRITE ICHI-CSV-RECORD
           END-IF
           DISPLAY "[DEBUG] 3000-CALCULAR-ICHIMOKU - Procesando "
               WS-COUNT " barras"
           PERFORM 3000-CALCULAR-ICHIMOKU
           PERFORM 8900-TOTALES-SALIDA
           DISPLAY "[ICHIMOKU] sobre la nube " WS-ABOVE-COUNT
               ", adentro " WS-INSIDE-COUNT ", debajo " WS-BELOW-COUNT
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa ICHIMOKU finalizado"
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
                   WHEN WS-ARG1(1:7) = "TENKAN="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(8:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(8:)) > 0
                           MOVE "TENKAN" TO WS-PARM-KEY
                           MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:6) = "KIJUN="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(7:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) > 0
                           MOVE "KIJUN" TO WS-PARM-KEY
                           MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:7) = "SENKOU="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(8:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(8:)) > 0
                           MOVE "SENKOU" TO WS-PARM-KEY
                           MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
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
           MOVE "TENKAN" TO PRM-NAME(1)
           MOVE "9" TO PRM-DEFAULT(1)
           MOVE "KIJUN" TO PRM-NAME(2)
           MOVE "26" TO PRM-DEFAULT(2)
           MOVE "SENKOU" TO PRM-NAME(3)
           MOVE "52" TO PRM-DEFAULT(3)
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
           COMPUTE WS-TENKAN-PER = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-KIJUN-PER = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-SENKOU-PER = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Una pasada: en cada barra Tenkan y Kijun de la propia barra,
      * las Senkou que se proyectan KIJUN= barras adelante, y la nube
      * que le toca (la proyectada desde I - KIJUN).
       3000-CALCULAR-ICHIMOKU.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE 0 TO WS-TENKAN WS-KIJUN
               MOVE 0 TO LD-SENKOU-A(WS-I) LD-SENKOU-B(WS-I)
               IF WS-I >= WS-TENKAN-PER
                   MOVE WS-TENKAN-PER TO WS-SPAN
                   PERFORM 3100-PUNTO-MEDIO
                   MOVE WS-MIDPOINT TO WS-TENKAN
               END-IF
               IF WS-I >= WS-KIJUN-PER
                   MOVE WS-KIJUN-PER TO WS-SPAN
                   PERFORM 3100-PUNTO-MEDIO
                   MOVE WS-MIDPOINT TO WS-KIJUN
               END-IF
               IF WS-TENKAN > 0 AND WS-KIJUN > 0
                   COMPUTE LD-SENKOU-A(WS-I) ROUNDED =
                       (WS-TENKAN + WS-KIJUN) / 2
               END-IF
               IF WS-I >= WS-SENKOU-PER
                   MOVE WS-SENKOU-PER TO WS-SPAN
                   PERFORM 3100-PUNTO-MEDIO
                   MOVE WS-MIDPOINT TO LD-SENKOU-B(WS-I)
               END-IF
               PERFORM 3200-UBICAR-EN-NUBE
               MOVE 0 TO WS-CHIKOU
               IF WS-I + WS-KIJUN-PER <= WS-COUNT
                   MOVE WS-OHLCV-CLOSE(WS-I + WS-KIJUN-PER)
                       TO WS-CHIKOU
               END-IF
               PERFORM REVISAR-VENTANA
               IF WS-WIN-DATE >= WS-FROM-DATE
                  AND WS-WIN-DATE <= WS-TO-DATE
                   PERFORM WRITE-ICHIMOKU-ROW
               END-IF
           END-PERFORM
           EXIT.

      * Punto medio entre el máximo y el mínimo de las WS-SPAN barras
      * que terminan en WS-I.
       3100-PUNTO-MEDIO.
           MOVE WS-OHLCV-HIGH(WS-I) TO WS-SPAN-HIGH
           MOVE WS-OHLCV-LOW(WS-I) TO WS-SPAN-LOW
           PERFORM VARYING WS-J FROM WS-I BY -1
                   UNTIL WS-J <= WS-I - WS-SPAN
               IF WS-OHLCV-HIGH(WS-J) > WS-SPAN-HIGH
                   MOVE WS-OHLCV-HIGH(WS-J) TO WS-SPAN-HIGH
               END-IF
               IF WS-OHLCV-LOW(WS-J) < WS-SPAN-LOW
                   MOVE WS-OHLCV-LOW(WS-J) TO WS-SPAN-LOW
               END-IF
           END-PERFORM
           COMPUTE WS-MIDPOINT ROUNDED =
               (WS-SPAN-HIGH + WS-SPAN-LOW) / 2
           EXIT.

       3200-UBICAR-EN-NUBE.
           MOVE 0 TO WS-CLOUD-A WS-CLOUD-B
           MOVE SPACE TO WS-CLOUD-FLAG
           IF WS-I <= WS-KIJUN-PER
               EXIT PARAGRAPH
           END-IF
           MOVE LD-SENKOU-A(WS-I - WS-KIJUN-PER) TO WS-CLOUD-A
           MOVE LD-SENKOU-B(WS-I - WS-KIJUN-PER) TO WS-CLOUD-B
           IF WS-CLOUD-A = 0 OR WS-CLOUD-B = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOUD-A > WS-CLOUD-B
               MOVE WS-CLOUD-A TO WS-CLOUD-TOP
               MOVE WS-CLOUD-B TO WS-CLOUD-BOT
           ELSE
               MOVE WS-CLOUD-B TO WS-CLOUD-TOP
               MOVE WS-CLOUD-A TO WS-CLOUD-BOT
           END-IF
           EVALUATE TRUE
               WHEN WS-OHLCV-CLOSE(WS-I) > WS-CLOUD-TOP
                   MOVE "A" TO WS-CLOUD-FLAG
                   ADD 1 TO WS-ABOVE-COUNT
               WHEN WS-OHLCV-CLOSE(WS-I) < WS-CLOUD-BOT
                   MOVE "B" TO WS-CLOUD-FLAG
                   ADD 1 TO WS-BELOW-COUNT
               WHEN OTHER
                   MOVE "I" TO WS-CLOUD-FLAG
                   ADD 1 TO WS-INSIDE-COUNT
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

       WRITE-ICHIMOKU-ROW.
           MOVE SPACES TO ICHI-OUT-RECORD
           MOVE WS-OHLCV-DATE(WS-I) TO OUT-DATE
           MOVE WS-OHLCV-CLOSE(WS-I) TO OUT-CLOSE
           MOVE WS-TENKAN TO OUT-TENKAN
           MOVE WS-KIJUN TO OUT-KIJUN
           MOVE WS-CLOUD-A TO OUT-SENKOU-A
           MOVE WS-CLOUD-B TO OUT-SENKOU-B
           MOVE WS-CHIKOU TO OUT-CHIKOU
           MOVE WS-CLOUD-FLAG TO OUT-CLOUD-FLAG
           WRITE ICHI-OUT-RECORD
           PERFORM 8800-ACUMULAR-SALIDA
           IF WS-CSV-ON
               MOVE WS-OHLCV-CLOSE(WS-I) TO WS-CSV-CLOSE
               MOVE WS-TENKAN TO WS-CSV-TENKAN
               MOVE WS-KIJUN TO WS-CSV-KIJUN
               MOVE WS-CLOUD-A TO WS-CSV-SENKOU-A
               MOVE WS-CLOUD-B TO WS-CSV-SENKOU-B
               MOVE WS-CHIKOU TO WS-CSV-CHIKOU
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(WS-OHLCV-DATE(WS-I)) ","
                   WS-CSV-CLOSE "," WS-CSV-TENKAN "," WS-CSV-KIJUN
                   "," WS-CSV-SENKOU-A "," WS-CSV-SENKOU-B ","
                   WS-CSV-CHIKOU "," WS-CLOUD-FLAG
                   DELIMITED BY SIZE INTO CSV-LINE
               WRITE ICHI-CSV-RECORD
           END-IF
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

      * Totales de las filas escritas en ichimoku_output.dat.
       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "ichimoku_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE ICHI-OUT-FILE
           IF WS-CSV-ON
               CLOSE ICHI-CSV-FILE
           END-IF
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida el mínimo de barras y que
      * la salida se pueda abrir para agregar (sin truncar nada) y
      * corta la corrida con el veredicto.
       0500-MODO-CHECK.
           IF WS-COUNT <= WS-SENKOU-PER
               DISPLAY "[CHECK] ICHIMOKU NO-GO: " WS-COUNT
                   " barras, se necesitan mas de " WS-SENKOU-PER
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND ICHI-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE ICHI-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] ICHIMOKU NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] ICHIMOKU GO - " WS-COUNT " barras, "
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
