       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARXFORM.
      * Transformador de barras: Heikin-Ashi y Renko
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Convierte una serie OHLCV en barras filtradas de ruido para
      * ver si los votos de MACD/RSI se portan mejor sobre ellas. La
      * salida, barxform_output.dat, tiene el mismo layout de línea
      * que lee WS-OHLCV-LOAD (como futures_continuous.dat de
      * FUTROLL), así cualquier indicador, STRATEGY o TRADER corre
      * sobre ella sin cambios. La fecha de cada barra de salida es
      * la de la barra fuente en la que cerró; barxform_xref.dat
      * guarda, por número de barra de salida, esa fecha y el cierre
      * real de la fuente, para llevar una operación sobre barras
      * transformadas a precios reales.
      *   HA     (omisión) Heikin-Ashi, una barra por barra fuente:
      *          cierre = (O+H+L+C)/4, apertura = promedio de la
      *          apertura y el cierre HA previos, máximo y mínimo
      *          extendidos para contenerlos.
      *   RENKO  ladrillos de tamaño fijo sobre el cierre: uno nuevo
      *          cada vez que el cierre avanza un ladrillo entero más
      *          allá del último; el giro pide dos ladrillos. Varios
      *          ladrillos pueden cerrar en la misma barra fuente (y
      *          comparten su fecha); una barra que no completa
      *          ladrillo no produce salida y su volumen se acumula
      *          para el próximo.
      * Parámetros: archivo OHLCV, HA | RENKO, CHECK, y
      *   BRICK=n.nn  tamaño del ladrillo en precio, o BRICK=ATR para
      *               tomarlo del ATR de Wilder de la serie completa
      *               (omisión ATR)
      *   ATRPERIOD=n período de ese ATR (omisión 14)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT BX-OUT-FILE ASSIGN TO "barxform_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BX-XREF-FILE ASSIGN TO "barxform_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
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
      * Mismo layout de línea que los campos RAW de WS-OHLCV-LOAD,
      * precios como texto con punto decimal literal.
       FD  BX-OUT-FILE.
       01  BX-OUT-RECORD.
           05 OUT-SYMBOL          PIC X(10).
           05 FILLER              PIC X.
           05 OUT-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 OUT-OPEN            PIC X(12).
           05 FILLER              PIC X.
           05 OUT-HIGH            PIC X(12).
           05 FILLER              PIC X.
           05 OUT-LOW             PIC X(12).
           05 FILLER              PIC X.
           05 OUT-CLOSE           PIC X(12).
           05 FILLER              PIC X.
           05 OUT-VOLUME          PIC X(14).
      * Referencia cruzada: barra de salida N (1 = primera fila de
      * barxform_output.dat), fecha y cierre real de la barra fuente
      * en la que cerró, modo (H/R) y dirección (U sube, D baja).
       FD  BX-XREF-FILE.
       01  BX-XREF-RECORD.
           05 XR-SEQ              PIC 9(5).
           05 FILLER              PIC X.
           05 XR-SRC-DATE         PIC X(8).
           05 FILLER              PIC X.
           05 XR-SRC-BAR          PIC 9(5).
           05 FILLER              PIC X.
           05 XR-SRC-CLOSE        PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 XR-MODE             PIC X(1).
           05 FILLER              PIC X.
           05 XR-DIR              PIC X(1).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "BARXFORM".
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
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-OUT-STATUS     PIC XX.
       01  WS-XREF-STATUS    PIC XX.
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
       01  WS-MODE           PIC X(1) VALUE "H".
           88  WS-MODE-HA            VALUE "H".
           88  WS-MODE-RENKO         VALUE "R".
       01  WS-OUT-COUNT      PIC 9(5) VALUE 0.
      * Barra de salida en armado.
       01  WS-BAR-OPEN       PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-HIGH       PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-LOW        PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-CLOSE      PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-VOLUME     PIC 9(12) COMP-3.
       01  WS-BAR-DIR        PIC X(1).
      * Heikin-Ashi: apertura y cierre HA de la barra previa.
       01  WS-HA-PREV-OPEN   PIC 9(7)V9(4) COMP-3.
       01  WS-HA-PREV-CLOSE  PIC 9(7)V9(4) COMP-3.
      * Renko.
       01  WS-BRICK          PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-BRICK-ATR      PIC X(1) VALUE "Y".
           88  WS-BRICK-FROM-ATR     VALUE "Y".
       01  WS-ATR-PERIOD     PIC 9(3) COMP VALUE 14.
       01  WS-ATR            PIC 9(7)V9(4) COMP-3.
       01  WS-TRUE-RANGE     PIC 9(7)V9(4) COMP-3.
       01  WS-SUM-TR         PIC 9(10)V9(4) COMP-3.
       01  WS-TR-ALT         PIC 9(7)V9(4) COMP-3.
       01  WS-RK-TOP         PIC 9(7)V9(4) COMP-3.
       01  WS-RK-BOTTOM      PIC 9(7)V9(4) COMP-3.
       01  WS-RK-DIR         PIC X(1) VALUE SPACE.
       01  WS-RK-BRICKS      PIC 9(5) COMP.
       01  WS-RK-N           PIC 9(5) COMP.
       01  WS-RK-VOL-ACUM    PIC 9(12) COMP-3 VALUE 0.
       01  WS-RK-VOL-EACH    PIC 9(12) COMP-3.
       01  WS-RK-MOVE        PIC S9(7)V9(4) COMP-3.
      * Edición de precios a texto con punto decimal.
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-VOLUME    PIC Z(13)9.
       01  WS-CHECK-FLAG      PIC X(1) VALUE "N".
           88  WS-CHECK-ON    VALUE "Y".
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BARXFORM iniciado"
           PERFORM 1000-LEER-PARAMETROS
           DISPLAY "[DEBUG] 2000-LEER-PRECIOS - Leyendo archivo: "
               WS-PRICES-PATH
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-RENKO AND WS-BRICK-FROM-ATR
               PERFORM 2500-LADRILLO-ATR
           END-IF
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
           IF WS-MODE-RENKO AND WS-BRICK NOT > 0
               DISPLAY "ERROR: tamaño de ladrillo en cero"
               MOVE 1 TO WS-EXIT-CODE
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE WS-COUNT TO WS-AUDIT-COUNT
               MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BX-OUT-FILE
           OPEN OUTPUT BX-XREF-FILE
           IF WS-MODE-HA
               DISPLAY "[DEBUG] 3000-HEIKIN-ASHI - Procesando "
                   WS-COUNT " barras"
               PERFORM 3000-HEIKIN-ASHI
           ELSE
               DISPLAY "[DEBUG] 4000-RENKO - Procesando " WS-COUNT
                   " barras, ladrillo " WS-BRICK
               PERFORM 4000-RENKO
           END-IF
           DISPLAY "[BARXFORM] " WS-COUNT " barras fuente, "
               WS-OUT-COUNT " barras de salida"
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa BARXFORM finalizado"
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
                   WHEN WS-ARG1 = "HA"
                       SET WS-MODE-HA TO TRUE
                   WHEN WS-ARG1 = "RENKO"
                       SET WS-MODE-RENKO TO TRUE
                   WHEN WS-ARG1 = "BRICK=ATR"
                       MOVE "Y" TO WS-BRICK-ATR
                   WHEN WS-ARG1(1:6) = "BRICK="
                       MOVE "BRICK" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:10) = "ATRPERIOD="
                       MOVE "ATRPERIOD" TO WS-PARM-KEY
                       MOVE WS-ARG1(11:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
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
           MOVE "ATRPERIOD" TO PRM-NAME(1)
           MOVE "14" TO PRM-DEFAULT(1)
           MOVE "BRICK" TO PRM-NAME(2)
           MOVE "0" TO PRM-DEFAULT(2)
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
                   OR (WS-PARM-I = 1
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 200))
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999999)
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
           COMPUTE WS-ATR-PERIOD = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-BRICK = FUNCTION NUMVAL(PRM-VALUE(2))
           IF WS-BRICK > 0
               MOVE "N" TO WS-BRICK-ATR
           END-IF.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * ATR de Wilder como en ATR: promedio simple del rango
      * verdadero de las primeras ATRPERIOD= barras y suavizado de
      * ahí al final; el valor de la última barra fija el ladrillo
      * de toda la serie.
       2500-LADRILLO-ATR.
           IF WS-COUNT <= WS-ATR-PERIOD
               MOVE 0 TO WS-BRICK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUM-TR
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-COUNT
               COMPUTE WS-TRUE-RANGE =
                   WS-OHLCV-HIGH(WS-I) - WS-OHLCV-LOW(WS-I)
               IF WS-OHLCV-HIGH(WS-I) > WS-OHLCV-CLOSE(WS-I - 1)
                   COMPUTE WS-TR-ALT = WS-OHLCV-HIGH(WS-I)
                       - WS-OHLCV-CLOSE(WS-I - 1)
               ELSE
                   COMPUTE WS-TR-ALT = WS-OHLCV-CLOSE(WS-I - 1)
                       - WS-OHLCV-HIGH(WS-I)
               END-IF
               IF WS-TR-ALT > WS-TRUE-RANGE
                   MOVE WS-TR-ALT TO WS-TRUE-RANGE
               END-IF
               IF WS-OHLCV-LOW(WS-I) > WS-OHLCV-CLOSE(WS-I - 1)
                   COMPUTE WS-TR-ALT = WS-OHLCV-LOW(WS-I)
                       - WS-OHLCV-CLOSE(WS-I - 1)
               ELSE
                   COMPUTE WS-TR-ALT = WS-OHLCV-CLOSE(WS-I - 1)
                       - WS-OHLCV-LOW(WS-I)
               END-IF
               IF WS-TR-ALT > WS-TRUE-RANGE
                   MOVE WS-TR-ALT TO WS-TRUE-RANGE
               END-IF
               IF WS-I <= WS-ATR-PERIOD + 1
                   ADD WS-TRUE-RANGE TO WS-SUM-TR
                   IF WS-I = WS-ATR-PERIOD + 1
                       COMPUTE WS-ATR ROUNDED =
                           WS-SUM-TR / WS-ATR-PERIOD
                   END-IF
               ELSE
                   COMPUTE WS-ATR ROUNDED =
                       (WS-ATR * (WS-ATR-PERIOD - 1) + WS-TRUE-RANGE)
                       / WS-ATR-PERIOD
               END-IF
           END-PERFORM
           MOVE WS-ATR TO WS-BRICK
           EXIT.

       3000-HEIKIN-ASHI.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               COMPUTE WS-BAR-CLOSE ROUNDED =
                   (WS-OHLCV-OPEN(WS-I) + WS-OHLCV-HIGH(WS-I)
                  + WS-OHLCV-LOW(WS-I) + WS-OHLCV-CLOSE(WS-I)) / 4
               IF WS-I = 1
                   COMPUTE WS-BAR-OPEN ROUNDED =
                       (WS-OHLCV-OPEN(WS-I) + WS-OHLCV-CLOSE(WS-I))
                       / 2
               ELSE
                   COMPUTE WS-BAR-OPEN ROUNDED =
                       (WS-HA-PREV-OPEN + WS-HA-PREV-CLOSE) / 2
               END-IF
               MOVE WS-OHLCV-HIGH(WS-I) TO WS-BAR-HIGH
               IF WS-BAR-OPEN > WS-BAR-HIGH
                   MOVE WS-BAR-OPEN TO WS-BAR-HIGH
               END-IF
               IF WS-BAR-CLOSE > WS-BAR-HIGH
                   MOVE WS-BAR-CLOSE TO WS-BAR-HIGH
               END-IF
               MOVE WS-OHLCV-LOW(WS-I) TO WS-BAR-LOW
               IF WS-BAR-OPEN < WS-BAR-LOW
                   MOVE WS-BAR-OPEN TO WS-BAR-LOW
               END-IF
               IF WS-BAR-CLOSE < WS-BAR-LOW
                   MOVE WS-BAR-CLOSE TO WS-BAR-LOW
               END-IF
               MOVE WS-OHLCV-VOLUME(WS-I) TO WS-BAR-VOLUME
               IF WS-BAR-CLOSE < WS-BAR-OPEN
                   MOVE "D" TO WS-BAR-DIR
               ELSE
                   MOVE "U" TO WS-BAR-DIR
               END-IF
               PERFORM 5000-EMITIR-BARRA
               MOVE WS-BAR-OPEN TO WS-HA-PREV-OPEN
               MOVE WS-BAR-CLOSE TO WS-HA-PREV-CLOSE
           END-PERFORM
           EXIT.

      * El primer cierre es la base: el primer ladrillo sale cuando
      * el cierre se aleja un ladrillo entero hacia cualquier lado.
      * Después, con el último ladrillo entre WS-RK-BOTTOM y
      * WS-RK-TOP, se sigue en la misma dirección con cada ladrillo
      * entero más allá del extremo, y se gira al superar un
      * ladrillo entero el extremo opuesto.
       4000-RENKO.
           MOVE WS-OHLCV-CLOSE(1) TO WS-RK-TOP
           MOVE WS-OHLCV-CLOSE(1) TO WS-RK-BOTTOM
           MOVE SPACE TO WS-RK-DIR
           MOVE 0 TO WS-RK-VOL-ACUM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               ADD WS-OHLCV-VOLUME(WS-I) TO WS-RK-VOL-ACUM
               MOVE 0 TO WS-RK-BRICKS
               MOVE SPACE TO WS-BAR-DIR
               IF WS-OHLCV-CLOSE(WS-I) >= WS-RK-TOP + WS-BRICK
                   COMPUTE WS-RK-MOVE =
                       WS-OHLCV-CLOSE(WS-I) - WS-RK-TOP
                   COMPUTE WS-RK-BRICKS = WS-RK-MOVE / WS-BRICK
                   MOVE "U" TO WS-BAR-DIR
               ELSE
                   IF WS-OHLCV-CLOSE(WS-I) + WS-BRICK <= WS-RK-BOTTOM
                       COMPUTE WS-RK-MOVE =
                           WS-RK-BOTTOM - WS-OHLCV-CLOSE(WS-I)
                       COMPUTE WS-RK-BRICKS = WS-RK-MOVE / WS-BRICK
                       MOVE "D" TO WS-BAR-DIR
                   END-IF
               END-IF
               IF WS-RK-BRICKS > 0
                   PERFORM 4100-EMITIR-LADRILLOS
               END-IF
           END-PERFORM
           EXIT.

      * El volumen acumulado desde el último ladrillo se reparte en
      * partes iguales; el resto de la división va al último.
       4100-EMITIR-LADRILLOS.
           COMPUTE WS-RK-VOL-EACH = WS-RK-VOL-ACUM / WS-RK-BRICKS
           PERFORM VARYING WS-RK-N FROM 1 BY 1
                   UNTIL WS-RK-N > WS-RK-BRICKS
               IF WS-BAR-DIR = "U"
                   MOVE WS-RK-TOP TO WS-BAR-OPEN
                   COMPUTE WS-BAR-CLOSE = WS-RK-TOP + WS-BRICK
                   MOVE WS-BAR-OPEN TO WS-BAR-LOW
                   MOVE WS-BAR-CLOSE TO WS-BAR-HIGH
                   MOVE WS-BAR-OPEN TO WS-RK-BOTTOM
                   MOVE WS-BAR-CLOSE TO WS-RK-TOP
               ELSE
                   MOVE WS-RK-BOTTOM TO WS-BAR-OPEN
                   COMPUTE WS-BAR-CLOSE = WS-RK-BOTTOM - WS-BRICK
                   MOVE WS-BAR-OPEN TO WS-BAR-HIGH
                   MOVE WS-BAR-CLOSE TO WS-BAR-LOW
                   MOVE WS-BAR-OPEN TO WS-RK-TOP
                   MOVE WS-BAR-CLOSE TO WS-RK-BOTTOM
               END-IF
               IF WS-RK-N = WS-RK-BRICKS
                   COMPUTE WS-BAR-VOLUME = WS-RK-VOL-ACUM
                       - WS-RK-VOL-EACH * (WS-RK-BRICKS - 1)
               ELSE
                   MOVE WS-RK-VOL-EACH TO WS-BAR-VOLUME
               END-IF
               PERFORM 5000-EMITIR-BARRA
           END-PERFORM
           MOVE WS-BAR-DIR TO WS-RK-DIR
           MOVE 0 TO WS-RK-VOL-ACUM
           EXIT.

       5000-EMITIR-BARRA.
           ADD 1 TO WS-OUT-COUNT
           MOVE SPACES TO BX-OUT-RECORD
           MOVE WS-OHLCV-SYMBOL(WS-I) TO OUT-SYMBOL
           MOVE WS-OHLCV-DATE(WS-I) TO OUT-DATE
           MOVE WS-BAR-OPEN TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO OUT-OPEN
           MOVE WS-BAR-HIGH TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO OUT-HIGH
           MOVE WS-BAR-LOW TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO OUT-LOW
           MOVE WS-BAR-CLOSE TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO OUT-CLOSE
           MOVE WS-BAR-VOLUME TO WS-EDIT-VOLUME
           MOVE WS-EDIT-VOLUME TO OUT-VOLUME
           WRITE BX-OUT-RECORD
           MOVE SPACES TO BX-XREF-RECORD
           MOVE WS-OUT-COUNT TO XR-SEQ
           MOVE WS-OHLCV-DATE(WS-I) TO XR-SRC-DATE
           MOVE WS-I TO XR-SRC-BAR
           MOVE WS-OHLCV-CLOSE(WS-I) TO XR-SRC-CLOSE
           MOVE WS-MODE TO XR-MODE
           MOVE WS-BAR-DIR TO XR-DIR
           WRITE BX-XREF-RECORD
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE BX-OUT-FILE
           CLOSE BX-XREF-FILE
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida que haya barras (y
      * ladrillo, en RENKO) y que la salida se pueda abrir para
      * agregar (sin truncar nada) y corta la corrida con el
      * veredicto.
       0500-MODO-CHECK.
           IF WS-COUNT < 2
              OR (WS-MODE-RENKO AND WS-BRICK NOT > 0)
               DISPLAY "[CHECK] BARXFORM NO-GO: barras insuficientes "
                   "(" WS-COUNT ") o ladrillo en cero"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND BX-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE BX-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] BARXFORM NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] BARXFORM GO - " WS-COUNT " barras, "
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
