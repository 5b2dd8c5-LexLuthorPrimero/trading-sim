       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREADTH.
      * Indicador: Amplitud de mercado sobre el universo del lote
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Lee las series OHLCV fechadas de todos los símbolos del
      * archivo de control de MASTERBATCH (columna final del
      * renglón) y arma, fecha por fecha, la foto del universo
      * completo en vez de la de un símbolo a la vez: alzas, bajas
      * y sin cambio contra el cierre previo de cada símbolo, la
      * línea de avance-declinación acumulada, el porcentaje de
      * símbolos con el cierre sobre su SMA de 50 y de 200 ruedas
      * (de los que ya tienen historia para esa media), y los
      * nuevos máximos y mínimos de 52 semanas. Cada fecha queda
      * con una bandera de régimen de amplitud que STRATEGY lee
      * junto al régimen ADX (BREADTH=breadth_history.dat):
      *   A  amplia   - % sobre SMA50 en o sobre HI=
      *   D  débil    - % sobre SMA50 en o bajo LO=
      *   N  neutral  - entre ambos
      *   (blanco)    - ningún símbolo con 50 ruedas todavía
      * El archivo se reescribe completo en cada corrida, desde la
      * primera fecha de las series.
      * Parámetros: archivo de control (omisión batch_control.dat),
      *   HILO=n  ruedas de la ventana de máximos/mínimos (252)
      *   HI=n    umbral de régimen amplio, en % (60)
      *   LO=n    umbral de régimen débil, en % (40)
      *   CHECK   prevuelo: valida las series sin escribir nada
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT BREADTH-FILE ASSIGN TO "breadth_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRD-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH (el registro se
      * declara completo: un registro más corto que la línea hace
      * que el resto de la línea vuelva como registros fantasma).
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 CTL-PRICES-PATH  PIC X(200).
           05 FILLER           PIC X.
           05 CTL-HLC-PATH     PIC X(200).
           05 FILLER           PIC X.
           05 CTL-RSI-PERIOD   PIC X(3).
           05 FILLER           PIC X.
           05 CTL-BOLL-MULT    PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CAPITAL      PIC X(12).
           05 FILLER           PIC X.
           05 CTL-STOP         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-TARGET      PIC X(5).
           05 FILLER           PIC X.
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
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
      * Una fila por fecha, en orden cronológico: símbolos con barra
      * ese día, alzas, bajas, sin cambio, neto, línea A-D
      * acumulada, % sobre SMA50 y SMA200 (con la cantidad de
      * símbolos que ya tienen esa media), nuevos máximos y mínimos
      * de la ventana HILO= y la bandera de régimen.
       FD  BREADTH-FILE.
       01  BREADTH-RECORD.
           05 BR-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 BR-ISSUES        PIC 9(4).
           05 FILLER           PIC X.
           05 BR-ADVANCES      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-DECLINES      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-UNCHANGED     PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NET           PIC S9(4) SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 BR-AD-LINE       PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 BR-PCT-SMA50     PIC 9(3)V99.
           05 FILLER           PIC X.
           05 BR-ELIG-SMA50    PIC 9(4).
           05 FILLER           PIC X.
           05 BR-PCT-SMA200    PIC 9(3)V99.
           05 FILLER           PIC X.
           05 BR-ELIG-SMA200   PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NEW-HIGHS     PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NEW-LOWS      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-REGIME        PIC X(1).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "BREADTH".
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
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-BRD-FS         PIC XX.
       01  WS-CONTROL-PATH   PIC X(200).
       01  WS-PRICES-PATH    PIC X(200).
      * Serie del símbolo en proceso (se recarga por símbolo).
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
      * Conteos del universo por fecha, en orden cronológico; cada
      * serie se funde en la tabla con un cursor que avanza junto a
      * sus fechas.
       01  WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 5000 TIMES.
              10 DT-DATE         PIC X(8).
              10 DT-ISSUES       PIC 9(4) COMP.
              10 DT-ADVANCES     PIC 9(4) COMP.
              10 DT-DECLINES     PIC 9(4) COMP.
              10 DT-UNCHANGED    PIC 9(4) COMP.
              10 DT-ELIG-50      PIC 9(4) COMP.
              10 DT-ABOVE-50     PIC 9(4) COMP.
              10 DT-ELIG-200     PIC 9(4) COMP.
              10 DT-ABOVE-200    PIC 9(4) COMP.
              10 DT-NEW-HIGHS    PIC 9(4) COMP.
              10 DT-NEW-LOWS     PIC 9(4) COMP.
       01  WS-DATE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DATES      PIC 9(4) COMP VALUE 5000.
       01  WS-DP             PIC 9(4) COMP.
       01  WS-K              PIC 9(4) COMP.
       01  WS-I              PIC 9(4) COMP.
       01  WS-J              PIC 9(4) COMP.
       01  WS-PREV-DATE      PIC X(8).
       01  WS-SUM-50         PIC 9(11)V9(4) COMP-3.
       01  WS-SUM-200        PIC 9(11)V9(4) COMP-3.
       01  WS-SMA            PIC 9(7)V9(4) COMP-3.
       01  WS-WIN-HIGH       PIC 9(7)V9(4) COMP-3.
       01  WS-WIN-LOW        PIC 9(7)V9(4) COMP-3.
       01  WS-HILO-WINDOW    PIC 9(4) COMP VALUE 252.
       01  WS-REGIME-HI      PIC 9(3)V99 COMP-3 VALUE 60.00.
       01  WS-REGIME-LO      PIC 9(3)V99 COMP-3 VALUE 40.00.
       01  WS-AD-LINE        PIC S9(7) COMP-3 VALUE 0.
       01  WS-PCT            PIC 9(3)V99 COMP-3.
       01  WS-SYM-USED       PIC 9(4) COMP VALUE 0.
       01  WS-SYM-SKIPPED    PIC 9(4) COMP VALUE 0.
       01  WS-BAR-REJECTS    PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-FLAG     PIC X(1) VALUE "N".
           88  WS-CHECK-ON   VALUE "Y".
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BREADTH iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "ERROR: archivo de control ilegible FS="
                   WS-CONTROL-STATUS
               MOVE 1 TO WS-EXIT-CODE
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2500-PROCESAR-SIMBOLO
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
      * Sin ningún símbolo con serie OHLCV la historia anterior
      * queda intacta: un lote mal armado no borra la amplitud.
           IF WS-SYM-USED = 0
               DISPLAY "WARNING: ningún símbolo con serie OHLCV en "
                   FUNCTION TRIM(WS-CONTROL-PATH)
                   ", breadth_history.dat sin cambios"
               MOVE "OK  " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-GRABAR-HISTORIA
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-SYM-USED
               " símbolos, " WS-DATE-COUNT " fechas, "
               WS-SYM-SKIPPED " símbolos omitidos"
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-SYM-USED TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "CHECK"
                       SET WS-CHECK-ON TO TRUE
                   WHEN WS-ARG1(1:5) = "HILO="
                       MOVE "HILO" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:3) = "HI="
                       MOVE "HI" TO WS-PARM-KEY
                       MOVE WS-ARG1(4:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:3) = "LO="
                       MOVE "LO" TO WS-PARM-KEY
                       MOVE WS-ARG1(4:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
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
           MOVE "HILO" TO PRM-NAME(1)
           MOVE "252" TO PRM-DEFAULT(1)
           MOVE "HI" TO PRM-NAME(2)
           MOVE "60.00" TO PRM-DEFAULT(2)
           MOVE "LO" TO PRM-NAME(3)
           MOVE "40.00" TO PRM-DEFAULT(3)
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
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 2000))
                   OR ((WS-PARM-I = 2 OR 3)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
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
           COMPUTE WS-HILO-WINDOW = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-REGIME-HI = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-REGIME-LO = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Un renglón sin columna OHLCV, o con una serie ilegible o
      * vacía, deja al símbolo fuera de la amplitud con aviso; el
      * resto del universo sigue.
       2500-PROCESAR-SIMBOLO.
           IF CTL-OHLCV-PATH = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " sin serie OHLCV en el renglón de control"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-OHLCV-PATH TO WS-PRICES-PATH
           MOVE 0 TO WS-EXIT-CODE
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " omitido, serie ilegible: "
                   FUNCTION TRIM(WS-PRICES-PATH)
               ADD 1 TO WS-SYM-SKIPPED
               MOVE 0 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYM-USED
           ADD WS-REJECT-COUNT TO WS-BAR-REJECTS
           IF NOT WS-CHECK-ON
               PERFORM 3000-ACUMULAR-SERIE
           END-IF
           EXIT.

      * Una pasada por la serie del símbolo: cada barra suma en la
      * fila de su fecha. Las medias se llevan con sumas corridas;
      * la ventana de máximos y mínimos mira las HILO= barras
      * anteriores, así que un símbolo con menos historia que la
      * ventana no marca extremos de 52 semanas todavía.
       3000-ACUMULAR-SERIE.
           MOVE 1 TO WS-DP
           MOVE SPACES TO WS-PREV-DATE
           MOVE 0 TO WS-SUM-50
           MOVE 0 TO WS-SUM-200
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-DATE(WS-I) < WS-PREV-DATE
                   MOVE 1 TO WS-DP
               END-IF
               MOVE WS-OHLCV-DATE(WS-I) TO WS-PREV-DATE
               PERFORM 3100-UBICAR-FECHA
               ADD WS-OHLCV-CLOSE(WS-I) TO WS-SUM-50
               ADD WS-OHLCV-CLOSE(WS-I) TO WS-SUM-200
               IF WS-I > 50
                   SUBTRACT WS-OHLCV-CLOSE(WS-I - 50) FROM WS-SUM-50
               END-IF
               IF WS-I > 200
                   SUBTRACT WS-OHLCV-CLOSE(WS-I - 200)
                       FROM WS-SUM-200
               END-IF
               IF WS-DP NOT = 0
                   PERFORM 3200-CONTAR-BARRA
               END-IF
           END-PERFORM
           EXIT.

      * Deja en WS-DP la fila de la fecha de la barra, abriéndola en
      * su lugar cronológico si todavía no existe; con la tabla
      * llena la barra queda afuera (WS-DP en cero).
       3100-UBICAR-FECHA.
           PERFORM UNTIL WS-DP > WS-DATE-COUNT
                      OR DT-DATE(WS-DP) >= WS-OHLCV-DATE(WS-I)
               ADD 1 TO WS-DP
           END-PERFORM
           IF WS-DP <= WS-DATE-COUNT
               IF DT-DATE(WS-DP) = WS-OHLCV-DATE(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DATE-COUNT >= WS-MAX-DATES
               ADD 1 TO WS-BAR-REJECTS
               MOVE 0 TO WS-DP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM WS-DATE-COUNT BY -1
                   UNTIL WS-K < WS-DP
               MOVE WS-DATE-ENTRY(WS-K) TO WS-DATE-ENTRY(WS-K + 1)
           END-PERFORM
           ADD 1 TO WS-DATE-COUNT
           MOVE WS-OHLCV-DATE(WS-I) TO DT-DATE(WS-DP)
           MOVE 0 TO DT-ISSUES(WS-DP)
           MOVE 0 TO DT-ADVANCES(WS-DP)
           MOVE 0 TO DT-DECLINES(WS-DP)
           MOVE 0 TO DT-UNCHANGED(WS-DP)
           MOVE 0 TO DT-ELIG-50(WS-DP)
           MOVE 0 TO DT-ABOVE-50(WS-DP)
           MOVE 0 TO DT-ELIG-200(WS-DP)
           MOVE 0 TO DT-ABOVE-200(WS-DP)
           MOVE 0 TO DT-NEW-HIGHS(WS-DP)
           MOVE 0 TO DT-NEW-LOWS(WS-DP)
           EXIT.

       3200-CONTAR-BARRA.
           ADD 1 TO DT-ISSUES(WS-DP)
           IF WS-I > 1
               EVALUATE TRUE
                   WHEN WS-OHLCV-CLOSE(WS-I) >
                        WS-OHLCV-CLOSE(WS-I - 1)
                       ADD 1 TO DT-ADVANCES(WS-DP)
                   WHEN WS-OHLCV-CLOSE(WS-I) <
                        WS-OHLCV-CLOSE(WS-I - 1)
                       ADD 1 TO DT-DECLINES(WS-DP)
                   WHEN OTHER
                       ADD 1 TO DT-UNCHANGED(WS-DP)
               END-EVALUATE
           END-IF
           IF WS-I >= 50
               ADD 1 TO DT-ELIG-50(WS-DP)
               COMPUTE WS-SMA ROUNDED = WS-SUM-50 / 50
               IF WS-OHLCV-CLOSE(WS-I) > WS-SMA
                   ADD 1 TO DT-ABOVE-50(WS-DP)
               END-IF
           END-IF
           IF WS-I >= 200
               ADD 1 TO DT-ELIG-200(WS-DP)
               COMPUTE WS-SMA ROUNDED = WS-SUM-200 / 200
               IF WS-OHLCV-CLOSE(WS-I) > WS-SMA
                   ADD 1 TO DT-ABOVE-200(WS-DP)
               END-IF
           END-IF
           IF WS-I > WS-HILO-WINDOW
               MOVE WS-OHLCV-HIGH(WS-I - 1) TO WS-WIN-HIGH
               MOVE WS-OHLCV-LOW(WS-I - 1) TO WS-WIN-LOW
               COMPUTE WS-K = WS-I - WS-HILO-WINDOW
               PERFORM VARYING WS-J FROM WS-K BY 1
                       UNTIL WS-J >= WS-I
                   IF WS-OHLCV-HIGH(WS-J) > WS-WIN-HIGH
                       MOVE WS-OHLCV-HIGH(WS-J) TO WS-WIN-HIGH
                   END-IF
                   IF WS-OHLCV-LOW(WS-J) < WS-WIN-LOW
                       MOVE WS-OHLCV-LOW(WS-J) TO WS-WIN-LOW
                   END-IF
               END-PERFORM
               IF WS-OHLCV-HIGH(WS-I) > WS-WIN-HIGH
                   ADD 1 TO DT-NEW-HIGHS(WS-DP)
               END-IF
               IF WS-OHLCV-LOW(WS-I) < WS-WIN-LOW
                   ADD 1 TO DT-NEW-LOWS(WS-DP)
               END-IF
           END-IF
           EXIT.

      * La línea A-D arranca en cero en la primera fecha y suma el
      * neto de cada día en orden.
       4000-GRABAR-HISTORIA.
           OPEN OUTPUT BREADTH-FILE
           MOVE 0 TO WS-AD-LINE
           PERFORM VARYING WS-DP FROM 1 BY 1
                   UNTIL WS-DP > WS-DATE-COUNT
               MOVE SPACES TO BREADTH-RECORD
               MOVE DT-DATE(WS-DP) TO BR-DATE
               MOVE DT-ISSUES(WS-DP) TO BR-ISSUES
               MOVE DT-ADVANCES(WS-DP) TO BR-ADVANCES
               MOVE DT-DECLINES(WS-DP) TO BR-DECLINES
               MOVE DT-UNCHANGED(WS-DP) TO BR-UNCHANGED
               COMPUTE BR-NET =
                   DT-ADVANCES(WS-DP) - DT-DECLINES(WS-DP)
               COMPUTE WS-AD-LINE = WS-AD-LINE
                   + DT-ADVANCES(WS-DP) - DT-DECLINES(WS-DP)
               MOVE WS-AD-LINE TO BR-AD-LINE
               MOVE 0 TO BR-PCT-SMA50
               IF DT-ELIG-50(WS-DP) > 0
                   COMPUTE BR-PCT-SMA50 ROUNDED =
                       DT-ABOVE-50(WS-DP) * 100 / DT-ELIG-50(WS-DP)
               END-IF
               MOVE DT-ELIG-50(WS-DP) TO BR-ELIG-SMA50
               MOVE 0 TO BR-PCT-SMA200
               IF DT-ELIG-200(WS-DP) > 0
                   COMPUTE BR-PCT-SMA200 ROUNDED =
                       DT-ABOVE-200(WS-DP) * 100 / DT-ELIG-200(WS-DP)
               END-IF
               MOVE DT-ELIG-200(WS-DP) TO BR-ELIG-SMA200
               MOVE DT-NEW-HIGHS(WS-DP) TO BR-NEW-HIGHS
               MOVE DT-NEW-LOWS(WS-DP) TO BR-NEW-LOWS
               MOVE BR-PCT-SMA50 TO WS-PCT
               EVALUATE TRUE
                   WHEN DT-ELIG-50(WS-DP) = 0
                       MOVE SPACE TO BR-REGIME
                   WHEN WS-PCT >= WS-REGIME-HI
                       MOVE "A" TO BR-REGIME
                   WHEN WS-PCT <= WS-REGIME-LO
                       MOVE "D" TO BR-REGIME
                   WHEN OTHER
                       MOVE "N" TO BR-REGIME
               END-EVALUATE
               WRITE BREADTH-RECORD
           END-PERFORM
           CLOSE BREADTH-FILE
           DISPLAY "[BREADTH] " BR-DATE " emisiones " BR-ISSUES
               " alzas " BR-ADVANCES " bajas " BR-DECLINES
               " A-D " BR-AD-LINE " %SMA50 " BR-PCT-SMA50
               " %SMA200 " BR-PCT-SMA200 " max " BR-NEW-HIGHS
               " min " BR-NEW-LOWS " regimen " BR-REGIME
           EXIT.

      * El prevuelo termina aquí: GO con al menos una serie legible
      * y la historia abrible para escribir (sin truncarla).
       0500-MODO-CHECK.
           IF WS-SYM-USED = 0
               DISPLAY "[CHECK] BREADTH NO-GO: ninguna serie OHLCV "
                   "legible (" WS-SYM-SKIPPED " omitidos)"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND BREADTH-FILE
               IF WS-BRD-FS = "00"
                   CLOSE BREADTH-FILE
               ELSE
                   IF WS-BRD-FS NOT = "35"
                       DISPLAY "[CHECK] BREADTH NO-GO: historia no "
                           "escribible FS=" WS-BRD-FS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] BREADTH GO - " WS-SYM-USED
                   " símbolos, " WS-SYM-SKIPPED " omitidos, "
                   WS-BAR-REJECTS " barras rechazadas"
           END-IF
           MOVE "CHK " TO WS-AUDIT-STATUS
           MOVE WS-SYM-USED TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
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
