      * Driver de lote maestro: recorre una lista de símbolos/archivos
      * de control y ejecuta la tubería de indicadores + TRADER para
      * cada uno, etiquetando las salidas de cada corrida por símbolo.
      * Un renglón de control con un ticker ya reemplazado (historia
      * de alias en symbol_alias.dat) corre bajo el ticker vigente:
      * validación, directorio de trabajo, TRADE_RUN_SYMBOL y sufijo
      * de las salidas.
      * Con CATCHUP el lote pone al día cada símbolo: corre la
      * tubería una vez por cada fecha hábil perdida desde la última
      * que TRADER completó según la bitácora, en orden y con la
      * serie cortada a esa fecha.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT ALIAS-FILE ASSIGN TO "symbol_alias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
           SELECT LANE-AUDIT-FILE ASSIGN TO DYNAMIC WS-LANE-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANE-AUDIT-FS.
           SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC WS-HOLIDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT OHLCV-IN-FILE ASSIGN TO DYNAMIC WS-OHLCV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OHLCV-FS.
           SELECT CUT-PRICES-FILE ASSIGN TO DYNAMIC WS-CUT-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-FS.
           SELECT CUT-HLC-FILE ASSIGN TO DYNAMIC WS-CUT-HLC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-FS.
       DATA DIVISION.
       FILE SECTION.
      * El renglón de control es ahora el perfil de corrida del
      * símbolo: a las rutas se suman los parámetros propios -
      * período de RSI, multiplicador de Bollinger, capital inicial
      * y los ajustes de riesgo de TRADER - como texto con punto
      * decimal. Una columna en blanco deja lo que resuelva el
      * registro central de parámetros (PARMMAINT) para el símbolo
      * y, sin renglón vigente, el valor por omisión del programa;
      * una columna con valor es PARM explícito y manda sobre el
      * registro: un ETF de índice y una small-cap ya no corren con
      * la misma sintonía. La columna final, opcional, es la ruta
      * de la serie OHLCV fechada del símbolo (la ohlcv_<SIM>.dat
      * que deja SPLITTER): con ella el símbolo corre además
      * ICHIMOKU, CANDLE, PSAR y VOLPROFILE, y la lee BREADTH para
      * la amplitud del universo después del lote.
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
      * Archivo de RC de un carril: el subshell del carril escribe
      * el código de salida de su tubería al terminar.
       FD  RC-FILE.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Historia de alias de símbolos (symbol_alias.dat, la
      * mantiene SYMMAINT): símbolo viejo, símbolo nuevo y fecha
      * efectiva, el primer día con el ticker nuevo.
       FD  ALIAS-FILE.
       01  ALIAS-RECORD.
           05 AL-OLD          PIC X(10).
           05 FILLER          PIC X.
           05 AL-NEW          PIC X(10).
           05 FILLER          PIC X.
           05 AL-DATE         PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 FILLER         PIC X.
           05 AUD-STATUS     PIC X(4).
      * Una fila de TRADER con cualquiera de estos estados es una
      * fecha completada (HALT y LOCK terminan la corrida con el
      * libro al día); ERR y CHK no.
              88 AUD-TRADER-COMPLETO VALUE "OK  " "HALT" "LOCK".
           05 FILLER         PIC X.
           05 AUD-COUNT      PIC 9(5).
           05 FILLER         PIC X.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
      * Bitácora local de un carril, mismo formato que AUDIT-RECORD.
       FD  LANE-AUDIT-FILE.
       01  LANE-AUDIT-RECORD.
           05 LAR-DATA        PIC X(62).
           05 FILLER          PIC X.
           05 LAR-HASH        PIC X(16).
      * Calendario de feriados de la bolsa (el mismo de GAPFILL):
      * una fecha AAAAMMDD por renglón con descripción libre.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 HOL-DESC        PIC X(30).
      * Serie OHLCV fechada del símbolo (ohlcv_<SIM>.dat de
      * SPLITTER) y los dos cortes a una fecha que arma la puesta al
      * día con el formato de prices_<SIM>.dat y hlc_<SIM>.dat.
       FD  OHLCV-IN-FILE.
       01  OHLCV-IN-RECORD.
           05 OHL-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 OHL-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 OHL-OPEN        PIC X(12).
           05 FILLER          PIC X.
           05 OHL-HIGH        PIC X(12).
           05 FILLER          PIC X.
           05 OHL-LOW         PIC X(12).
           05 FILLER          PIC X.
           05 OHL-CLOSE       PIC X(12).
           05 FILLER          PIC X.
           05 OHL-VOLUME      PIC X(14).
       FD  CUT-PRICES-FILE.
       01  CUT-PRICES-RECORD.
           05 CUT-CLOSE       PIC X(12).
       FD  CUT-HLC-FILE.
       01  CUT-HLC-RECORD.
           05 CUT-HIGH        PIC X(12).
           05 FILLER          PIC X.
           05 CUT-LOW         PIC X(12).
           05 FILLER          PIC X.
           05 CUT-HLC-CLOSE   PIC X(12).
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
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "MASTERBTCH".
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
       01  WS-CONTROL-STATUS  PIC XX.
           88  WS-CONTROL-OK        VALUE "00".
           88  WS-CONTROL-EOF       VALUE "10".
       01  WS-WORKDIR         PIC X(60).
       01  WS-PRICES-ABS      PIC X(210).
       01  WS-HLC-ABS         PIC X(210).
       01  WS-OHLCV-ABS       PIC X(210).
       01  WS-OHLCV-OPTS      PIC X(20).
       01  WS-RSI-OPTS        PIC X(10).
       01  WS-BOLL-OPTS       PIC X(10).
       01  WS-TRIG-OPTS       PIC X(30).
       01  WS-TRADER-OPTS     PIC X(120).
      * Tabla de alias y tramos de la cadena del símbolo en curso
      * (WS-ALIAS-LOAD, WS-ALIAS-CHECK y WS-ALIAS-CHAIN).
       01  WS-ALIAS-FS        PIC XX.
           88  WS-ALIAS-OK        VALUE "00".
           88  WS-ALIAS-EOF       VALUE "10".
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 200 TIMES.
              10 ALT-OLD         PIC X(10).
              10 ALT-NEW         PIC X(10).
              10 ALT-DATE        PIC 9(8).
       01  WS-ALIAS-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-ALIAS       PIC 9(4) COMP VALUE 200.
       01  WS-ALIAS-REJECTS   PIC 9(4) COMP VALUE 0.
       01  WS-ALIAS-REASON    PIC X(40).
       01  WS-ALIAS-K         PIC 9(4) COMP.
       01  WS-ALIAS-J         PIC 9(4) COMP.
       01  WS-ALIAS-HIT       PIC 9(4) COMP.
       01  WS-ALIAS-STEPS     PIC 9(4) COMP.
       01  WS-ALIAS-WALK      PIC X(10).
       01  WS-ALIAS-SYMBOL    PIC X(10).
       01  WS-ALIAS-CURRENT   PIC X(10).
       01  WS-ALIAS-SEG-TABLE.
           05 WS-ALIAS-SEG OCCURS 20 TIMES.
              10 SEG-SYMBOL      PIC X(10).
              10 SEG-FROM        PIC 9(8).
              10 SEG-UNTIL       PIC 9(8).
       01  WS-ALIAS-SEGS      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SEGS        PIC 9(4) COMP VALUE 20.
       01  WS-ALIAS-SWAP      PIC X(26).
      * Puesta al día (CATCHUP): la última fecha que TRADER completó
      * para el símbolo sale de la bitácora; las fechas hábiles
      * perdidas hasta ASOF= (hoy por omisión) se corren una por
      * una, cada una con su propio identificador de corrida (MMDD
      * de la fecha + hhmm del arranque) y su fecha de negocio en
      * TRADE_RUN_DATE, y con los precios cortados a esa fecha desde
      * la serie OHLCV del renglón de control. Una fecha que falla
      * frena las siguientes de ese símbolo: quedan para la próxima
      * corrida. La tabla tope de fechas evita que un símbolo con
      * meses de atraso acapare la noche; el resto espera.
       01  WS-CATCHUP-FLAG    PIC X(1) VALUE "N".
           88  WS-CATCHUP-ON      VALUE "Y".
       01  WS-ASOF-DATE       PIC 9(8) VALUE 0.
       01  WS-BATCH-RUN-ID    PIC X(8).
       01  WS-HOLIDAY-STATUS  PIC XX.
           88  WS-HOLIDAY-OK      VALUE "00".
           88  WS-HOLIDAY-EOF     VALUE "10".
       01  WS-HOLIDAY-PATH    PIC X(200)
               VALUE "holiday_calendar.dat".
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 200 TIMES PIC 9(8).
       01  WS-HOLIDAY-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-MAX-HOLIDAYS    PIC 9(3) COMP VALUE 200.
       01  WS-H               PIC 9(3) COMP.
       01  WS-ES-FERIADO      PIC X(1).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-WEEKDAY-MOD     PIC 9(1).
       01  WS-CU-TABLE.
           05 WS-CU-DATE OCCURS 60 TIMES PIC 9(8).
       01  WS-CU-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-MAX-CU          PIC 9(3) COMP VALUE 60.
       01  WS-CU-DEFERRED     PIC 9(5) COMP VALUE 0.
       01  WS-CU-I            PIC 9(3) COMP VALUE 0.
       01  WS-CU-DAY          PIC 9(8) COMP.
       01  WS-CU-DAY-END      PIC 9(8) COMP.
       01  WS-CU-LAST-DATE    PIC 9(8).
       01  WS-CU-RUN-DATE     PIC 9(8).
       01  WS-CU-STATUS       PIC X(1).
           88  WS-CU-FALLO        VALUE "F".
       01  WS-CU-SAVE-PRICES  PIC X(200).
       01  WS-CU-SAVE-HLC     PIC X(200).
       01  WS-OHLCV-FS        PIC XX.
           88  WS-OHLCV-OK        VALUE "00".
           88  WS-OHLCV-EOF       VALUE "10".
       01  WS-OHLCV-PATH      PIC X(200).
       01  WS-CUT-FS          PIC XX.
       01  WS-CUT-PRICES-PATH PIC X(200).
       01  WS-CUT-HLC-PATH    PIC X(200).
       01  WS-CUT-COUNT       PIC 9(5) COMP.
       01  WS-CUT-DAY-BAR     PIC X(1).
      * Anexo de la bitácora de un carril a la del lote: sello de la
      * cadena del lote, sello propio del carril para verificarla de
      * paso, y filas anexadas y fuera de cadena.
       01  WS-LANE-AUDIT-PATH PIC X(80).
       01  WS-LANE-AUDIT-FS   PIC XX.
       01  WS-MAIN-SEAL       PIC X(16).
       01  WS-LANE-SEAL       PIC X(16).
       01  WS-LANE-ROWS       PIC 9(5) COMP.
       01  WS-LANE-BROKEN     PIC 9(5) COMP.
       01  WS-CU-DEFER-ED     PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa MASTERBATCH iniciado"
           DISPLAY "TRADE_RUN_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
           DISPLAY "[DEBUG] corrida " WS-RUN-ID
           MOVE WS-RUN-ID TO WS-BATCH-RUN-ID
           PERFORM 1000-LEER-PARAMETROS
      * La tubería de cada símbolo corre dentro de su directorio de
      * trabajo: el registro central de parámetros se le indica un
      * nivel arriba, y vuelve a la ruta local para los programas
      * que cierran el lote desde aquí.
           DISPLAY "TRADE_PARM_REGISTRY" UPON ENVIRONMENT-NAME
           DISPLAY "../param_registry.dat" UPON ENVIRONMENT-VALUE
           IF WS-CATCHUP-ON
               PERFORM 1500-CARGAR-FERIADOS
           END-IF
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           PERFORM 1300-CARGAR-ALIAS
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               PERFORM 9999-MANEJAR-ERROR-FS
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-CATCHUP-ON
                               PERFORM 3000-PONER-AL-DIA
                           WHEN WS-LANES > 1
                               PERFORM 2500-LANZAR-CARRIL
                           WHEN OTHER
                               PERFORM 2000-PROCESAR-SIMBOLO
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-LANES > 1
               PERFORM 2800-RECOGER-CARRILES
           END-IF
           DISPLAY "TRADE_PARM_REGISTRY" UPON ENVIRONMENT-NAME
           DISPLAY "param_registry.dat" UPON ENVIRONMENT-VALUE
           PERFORM 2900-AMPLITUD
           PERFORM 2950-EXPORTAR-JSON
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-SYMBOL-COUNT
               " símbolos procesados"
           PERFORM 9000-FINALIZAR
       1000-LEER-PARAMETROS.
           MOVE SPACES TO WS-CONTROL-PATH
           MOVE SPACES TO WS-ARG1
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               MOVE FUNCTION TEST-NUMVAL(WS-ARG1) TO WS-NUMVAL-RC
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "LANES="
                       MOVE "LANES" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1 = "CATCHUP"
                       SET WS-CATCHUP-ON TO TRUE
                   WHEN WS-ARG1(1:5) = "ASOF="
                       IF WS-ARG1(6:8) IS NUMERIC
                           MOVE WS-ARG1(6:8) TO WS-ASOF-DATE
                       END-IF
                   WHEN WS-ARG1(1:9) = "HOLIDAYS="
                       MOVE WS-ARG1(10:) TO WS-HOLIDAY-PATH
                   WHEN WS-NUMVAL-RC = 0
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1 TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-CONTROL-PATH = SPACES
               MOVE "batch_control.dat" TO WS-CONTROL-PATH
           END-IF
           IF WS-LANES = 0
               MOVE 1 TO WS-LANES
           END-IF
      * La puesta al día corre las fechas de un símbolo en orden,
      * una detrás de otra: los carriles no aplican.
           IF WS-CATCHUP-ON
               IF WS-LANES > 1
                   DISPLAY "WARNING: CATCHUP corre en serie, LANES= "
                       "ignorado"
                   MOVE 1 TO WS-LANES
               END-IF
               IF WS-ASOF-DATE = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
               END-IF
               DISPLAY "[CATCHUP] puesta al día hasta " WS-ASOF-DATE
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "LANES" TO PRM-NAME(1)
           MOVE "1" TO PRM-DEFAULT(1)
           MOVE "CAPITAL" TO PRM-NAME(2)
           MOVE "10000.00" TO PRM-DEFAULT(2)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 50)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999)
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
           COMPUTE WS-LANES = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-STARTING-CAPITAL = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Ejecuta la tubería de indicadores para un símbolo y deja cada
      * salida con el sufijo _<SIMBOLO> para no pisar la corrida de
      * otro símbolo; MACD siempre corre porque su archivo de eventos
      * así una corrida normal nunca hereda un archivo o un punto de
      * reanudación que no le pertenece.
       2000-PROCESAR-SIMBOLO.
           IF WS-CU-I = 0
               ADD 1 TO WS-SYMBOL-COUNT
           END-IF
           MOVE FUNCTION TRIM(CTL-SYMBOL) TO WS-SYM-TRIM
           PERFORM 2005-RESOLVER-TICKER
           DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
           DISPLAY WS-SYM-TRIM UPON ENVIRONMENT-VALUE
           DISPLAY "[DEBUG] 2000-PROCESAR-SIMBOLO - " WS-SYM-TRIM
               STRING "../" FUNCTION TRIM(CTL-HLC-PATH)
                   DELIMITED BY SIZE INTO WS-HLC-ABS
           END-IF
           IF CTL-OHLCV-PATH(1:1) = "/"
               MOVE FUNCTION TRIM(CTL-OHLCV-PATH) TO WS-OHLCV-ABS
           ELSE
               MOVE SPACES TO WS-OHLCV-ABS
               STRING "../" FUNCTION TRIM(CTL-OHLCV-PATH)
                   DELIMITED BY SIZE INTO WS-OHLCV-ABS
           END-IF
      * El directorio de trabajo nace limpio en cada corrida: nada
      * que limpiar a mano, ningún checkpoint heredado.
           MOVE SPACES TO WS-CMD
                   "' > stochastic_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE SPACES TO WS-CMD
               STRING "cd " FUNCTION TRIM(WS-WORKDIR)
                   " && ../pivots '" FUNCTION TRIM(WS-HLC-ABS)
                   "' > pivots_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF

      * Los indicadores que leen la barra completa corren sobre la
      * serie OHLCV del renglón; en la puesta al día esa serie no
      * se corta, así que se les pasa TO= con la fecha de la corrida.
           IF CTL-OHLCV-PATH NOT = SPACES
               MOVE SPACES TO WS-OHLCV-OPTS
               IF WS-CATCHUP-ON
                   STRING "TO=" WS-CU-RUN-DATE
                       DELIMITED BY SIZE INTO WS-OHLCV-OPTS
               END-IF
               MOVE SPACES TO WS-CMD
               STRING "cd " FUNCTION TRIM(WS-WORKDIR)
                   " && ../ichimoku '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' " FUNCTION TRIM(WS-OHLCV-OPTS)
                   " > ichimoku_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE SPACES TO WS-CMD
               STRING "cd " FUNCTION TRIM(WS-WORKDIR)
                   " && ../candle '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' " FUNCTION TRIM(WS-OHLCV-OPTS)
                   " > candle_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE SPACES TO WS-CMD
               STRING "cd " FUNCTION TRIM(WS-WORKDIR)
                   " && ../psar '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' " FUNCTION TRIM(WS-OHLCV-OPTS)
                   " > psar_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE SPACES TO WS-CMD
               STRING "cd " FUNCTION TRIM(WS-WORKDIR)
                   " && ../volprofile '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' " FUNCTION TRIM(WS-OHLCV-OPTS)
                   " > volprofile_output.txt"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "cd " FUNCTION TRIM(WS-WORKDIR)
               " && ../triggers " FUNCTION TRIM(WS-TRIG-OPTS)
               " '" FUNCTION TRIM(WS-PRICES-ABS)
               "' > triggers_output.txt"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

      * El archivo de eventos cruzados de MACD ya tiene el mismo
      * formato que SIGNAL-RECORD de TRADER, así que se reutiliza
      * directamente como entrada del simulador de cartera, todo
      * dentro del directorio de trabajo del símbolo. BALANCE cuadra
      * antes los totales de control de los pasos: si algún archivo
      * no cuadra, TRADER no corre sobre él.
           MOVE SPACES TO WS-CMD
           STRING "cd " FUNCTION TRIM(WS-WORKDIR)
               " && ../balance > balance_output.txt"
               " && ../trader " FUNCTION TRIM(WS-TRADER-OPTS)
               " macd_signals.dat"
               DELIMITED BY SIZE INTO WS-CMD
           END-IF
           EXIT.

       1300-CARGAR-ALIAS.
           COPY WS-ALIAS-LOAD.

       2005-RESOLVER-TICKER.
           IF WS-ALIAS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYM-TRIM TO WS-ALIAS-SYMBOL
           PERFORM RESOLVER-ALIAS
           IF WS-ALIAS-CURRENT NOT = WS-SYM-TRIM
               DISPLAY "[ALIAS] " WS-SYM-TRIM " del control corre "
                   "como " WS-ALIAS-CURRENT
               MOVE WS-ALIAS-CURRENT TO WS-SYM-TRIM
           END-IF
           EXIT.

      * Arma los argumentos por símbolo desde el renglón de control:
      * columna en blanco (o no numérica) = registro central de
      * parámetros o valor por omisión del programa. El capital del
      * renglón pisa al del lote.
       2020-ARMAR-OVERRIDES.
           MOVE SPACES TO WS-RSI-OPTS
           IF FUNCTION TEST-NUMVAL(CTL-RSI-PERIOD) = 0
           IF FUNCTION TEST-NUMVAL(CTL-BOLL-MULT) = 0
               MOVE CTL-BOLL-MULT TO WS-BOLL-OPTS
           END-IF
      * TRIGGERS toma los mismos valores en forma CLAVE=valor.
           MOVE SPACES TO WS-TRIG-OPTS
           IF WS-RSI-OPTS NOT = SPACES
               STRING "RSI=" FUNCTION TRIM(WS-RSI-OPTS)
                   DELIMITED BY SIZE INTO WS-TRIG-OPTS
           END-IF
           IF WS-BOLL-OPTS NOT = SPACES
               MOVE WS-TRIG-OPTS TO WS-CMD
               MOVE SPACES TO WS-TRIG-OPTS
               STRING FUNCTION TRIM(WS-CMD) " BOLL="
                   FUNCTION TRIM(WS-BOLL-OPTS)
                   DELIMITED BY SIZE INTO WS-TRIG-OPTS
           END-IF
           IF FUNCTION TEST-NUMVAL(CTL-CAPITAL) = 0
               COMPUTE WS-CAPITAL-ARG = FUNCTION NUMVAL(CTL-CAPITAL)
           ELSE
               MOVE WS-STARTING-CAPITAL TO WS-CAPITAL-ARG
           END-IF
      * TRADER corre dentro del directorio de trabajo: el calendario
      * de suspensiones de la mesa se le pasa desde el raíz.
           MOVE SPACES TO WS-TRADER-OPTS
           STRING WS-CAPITAL-ARG " HALTS=../halt_calendar.dat"
               DELIMITED BY SIZE INTO WS-TRADER-OPTS
           IF FUNCTION TEST-NUMVAL(CTL-STOP) = 0
               MOVE SPACES TO WS-CMD
               STRING FUNCTION TRIM(WS-TRADER-OPTS)
       2500-LANZAR-CARRIL.
           ADD 1 TO WS-SYMBOL-COUNT
           MOVE FUNCTION TRIM(CTL-SYMBOL) TO WS-SYM-TRIM
           PERFORM 2005-RESOLVER-TICKER
           MOVE WS-SYM-TRIM TO SYM-SYMBOL
           PERFORM 1250-VALIDAR-SIMBOLO
           IF WS-SYM-VALID = "N"
               STRING "../" FUNCTION TRIM(CTL-HLC-PATH)
                   DELIMITED BY SIZE INTO WS-HLC-ABS
           END-IF
           IF CTL-OHLCV-PATH(1:1) = "/"
               MOVE FUNCTION TRIM(CTL-OHLCV-PATH) TO WS-OHLCV-ABS
           ELSE
               MOVE SPACES TO WS-OHLCV-ABS
               STRING "../" FUNCTION TRIM(CTL-OHLCV-PATH)
                   DELIMITED BY SIZE INTO WS-OHLCV-ABS
           END-IF
           PERFORM 2020-ARMAR-OVERRIDES
      * Tope de carriles: se lanza solo cuando la cantidad de RCs
      * pendientes baja del tope (terminados = archivos .rc
                   "' > atr_output.txt"
                   " && ../stochastic '" FUNCTION TRIM(WS-HLC-ABS)
                   "' > stochastic_output.txt"
                   " && ../pivots '" FUNCTION TRIM(WS-HLC-ABS)
                   "' > pivots_output.txt"
                   DELIMITED BY SIZE INTO WS-LANE-CMD
           END-IF
           IF CTL-OHLCV-PATH NOT = SPACES
               MOVE WS-LANE-CMD TO WS-CMD-LARGA
               MOVE SPACES TO WS-LANE-CMD
               STRING FUNCTION TRIM(WS-CMD-LARGA)
                   " && ../ichimoku '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' > ichimoku_output.txt"
                   " && ../candle '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' > candle_output.txt"
                   " && ../psar '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' > psar_output.txt"
                   " && ../volprofile '" FUNCTION TRIM(WS-OHLCV-ABS)
                   "' > volprofile_output.txt"
                   DELIMITED BY SIZE INTO WS-LANE-CMD
           END-IF
           MOVE WS-LANE-CMD TO WS-CMD-LARGA
           MOVE SPACES TO WS-LANE-CMD
           STRING FUNCTION TRIM(WS-CMD-LARGA)
               " && ../triggers " FUNCTION TRIM(WS-TRIG-OPTS)
               " '" FUNCTION TRIM(WS-PRICES-ABS)
               "' > triggers_output.txt"
               " && ../balance > balance_output.txt"
               " && ../trader " FUNCTION TRIM(WS-TRADER-OPTS)
               " macd_signals.dat"
               "; echo $? > ../lane_" WS-RUN-ID "_"
               DISPLAY "[CARRIL] " WS-SYM-TRIM " FALLO RC="
                   LN-RC(WS-L) " - relanzar solo este símbolo"
               MOVE 1 TO WS-EXIT-CODE
      * La bitácora y los parámetros del carril fallido igual se
      * anexan: sus filas dicen hasta dónde llegó y con qué valores.
               PERFORM 2080-ANEXAR-BITACORA-CARRIL
               PERFORM 2090-ANEXAR-PARAMETROS-CARRIL
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -rf " FUNCTION TRIM(WS-WORKDIR)
               "stochrsi_output.dat stochrsi_output.csv "
               "stochrsi_output.txt atr_output.dat atr_output.csv "
               "atr_output.txt stochastic_output.dat "
               "stochastic_output.txt pivots_output.dat "
               "pivots_zones.dat pivots_output.txt signal_history.dat "
               "trade_ledger.dat equity_curve.dat "
               "trader_summary.dat; do "
               "if test -e " FUNCTION TRIM(WS-WORKDIR)
               ".${f##*.}; fi; done"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-CMD
           STRING "for f in triggers_output.dat triggers_report.dat "
               "triggers_output.txt balance_report.dat "
               "balance_output.txt control_totals.dat; do "
               "if test -e " FUNCTION TRIM(WS-WORKDIR)
               "/$f; then mv -f " FUNCTION TRIM(WS-WORKDIR)
               "/$f ${f%.*}_" FUNCTION TRIM(WS-SYM-TRIM)
               ".${f##*.}; fi; done"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-CMD
           STRING "for f in ichimoku_output.dat ichimoku_output.csv "
               "ichimoku_output.txt candle_output.dat "
               "candle_output.csv candle_output.txt psar_output.dat "
               "psar_output.csv psar_output.txt "
               "volprofile_output.dat volprofile_output.txt; do "
               "if test -e " FUNCTION TRIM(WS-WORKDIR)
               "/$f; then mv -f " FUNCTION TRIM(WS-WORKDIR)
               "/$f ${f%.*}_" FUNCTION TRIM(WS-SYM-TRIM)
               ".${f##*.}; fi; done"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
      * El resumen de VOLPROFILE ya lleva el símbolo en el nombre y
      * es una historia que crece día a día: la fila del directorio
      * de trabajo se anexa a la del lote en vez de reemplazarla.
           MOVE SPACES TO WS-CMD
           STRING "for f in " FUNCTION TRIM(WS-WORKDIR)
               "/volprofile_summary_*.dat; do "
               "if test -e $f; then cat $f >> ${f##*/}; fi; done"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
      * Los programas hijos corren con el directorio de trabajo como
      * directorio actual, así que sus filas de bitácora (con run id
      * y símbolo) caen en la bitácora local del directorio; se
      * anexan a la del lote antes de que el directorio se elimine.
      * Lo mismo el juego de parámetros con que corrió cada programa.
           PERFORM 2080-ANEXAR-BITACORA-CARRIL
           PERFORM 2090-ANEXAR-PARAMETROS-CARRIL
           EXIT.

      * El run_params.dat del directorio de trabajo va al final del
      * del lote: sus filas ya traen run id, programa y símbolo, y
      * no llevan sello, así que se copian tal cual.
       2090-ANEXAR-PARAMETROS-CARRIL.
           MOVE SPACES TO WS-CMD
           STRING "if test -s " FUNCTION TRIM(WS-WORKDIR)
               "/run_params.dat; then cat " FUNCTION TRIM(WS-WORKDIR)
               "/run_params.dat >> run_params.dat; fi"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           EXIT.

      * Las filas del carril no se pueden copiar tal cual: su sello
      * está encadenado a la bitácora local, no a la del lote. Se
      * verifica de paso la cadena local (una diferencia se avisa,
      * no detiene el lote) y cada fila se vuelve a sellar sobre la
      * última de audit_trail.dat, igual que WS-AUDIT-LOG.
       2080-ANEXAR-BITACORA-CARRIL.
           MOVE SPACES TO WS-LANE-AUDIT-PATH
           STRING FUNCTION TRIM(WS-WORKDIR) "/audit_trail.dat"
               DELIMITED BY SIZE INTO WS-LANE-AUDIT-PATH
           OPEN INPUT LANE-AUDIT-FILE
           IF WS-LANE-AUDIT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "0" TO WS-MAIN-SEAL
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS = "00"
               PERFORM UNTIL WS-AUDIT-FS NOT = "00"
                   READ AUDIT-FILE
                       NOT AT END
                           IF AUD-HASH = SPACES
                               MOVE ALL "0" TO WS-MAIN-SEAL
                           ELSE
                               MOVE AUD-HASH TO WS-MAIN-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE ALL "0" TO WS-LANE-SEAL
           MOVE 0 TO WS-LANE-ROWS
           MOVE 0 TO WS-LANE-BROKEN
           PERFORM UNTIL WS-LANE-AUDIT-FS NOT = "00"
               READ LANE-AUDIT-FILE
                   NOT AT END PERFORM 2085-RESELLAR-FILA-CARRIL
               END-READ
           END-PERFORM
           CLOSE LANE-AUDIT-FILE
           CLOSE AUDIT-FILE
           IF WS-LANE-BROKEN > 0
               DISPLAY "WARNING: bitácora del carril " WS-SYM-TRIM
                   " con " WS-LANE-BROKEN " de " WS-LANE-ROWS
                   " filas fuera de cadena"
           END-IF
           EXIT.

       2085-RESELLAR-FILA-CARRIL.
           ADD 1 TO WS-LANE-ROWS
           IF LAR-HASH NOT = SPACES
               MOVE WS-LANE-SEAL TO WS-HASH-SEED
               MOVE LANE-AUDIT-RECORD TO WS-HASH-TEXT
               COMPUTE WS-HASH-LEN =
                   FUNCTION LENGTH(LANE-AUDIT-RECORD) - 17
               COPY WS-HASH-CHAIN.
               IF WS-HASH-VALUE NOT = LAR-HASH
                   ADD 1 TO WS-LANE-BROKEN
               END-IF
               MOVE LAR-HASH TO WS-LANE-SEAL
           ELSE
               MOVE ALL "0" TO WS-LANE-SEAL
           END-IF
           MOVE LANE-AUDIT-RECORD TO AUDIT-RECORD
           MOVE WS-MAIN-SEAL TO WS-HASH-SEED
           MOVE AUDIT-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(AUDIT-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO AUD-HASH
           WRITE AUDIT-RECORD
           MOVE AUD-HASH TO WS-MAIN-SEAL
           EXIT.

       1200-ABRIR-MAESTRO-SIMBOLOS.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
           IF WS-QUOTE-COUNT NOT = 0
               MOVE "N" TO WS-RUTA-VALIDA
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT CTL-OHLCV-PATH TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-QUOTE-COUNT NOT = 0
               MOVE "N" TO WS-RUTA-VALIDA
           END-IF
           EXIT.

      * CALL "SYSTEM" no expone el código de salida del shell, así
           END-IF
           EXIT.

      * Amplitud del universo: con todos los símbolos ya corridos,
      * BREADTH lee las series OHLCV del mismo archivo de control y
      * deja breadth_history.dat para STRATEGY y el reporte de la
      * mañana. Un lote sin columna OHLCV no aporta símbolos y
      * BREADTH termina con aviso, sin frenar nada.
       2900-AMPLITUD.
           MOVE SPACES TO WS-CMD
           STRING "./breadth '" FUNCTION TRIM(WS-CONTROL-PATH)
               "' > breadth_output.txt"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           EXIT.

      * Con todos los símbolos cosechados, el estado de la noche va
      * en JSON al tablero web (dashboard_<SIM>.json y
      * dashboard_portfolio.json).
       2950-EXPORTAR-JSON.
           MOVE SPACES TO WS-CMD
           STRING "./jsonexp '" FUNCTION TRIM(WS-CONTROL-PATH)
               "' > jsonexp_output.txt"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           EXIT.

      * El calendario es opcional: sin archivo, todo lunes-a-viernes
      * es día hábil.
       1500-CARGAR-FERIADOS.
           OPEN INPUT HOLIDAY-FILE
           IF NOT WS-HOLIDAY-OK
               DISPLAY "[DEBUG] 1500-CARGAR-FERIADOS - sin "
                   "calendario de feriados, no se salta ninguno"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF
               READ HOLIDAY-FILE
                   AT END
                       SET WS-HOLIDAY-EOF TO TRUE
                   NOT AT END
                       IF HOL-DATE NUMERIC
                          AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HOL-DATE TO
                               WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-FERIADOS - "
               WS-HOLIDAY-COUNT " feriados cargados"
           EXIT.

       1600-BUSCAR-FERIADO.
           MOVE "N" TO WS-ES-FERIADO
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLIDAY-COUNT
                      OR WS-ES-FERIADO = "S"
               IF WS-HOLIDAY-ENTRY(WS-H) = WS-DATE-NUM
                   MOVE "S" TO WS-ES-FERIADO
               END-IF
           END-PERFORM
           EXIT.

      * Puesta al día de un renglón de control: fechas pendientes
      * del símbolo, una corrida completa por fecha en orden, y al
      * terminar el lote recupera su identificador de corrida.
       3000-PONER-AL-DIA.
           ADD 1 TO WS-SYMBOL-COUNT
           MOVE FUNCTION TRIM(CTL-SYMBOL) TO WS-SYM-TRIM
           PERFORM 2005-RESOLVER-TICKER
           PERFORM 3100-ULTIMA-FECHA
           PERFORM 3200-FECHAS-PENDIENTES
           IF WS-CU-COUNT = 0
               DISPLAY "[CATCHUP] " WS-SYM-TRIM " al día, última "
                   "fecha completada " WS-CU-LAST-DATE
               EXIT PARAGRAPH
           END-IF
      * Sin serie fechada no hay forma de ver los datos como
      * estaban en una fecha pasada: corre una sola vez, con los
      * datos vigentes, por la fecha más reciente.
           IF CTL-OHLCV-PATH = SPACES
               DISPLAY "WARNING: " WS-SYM-TRIM " sin serie OHLCV "
                   "fechada en el control, no se puede cortar por "
                   "fecha: corre solo " WS-CU-DATE(WS-CU-COUNT)
               MOVE WS-CU-DATE(WS-CU-COUNT) TO WS-CU-DATE(1)
               MOVE 1 TO WS-CU-COUNT
           END-IF
           DISPLAY "[CATCHUP] " WS-SYM-TRIM " última fecha "
               "completada " WS-CU-LAST-DATE ", " WS-CU-COUNT
               " fechas a correr"
           MOVE CTL-PRICES-PATH TO WS-CU-SAVE-PRICES
           MOVE CTL-HLC-PATH TO WS-CU-SAVE-HLC
           MOVE SPACES TO WS-CU-STATUS
           PERFORM VARYING WS-CU-I FROM 1 BY 1
                   UNTIL WS-CU-I > WS-CU-COUNT OR WS-CU-FALLO
               PERFORM 3300-CORRER-FECHA
           END-PERFORM
           MOVE 0 TO WS-CU-I
           MOVE WS-CU-SAVE-PRICES TO CTL-PRICES-PATH
           MOVE WS-CU-SAVE-HLC TO CTL-HLC-PATH
           MOVE WS-BATCH-RUN-ID TO WS-RUN-ID
           DISPLAY "TRADE_RUN_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-KEYWORD-VAL
           DISPLAY "TRADE_RUN_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-KEYWORD-VAL UPON ENVIRONMENT-VALUE
           EXIT.

      * Última fecha de negocio que TRADER completó para el símbolo,
      * bajo cualquiera de los tickers de su cadena de alias; 0 si
      * la bitácora no tiene ninguna.
       3100-ULTIMA-FECHA.
           MOVE 0 TO WS-CU-LAST-DATE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-FS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-FS
                   NOT AT END
                       IF AUD-PROGRAM = "TRADER"
                          AND AUD-TRADER-COMPLETO
                          AND AUD-DATE IS NUMERIC
                          AND AUD-DATE > WS-CU-LAST-DATE
                           PERFORM 3150-ES-DEL-SIMBOLO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT.

       3150-ES-DEL-SIMBOLO.
           IF AUD-SYMBOL = WS-SYM-TRIM
               MOVE AUD-DATE TO WS-CU-LAST-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ALIAS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
                   UNTIL WS-ALIAS-K > WS-ALIAS-SEGS
               IF AUD-SYMBOL = SEG-SYMBOL(WS-ALIAS-K)
                   MOVE AUD-DATE TO WS-CU-LAST-DATE
               END-IF
           END-PERFORM
           EXIT.

      * Fechas hábiles (lunes a viernes fuera del calendario de
      * feriados) posteriores a la última completada, hasta ASOF=.
      * Un símbolo sin historia en la bitácora arranca por ASOF=.
       3200-FECHAS-PENDIENTES.
           MOVE 0 TO WS-CU-COUNT
           MOVE 0 TO WS-CU-DEFERRED
           IF WS-CU-LAST-DATE NOT < WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-LAST-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-CU-LAST-DATE) NOT = 0
               COMPUTE WS-CU-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           ELSE
               COMPUTE WS-CU-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-CU-LAST-DATE) + 1
           END-IF
           COMPUTE WS-CU-DAY-END =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           PERFORM VARYING WS-CU-DAY FROM WS-CU-DAY BY 1
                   UNTIL WS-CU-DAY > WS-CU-DAY-END
               COMPUTE WS-WEEKDAY-MOD = FUNCTION MOD(WS-CU-DAY, 7)
               IF WS-WEEKDAY-MOD NOT = 6 AND WS-WEEKDAY-MOD NOT = 0
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CU-DAY)
                       TO WS-DATE-NUM
                   PERFORM 1600-BUSCAR-FERIADO
                   IF WS-ES-FERIADO = "N"
                       IF WS-CU-COUNT < WS-MAX-CU
                           ADD 1 TO WS-CU-COUNT
                           MOVE WS-DATE-NUM TO WS-CU-DATE(WS-CU-COUNT)
                       ELSE
                           ADD 1 TO WS-CU-DEFERRED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CU-DEFERRED > 0
               MOVE WS-CU-DEFERRED TO WS-CU-DEFER-ED
               DISPLAY "WARNING: " WS-SYM-TRIM " con "
                   FUNCTION TRIM(WS-CU-DEFER-ED) " fechas más "
                   "atrasadas que la tabla, quedan para la próxima "
                   "corrida"
           END-IF
           EXIT.

      * Una fecha pendiente: identificador y fecha de negocio
      * propios, serie cortada a la fecha, tubería completa. La
      * fecha se da por completada solo si la fila de TRADER con
      * esa fecha llegó a la bitácora; si no, se frena el símbolo.
       3300-CORRER-FECHA.
           MOVE WS-CU-DATE(WS-CU-I) TO WS-CU-RUN-DATE
           MOVE SPACES TO WS-RUN-ID
           STRING WS-CU-RUN-DATE(5:4) WS-BATCH-RUN-ID(5:4)
               DELIMITED BY SIZE INTO WS-RUN-ID
           DISPLAY "TRADE_RUN_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
           DISPLAY "TRADE_RUN_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CU-RUN-DATE UPON ENVIRONMENT-VALUE
           DISPLAY "[CATCHUP] " WS-SYM-TRIM " fecha " WS-CU-RUN-DATE
               " corrida " WS-RUN-ID
           MOVE WS-CU-SAVE-PRICES TO CTL-PRICES-PATH
           MOVE WS-CU-SAVE-HLC TO CTL-HLC-PATH
           MOVE SPACES TO WS-CUT-PRICES-PATH
           MOVE SPACES TO WS-CUT-HLC-PATH
           IF CTL-OHLCV-PATH NOT = SPACES
               PERFORM 3400-CORTAR-SERIE
           END-IF
           IF NOT WS-CU-FALLO
               PERFORM 2000-PROCESAR-SIMBOLO
               PERFORM 3100-ULTIMA-FECHA
               IF WS-CU-LAST-DATE < WS-CU-RUN-DATE
                   DISPLAY "WARNING: TRADER no completó "
                       WS-CU-RUN-DATE " para " WS-SYM-TRIM
                   SET WS-CU-FALLO TO TRUE
               END-IF
           END-IF
           IF WS-CU-FALLO
               DISPLAY "ERROR: puesta al día de " WS-SYM-TRIM
                   " frenada en " WS-CU-RUN-DATE ", las fechas "
                   "siguientes quedan pendientes"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           IF WS-CUT-PRICES-PATH NOT = SPACES
               MOVE SPACES TO WS-CMD
               STRING "rm -f '" FUNCTION TRIM(WS-CUT-PRICES-PATH)
                   "' '" FUNCTION TRIM(WS-CUT-HLC-PATH) "'"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF
           EXIT.

      * Corta la serie OHLCV fechada a las barras con fecha hasta la
      * de la corrida, en los formatos de precios y H/L/C que leen
      * los indicadores, y la deja como rutas del renglón de
      * control. Sin barra de la fecha misma (proveedor demorado)
      * la fecha no se corre: se correría con los datos del día
      * anterior y quedaría marcada como completada.
       3400-CORTAR-SERIE.
           MOVE CTL-OHLCV-PATH TO WS-OHLCV-PATH
           STRING "asof_" WS-RUN-ID "_" FUNCTION TRIM(WS-SYM-TRIM)
               "_prices.dat"
               DELIMITED BY SIZE INTO WS-CUT-PRICES-PATH
           STRING "asof_" WS-RUN-ID "_" FUNCTION TRIM(WS-SYM-TRIM)
               "_hlc.dat"
               DELIMITED BY SIZE INTO WS-CUT-HLC-PATH
           MOVE 0 TO WS-CUT-COUNT
           MOVE "N" TO WS-CUT-DAY-BAR
           OPEN INPUT OHLCV-IN-FILE
           IF NOT WS-OHLCV-OK
               DISPLAY "WARNING: serie OHLCV ilegible FS=" WS-OHLCV-FS
                   " para " WS-SYM-TRIM ": "
                   FUNCTION TRIM(WS-OHLCV-PATH)
               SET WS-CU-FALLO TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUT-PRICES-FILE
           OPEN OUTPUT CUT-HLC-FILE
           PERFORM UNTIL NOT WS-OHLCV-OK
               READ OHLCV-IN-FILE
                   AT END
                       SET WS-OHLCV-EOF TO TRUE
                   NOT AT END
                       IF OHL-DATE IS NUMERIC
                          AND OHL-DATE NOT > WS-CU-RUN-DATE
                           MOVE OHL-CLOSE TO CUT-CLOSE
                           WRITE CUT-PRICES-RECORD
                           MOVE SPACES TO CUT-HLC-RECORD
                           MOVE OHL-HIGH TO CUT-HIGH
                           MOVE OHL-LOW TO CUT-LOW
                           MOVE OHL-CLOSE TO CUT-HLC-CLOSE
                           WRITE CUT-HLC-RECORD
                           ADD 1 TO WS-CUT-COUNT
                           IF OHL-DATE = WS-CU-RUN-DATE
                               MOVE "S" TO WS-CUT-DAY-BAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OHLCV-IN-FILE
           CLOSE CUT-PRICES-FILE
           CLOSE CUT-HLC-FILE
           DISPLAY "[DEBUG] 3400-CORTAR-SERIE - " WS-CUT-COUNT
               " barras hasta " WS-CU-RUN-DATE
           IF WS-CUT-DAY-BAR = "N"
               DISPLAY "WARNING: " WS-SYM-TRIM " sin barra del "
                   WS-CU-RUN-DATE " en la serie, datos demorados"
               SET WS-CU-FALLO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUT-PRICES-PATH TO CTL-PRICES-PATH
           IF CTL-HLC-PATH NOT = SPACES
               MOVE WS-CUT-HLC-PATH TO CTL-HLC-PATH
           END-IF
           EXIT.

       9000-FINALIZAR.
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VALIDAR-ALIAS.
           COPY WS-ALIAS-CHECK.

       RESOLVER-ALIAS.
           COPY WS-ALIAS-CHAIN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

