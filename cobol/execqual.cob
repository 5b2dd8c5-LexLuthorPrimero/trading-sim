      * El costo va con signo de la mesa: positivo = el fill fue
      * peor que la referencia (compramos más caro / vendimos más
      * barato).
      * Con SCHED=archivo los fills se miden contra el calendario de
      * EXECSCHED (execution_schedule.dat) en lugar del ledger: el
      * número del fill es el de la orden del libro - como en
      * RECONCILE BOOK - y el precio de referencia es el VWAP de
      * cada tramo de las hijas de esa orden en la sesión, con las
      * barras de INTRADAY=archivo (precio típico por volumen),
      * ponderado por la cantidad programada en cada tramo. Sin el
      * ledger de por medio no hay comparación contra lo simulado
      * ni SLIP= sugerido; la distribución de costos pasa a ser
      * contra el calendario.
      * Con BROKERS se miden los fills de cada broker de la tabla de
      * ruteo (broker_routes.dat, WS-ROUTE-LOAD), cada uno en su
      * broker_fills_<broker>.dat como lo deja XMITCTL CHECK
      * BROKER=: cada fila del reporte lleva su broker y el cierre
      * da, después del total, los costos medios de cada broker. Un
      * broker sin archivo se avisa y sale sin fills.
      * Uso: EXECQUAL [MODELSLIP=n] [BROKERS] [fills [ledger
      *      [vwap]]]
      *      EXECQUAL SCHED=archivo INTRADAY=archivo [BROKERS]
      *      [fills [ledger [vwap]]]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FS.
           SELECT INTRA-FILE ASSIGN TO DYNAMIC WS-INTRA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRA-FS.
           SELECT VWAP-IN-FILE ASSIGN TO DYNAMIC WS-VWAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VWAP-FS.
           SELECT ROUTE-FILE ASSIGN TO "broker_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.
           SELECT REPORT-FILE ASSIGN TO "execqual_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
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
      * Mismo formato que el archivo de fills de RECONCILE.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que SCHED-RECORD de EXECSCHED.
       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 ES-PARENT       PIC 9(5).
           05 FILLER          PIC X.
           05 ES-CHILD        PIC 9(3).
           05 FILLER          PIC X.
           05 ES-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 ES-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 ES-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 ES-START        PIC 9(4).
           05 FILLER          PIC X.
           05 ES-END          PIC 9(4).
           05 FILLER          PIC X.
           05 ES-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 ES-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 ES-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ES-METHOD       PIC X(4).
           05 FILLER          PIC X.
           05 ES-PART-PCT     PIC 9(3)V99.
      * Barras intradía en el formato OHLCV intradía de GAPFILL.
       FD  INTRA-FILE.
       01  FD-INTRA-RECORD.
           05 IN-SYMBOL-RAW   PIC X(10).
           05 FILLER          PIC X.
           05 IN-DATE-RAW     PIC X(8).
           05 FILLER          PIC X.
           05 IN-OPEN-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 IN-HIGH-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 IN-LOW-RAW      PIC X(12).
           05 FILLER          PIC X.
           05 IN-CLOSE-RAW    PIC X(12).
           05 FILLER          PIC X.
           05 IN-VOLUME-RAW   PIC X(14).
           05 FILLER          PIC X.
           05 IN-TIME-RAW     PIC X(4).
      * Mismo formato que VWAP-OUT-RECORD de VWAP: solo se usan la
      * fecha y la columna de VWAP del día.
       FD  VWAP-IN-FILE.
           05 VIN-ANCHOR-VWAP     PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 VIN-FLAG            PIC X(5).
      * Mismo formato que ROUTE-RECORD de APPROVE.
       FD  ROUTE-FILE.
       01  ROUTE-RECORD.
           05 RO-BROKER       PIC X(8).
           05 FILLER          PIC X.
           05 RO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 RO-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 RO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 RO-BORROW       PIC X(1).
      * Una fila por fill cotejado: los dos precios de referencia y
      * los dos costos en porciento, con signo de la mesa. Con
      * SCHED= se agregan al final la referencia del calendario y
      * el costo contra ella (en cero sin calendario), y después el
      * broker del fill (en blanco con un solo broker).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 XQ-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 XQ-VS-SIM-PCT   PIC S9(2)V9999 SIGN IS LEADING
                                  SEPARATE.
           05 FILLER          PIC X.
           05 XQ-SCHED-BENCH  PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 XQ-VS-SCHED-PCT PIC S9(2)V9999 SIGN IS LEADING
                                  SEPARATE.
           05 FILLER          PIC X.
           05 XQ-BROKER       PIC X(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
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
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "EXECQUAL".
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
       01  WS-FILLS-STATUS    PIC XX.
           88  WS-FILLS-OK        VALUE "00".
           88  WS-FILLS-EOF       VALUE "10".
           88  WS-VWAP-OK         VALUE "00".
           88  WS-VWAP-EOF        VALUE "10".
       01  WS-REP-FS          PIC XX.
       01  WS-SCHED-FS        PIC XX.
           88  WS-SCHED-OK        VALUE "00".
           88  WS-SCHED-EOF       VALUE "10".
       01  WS-INTRA-FS        PIC XX.
           88  WS-INTRA-OK        VALUE "00".
           88  WS-INTRA-EOF       VALUE "10".
       01  WS-SCHED-PATH      PIC X(200) VALUE SPACES.
       01  WS-INTRA-PATH      PIC X(200) VALUE SPACES.
       01  WS-FILLS-PATH      PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-VWAP-PATH       PIC X(200).
              10 VWT-VWAP       PIC 9(7)V9(4) COMP-3.
       01  WS-VWAP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-VWAP        PIC 9(4) COMP VALUE 5000.
      * Hijas del calendario con el volumen y el precio típico por
      * volumen de las barras de su tramo (VWAP del tramo).
       01  WS-CHILD-TABLE.
           05 WS-CHILD-ENTRY OCCURS 5000 TIMES.
              10 CHT-PARENT     PIC 9(5).
              10 CHT-SYMBOL     PIC X(10).
              10 CHT-SIDE       PIC X(4).
              10 CHT-DATE       PIC 9(8).
              10 CHT-START      PIC 9(4).
              10 CHT-END        PIC 9(4).
              10 CHT-QTY        PIC 9(5).
              10 CHT-PV-SUM     PIC 9(15)V9(4) COMP-3.
              10 CHT-VOL-SUM    PIC 9(13) COMP-3.
       01  WS-CHILD-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-CHILDREN    PIC 9(4) COMP VALUE 5000.
       01  WS-C               PIC 9(4) COMP.
       01  WS-SCHED-FLAG      PIC X(1) VALUE "N".
           88  WS-SCHED-ON    VALUE "Y".
       01  WS-BAR-TIME        PIC 9(4).
       01  WS-BAR-TYPICAL     PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-VOLUME      PIC 9(12) COMP-3.
       01  WS-SCHED-BENCH     PIC 9(7)V9(4) COMP-3.
       01  WS-BENCH-PV        PIC 9(13)V9(4) COMP-3.
       01  WS-BENCH-QTY       PIC 9(7) COMP.
       01  WS-VS-SCHED-PCT    PIC S9(2)V9(4) COMP-3.
       01  WS-SUM-VS-SCHED    PIC S9(7)V9(4) COMP-3 VALUE 0.
       01  WS-SCHED-HITS      PIC 9(5) COMP VALUE 0.
       01  WS-MEAN-VS-SCHED   PIC S9(2)V9(4) COMP-3.
       01  WS-COST-PCT        PIC S9(2)V9(4) COMP-3.
      * El deslizamiento plano del modelo de TRADER (MODELSLIP=, el
      * 0.001 por omisión del simulador): el precio del ledger ya lo
      * trae adentro, y el SLIP= sugerido parte de él.
           05 WS-BUCKET OCCURS 6 TIMES PIC 9(5) COMP.
       01  WS-V               PIC 9(4) COMP.
       01  WS-B               PIC 9(1) COMP.
      * Fills por broker (BROKERS): la tabla de ruteo con los
      * acumulados de cada broker, y el broker del archivo en curso.
      * BRT-SUM-COST es contra lo simulado o, con SCHED=, contra el
      * calendario, como WS-COST-PCT.
       01  WS-ALL-FLAG        PIC X(1) VALUE "N".
           88  WS-ALL-BROKERS VALUE "Y".
       01  WS-BROKER          PIC X(8) VALUE SPACES.
       01  WS-CUR-BRK         PIC 9(2) COMP VALUE 0.
       01  WS-BRK-MEAN-VWAP   PIC S9(2)V9(4) COMP-3.
       01  WS-BRK-MEAN-COST   PIC S9(2)V9(4) COMP-3.
       01  WS-ROUTE-FS        PIC XX.
           88  WS-ROUTE-OK    VALUE "00".
           88  WS-ROUTE-EOF   VALUE "10".
       01  WS-ROUTE-FLAG      PIC X(1) VALUE "N".
           88  WS-ROUTE-ON    VALUE "Y".
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 100 TIMES.
              10 RUT-BROKER      PIC X(8).
              10 RUT-SYMBOL      PIC X(10).
              10 RUT-EXCHANGE    PIC X(8).
              10 RUT-SIDE        PIC X(4).
              10 RUT-BORROW      PIC X(1).
              10 RUT-BRK         PIC 9(2) COMP.
       01  WS-ROUTE-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-MAX-ROUTES      PIC 9(3) COMP VALUE 100.
       01  WS-ROUTE-REJECTS   PIC 9(3) COMP VALUE 0.
       01  WS-ROUTE-DEFAULT   PIC 9(3) COMP VALUE 0.
       01  WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 10 TIMES.
              10 BRT-ID          PIC X(8).
              10 BRT-FILLS       PIC 9(5) COMP.
              10 BRT-VWAP-HITS   PIC 9(5) COMP.
              10 BRT-SUM-VWAP    PIC S9(7)V9(4) COMP-3.
              10 BRT-SUM-COST    PIC S9(7)V9(4) COMP-3.
              10 BRT-NOFILE      PIC X(1).
       01  WS-BRK-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BROKERS     PIC 9(2) COMP VALUE 10.
       01  WS-BRK-I           PIC 9(2) COMP.
       01  WS-BRK-HIT         PIC 9(2) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa EXECQUAL iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-ALL-BROKERS
               INITIALIZE WS-BRK-TABLE
               PERFORM CARGAR-RUTAS
               IF NOT WS-ROUTE-ON
                   DISPLAY "ERROR: BROKERS sin tabla de ruteo "
                       "utilizable"
                   MOVE 1 TO WS-EXIT-CODE
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1500-CARGAR-VWAP
           IF WS-SCHED-ON
               PERFORM 1600-CARGAR-CALENDARIO
               IF WS-EXIT-CODE NOT = 0
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1700-VWAP-DE-TRAMOS
           ELSE
               OPEN INPUT LEDGER-FILE
               IF NOT WS-LEDGER-OK
                   PERFORM 9999-MANEJAR-ERROR-FS
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT WS-ALL-BROKERS
               OPEN INPUT FILLS-FILE
               IF NOT WS-FILLS-OK
                   DISPLAY "ERROR: archivo de fills ilegible FS="
                       WS-FILLS-STATUS
                   MOVE 1 TO WS-EXIT-CODE
                   IF NOT WS-SCHED-ON
                       CLOSE LEDGER-FILE
                   END-IF
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-ALL-BROKERS
               PERFORM 4000-COTEJAR-BROKERS
           ELSE
               PERFORM 2000-COTEJAR-FILLS
               CLOSE FILLS-FILE
           END-IF
           IF NOT WS-SCHED-ON
               CLOSE LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 3000-RESUMIR
           IF WS-ALL-BROKERS AND WS-EXIT-CODE = 0
               PERFORM 3300-RESUMIR-BROKERS
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "vwap_output.dat" TO WS-VWAP-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:10) = "MODELSLIP="
                       MOVE "MODELSLIP" TO WS-PARM-KEY
                       MOVE WS-ARG1(11:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "SCHED="
                       MOVE WS-ARG1(7:) TO WS-SCHED-PATH
                       SET WS-SCHED-ON TO TRUE
                   WHEN WS-ARG1(1:9) = "INTRADAY="
                       MOVE WS-ARG1(10:) TO WS-INTRA-PATH
                   WHEN WS-ARG1 = "BROKERS"
                       SET WS-ALL-BROKERS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       EVALUATE WS-FILTERED-ARGC
                           WHEN 1
                               MOVE WS-ARG1 TO WS-FILLS-PATH
                           WHEN 2
                               MOVE WS-ARG1 TO WS-LEDGER-PATH
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-VWAP-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-SCHED-ON AND WS-INTRA-PATH = SPACES
               DISPLAY "WARNING: SCHED= sin INTRADAY=, ningún tramo "
                   "tendrá precio de referencia"
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "MODELSLIP" TO PRM-NAME(1)
           MOVE "0.0010" TO PRM-DEFAULT(1)
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
      * MODELSLIP=0 es válido (modelo sin deslizamiento).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 1)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
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
           COMPUTE WS-MODEL-SLIP = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin archivo de VWAP la comparación contra VWAP sale en cero
      * con aviso; la de fill contra simulado no lo necesita.
       1500-CARGAR-VWAP.
               " días de VWAP cargados"
           EXIT.

      * Las hijas del calendario, con su tramo [inicio, fin) y la
      * cantidad programada que pondera la referencia de la orden.
       1600-CARGAR-CALENDARIO.
           OPEN INPUT SCHED-FILE
           IF NOT WS-SCHED-OK
               DISPLAY "ERROR: calendario "
                   FUNCTION TRIM(WS-SCHED-PATH) " ilegible FS="
                   WS-SCHED-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-EOF
               READ SCHED-FILE
                   AT END
                       SET WS-SCHED-EOF TO TRUE
                   NOT AT END
                       IF ES-PARENT NUMERIC AND ES-QTY NUMERIC
                          AND ES-DATE NUMERIC AND ES-START NUMERIC
                          AND ES-END NUMERIC
                          AND WS-CHILD-COUNT < WS-MAX-CHILDREN
                           ADD 1 TO WS-CHILD-COUNT
                           MOVE ES-PARENT TO CHT-PARENT(WS-CHILD-COUNT)
                           MOVE ES-SYMBOL TO CHT-SYMBOL(WS-CHILD-COUNT)
                           MOVE ES-SIDE TO CHT-SIDE(WS-CHILD-COUNT)
                           MOVE ES-DATE TO CHT-DATE(WS-CHILD-COUNT)
                           MOVE ES-START TO CHT-START(WS-CHILD-COUNT)
                           MOVE ES-END TO CHT-END(WS-CHILD-COUNT)
                           MOVE ES-QTY TO CHT-QTY(WS-CHILD-COUNT)
                           MOVE 0 TO CHT-PV-SUM(WS-CHILD-COUNT)
                           MOVE 0 TO CHT-VOL-SUM(WS-CHILD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHED-FILE
           DISPLAY "[DEBUG] 1600-CARGAR-CALENDARIO - " WS-CHILD-COUNT
               " órdenes hijas cargadas"
           EXIT.

      * Cada barra del día de la sesión suma precio típico (alto +
      * bajo + cierre entre tres) por volumen a las hijas de su
      * símbolo cuyo tramo la contiene.
       1700-VWAP-DE-TRAMOS.
           IF WS-INTRA-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INTRA-FILE
           IF NOT WS-INTRA-OK
               DISPLAY "WARNING: barras intradía "
                   FUNCTION TRIM(WS-INTRA-PATH) " ilegibles FS="
                   WS-INTRA-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTRA-EOF
               READ INTRA-FILE
                   AT END
                       SET WS-INTRA-EOF TO TRUE
                   NOT AT END
                       PERFORM 1750-SUMAR-BARRA
               END-READ
           END-PERFORM
           CLOSE INTRA-FILE
           EXIT.

       1750-SUMAR-BARRA.
           IF IN-DATE-RAW IS NOT NUMERIC
              OR IN-TIME-RAW IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(IN-VOLUME-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(IN-HIGH-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(IN-LOW-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(IN-CLOSE-RAW) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE IN-TIME-RAW TO WS-BAR-TIME
           MOVE IN-DATE-RAW TO WS-FILL-DATE
           COMPUTE WS-BAR-VOLUME = FUNCTION NUMVAL(IN-VOLUME-RAW)
           COMPUTE WS-BAR-TYPICAL ROUNDED =
               (FUNCTION NUMVAL(IN-HIGH-RAW)
                + FUNCTION NUMVAL(IN-LOW-RAW)
                + FUNCTION NUMVAL(IN-CLOSE-RAW)) / 3
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHILD-COUNT
               IF CHT-SYMBOL(WS-C) = IN-SYMBOL-RAW
                  AND CHT-DATE(WS-C) = WS-FILL-DATE
                  AND WS-BAR-TIME >= CHT-START(WS-C)
                  AND WS-BAR-TIME < CHT-END(WS-C)
                   COMPUTE CHT-PV-SUM(WS-C) = CHT-PV-SUM(WS-C)
                       + WS-BAR-TYPICAL * WS-BAR-VOLUME
                   ADD WS-BAR-VOLUME TO CHT-VOL-SUM(WS-C)
               END-IF
           END-PERFORM
           EXIT.

       2000-COTEJAR-FILLS.
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-ON
               PERFORM 2400-COTEJAR-CALENDARIO
               EXIT PARAGRAPH
           END-IF
           MOVE FB-TRADE-NUM TO LED-TRADE-NUM
           READ LEDGER-FILE
               INVALID KEY
               MOVE -1 TO WS-SIDE-SIGN
           END-IF
           ADD 1 TO WS-FILL-COUNT
           PERFORM 2150-COSTO-VS-VWAP-DIA
           COMPUTE WS-VS-SIM-PCT ROUNDED =
               WS-SIDE-SIGN * (FB-PRICE - WS-SIM-PRICE) * 100
               / WS-SIM-PRICE
           ADD WS-VS-SIM-PCT TO WS-SUM-VS-SIM
           MOVE WS-VS-SIM-PCT TO WS-COST-PCT
           PERFORM 2200-CLASIFICAR-CANASTA
           PERFORM 2300-SUMAR-AL-BROKER
           MOVE SPACES TO REPORT-RECORD
           MOVE FB-TRADE-NUM TO XQ-TRADE-NUM
           MOVE FB-SIDE TO XQ-SIDE
           MOVE FB-PRICE TO XQ-FILL-PRICE
           MOVE WS-SIM-PRICE TO XQ-SIM-PRICE
           MOVE WS-DAY-VWAP TO XQ-DAY-VWAP
           MOVE WS-VS-VWAP-PCT TO XQ-VS-VWAP-PCT
           MOVE WS-VS-SIM-PCT TO XQ-VS-SIM-PCT
           MOVE 0 TO XQ-SCHED-BENCH
           MOVE 0 TO XQ-VS-SCHED-PCT
           MOVE WS-BROKER TO XQ-BROKER
           WRITE REPORT-RECORD
           EXIT.

       2150-COSTO-VS-VWAP-DIA.
           MOVE 0 TO WS-DAY-VWAP
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VWAP-COUNT
           END-PERFORM
           IF WS-DAY-VWAP > 0
               COMPUTE WS-VS-VWAP-PCT ROUNDED =
                   WS-SIDE-SIGN * (FB-PRICE - WS-DAY-VWAP) * 100
                   / WS-DAY-VWAP
               ADD WS-VS-VWAP-PCT TO WS-SUM-VS-VWAP
               ADD 1 TO WS-VWAP-HITS
           ELSE
               MOVE 0 TO WS-VS-VWAP-PCT
           END-IF
           EXIT.

      * El costo de la canasta va en WS-COST-PCT: contra lo simulado
      * o, con SCHED=, contra el calendario.
       2200-CLASIFICAR-CANASTA.
           EVALUATE TRUE
               WHEN WS-COST-PCT < -0.2
                   MOVE 1 TO WS-B
               WHEN WS-COST-PCT < -0.1
                   MOVE 2 TO WS-B
               WHEN WS-COST-PCT < 0
                   MOVE 3 TO WS-B
               WHEN WS-COST-PCT < 0.1
                   MOVE 4 TO WS-B
               WHEN WS-COST-PCT < 0.2
                   MOVE 5 TO WS-B
               WHEN OTHER
                   MOVE 6 TO WS-B
           ADD 1 TO WS-BUCKET(WS-B)
           EXIT.

      * Con BROKERS el fill suma también al broker del archivo en
      * curso: el costo de la canasta y, si hubo VWAP, el del día.
       2300-SUMAR-AL-BROKER.
           IF WS-CUR-BRK = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BRT-FILLS(WS-CUR-BRK)
           ADD WS-COST-PCT TO BRT-SUM-COST(WS-CUR-BRK)
           IF WS-DAY-VWAP > 0
               ADD WS-VS-VWAP-PCT TO BRT-SUM-VWAP(WS-CUR-BRK)
               ADD 1 TO BRT-VWAP-HITS(WS-CUR-BRK)
           END-IF
           EXIT.

      * Referencia del calendario para el fill: el VWAP del tramo de
      * cada hija de la orden (mismo lado), ponderado por la
      * cantidad programada. Las hijas sin barras en su tramo no
      * entran en la ponderación.
       2400-COTEJAR-CALENDARIO.
           MOVE 0 TO WS-BENCH-PV
           MOVE 0 TO WS-BENCH-QTY
           MOVE 0 TO WS-FILL-DATE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHILD-COUNT
               IF CHT-PARENT(WS-C) = FB-TRADE-NUM
                  AND CHT-SIDE(WS-C) = FB-SIDE
                   MOVE CHT-DATE(WS-C) TO WS-FILL-DATE
                   IF CHT-VOL-SUM(WS-C) > 0
                       COMPUTE WS-BENCH-PV = WS-BENCH-PV
                           + CHT-QTY(WS-C) * CHT-PV-SUM(WS-C)
                             / CHT-VOL-SUM(WS-C)
                       ADD CHT-QTY(WS-C) TO WS-BENCH-QTY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FILL-DATE = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fill " FB-TRADE-NUM " " FB-SIDE
                   " sin orden en el calendario, omitido"
               EXIT PARAGRAPH
           END-IF
           IF WS-BENCH-QTY = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fill " FB-TRADE-NUM
                   " sin barras en los tramos del calendario, omitido"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCHED-BENCH ROUNDED =
               WS-BENCH-PV / WS-BENCH-QTY
           IF FB-SIDE = "BUY " OR FB-SIDE = "COVR"
               MOVE 1 TO WS-SIDE-SIGN
           ELSE
               MOVE -1 TO WS-SIDE-SIGN
           END-IF
           ADD 1 TO WS-FILL-COUNT
           PERFORM 2150-COSTO-VS-VWAP-DIA
           COMPUTE WS-VS-SCHED-PCT ROUNDED =
               WS-SIDE-SIGN * (FB-PRICE - WS-SCHED-BENCH) * 100
               / WS-SCHED-BENCH
           ADD WS-VS-SCHED-PCT TO WS-SUM-VS-SCHED
           ADD 1 TO WS-SCHED-HITS
           MOVE WS-VS-SCHED-PCT TO WS-COST-PCT
           PERFORM 2200-CLASIFICAR-CANASTA
           PERFORM 2300-SUMAR-AL-BROKER
           MOVE SPACES TO REPORT-RECORD
           MOVE FB-TRADE-NUM TO XQ-TRADE-NUM
           MOVE FB-SIDE TO XQ-SIDE
           MOVE FB-PRICE TO XQ-FILL-PRICE
           MOVE 0 TO XQ-SIM-PRICE
           MOVE WS-DAY-VWAP TO XQ-DAY-VWAP
           MOVE WS-VS-VWAP-PCT TO XQ-VS-VWAP-PCT
           MOVE 0 TO XQ-VS-SIM-PCT
           MOVE WS-SCHED-BENCH TO XQ-SCHED-BENCH
           MOVE WS-VS-SCHED-PCT TO XQ-VS-SCHED-PCT
           MOVE WS-BROKER TO XQ-BROKER
           WRITE REPORT-RECORD
           EXIT.

      * El SLIP= sugerido: el deslizamiento del modelo más el costo
      * promedio observado contra lo simulado (en fracción). Si la
      * corrección lo dejara negativo, se sugiere cero - un SLIP=
      * negativo regalaría precio en la simulación.
       3000-RESUMIR.
           IF WS-SCHED-ON
               PERFORM 3100-RESUMIR-CALENDARIO
               EXIT PARAGRAPH
           END-IF
           IF WS-FILL-COUNT = 0
               DISPLAY "ERROR: ningún fill cotejado"
               MOVE 1 TO WS-EXIT-CODE
           DISPLAY "[EXECQUAL] costo medio vs simulado "
               WS-MEAN-VS-SIM "%"
           DISPLAY "[EXECQUAL] distribución vs simulado (%):"
           PERFORM 3200-MOSTRAR-CANASTAS
           COMPUTE WS-SLIP-SUGERIDO ROUNDED =
               WS-MODEL-SLIP + (WS-MEAN-VS-SIM / 100)
           IF WS-MEAN-VS-SIM / 100 < 0
           DISPLAY "[EXECQUAL] sugerido SLIP=" WS-SLIP-SUGERIDO
           EXIT.

       3100-RESUMIR-CALENDARIO.
           IF WS-SCHED-HITS = 0
               DISPLAY "ERROR: ningún fill cotejado contra el "
                   "calendario"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VWAP-HITS > 0
               COMPUTE WS-MEAN-VS-VWAP ROUNDED =
                   WS-SUM-VS-VWAP / WS-VWAP-HITS
           ELSE
               MOVE 0 TO WS-MEAN-VS-VWAP
           END-IF
           COMPUTE WS-MEAN-VS-SCHED ROUNDED =
               WS-SUM-VS-SCHED / WS-SCHED-HITS
           DISPLAY "[EXECQUAL] " WS-FILL-COUNT
               " fills cotejados contra el calendario"
           DISPLAY "[EXECQUAL] costo medio vs VWAP  "
               WS-MEAN-VS-VWAP "% (" WS-VWAP-HITS " con VWAP)"
           DISPLAY "[EXECQUAL] costo medio vs calendario "
               WS-MEAN-VS-SCHED "%"
           DISPLAY "[EXECQUAL] distribución vs calendario (%):"
           PERFORM 3200-MOSTRAR-CANASTAS
           EXIT.

       3200-MOSTRAR-CANASTAS.
           DISPLAY "  < -0.2      : " WS-BUCKET(1)
           DISPLAY "  -0.2 a -0.1 : " WS-BUCKET(2)
           DISPLAY "  -0.1 a 0    : " WS-BUCKET(3)
           DISPLAY "  0 a 0.1     : " WS-BUCKET(4)
           DISPLAY "  0.1 a 0.2   : " WS-BUCKET(5)
           DISPLAY "  > 0.2       : " WS-BUCKET(6)
           EXIT.

      * Después del total, los costos medios de cada broker: contra
      * el VWAP del día y contra lo simulado o el calendario.
       3300-RESUMIR-BROKERS.
           IF WS-SCHED-ON
               DISPLAY "[EXECQUAL] por broker (fills / vs VWAP / "
                   "vs calendario, %):"
           ELSE
               DISPLAY "[EXECQUAL] por broker (fills / vs VWAP / "
                   "vs simulado, %):"
           END-IF
           PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                   UNTIL WS-CUR-BRK > WS-BRK-COUNT
               MOVE 0 TO WS-BRK-MEAN-VWAP
               MOVE 0 TO WS-BRK-MEAN-COST
               IF BRT-VWAP-HITS(WS-CUR-BRK) > 0
                   COMPUTE WS-BRK-MEAN-VWAP ROUNDED =
                       BRT-SUM-VWAP(WS-CUR-BRK)
                       / BRT-VWAP-HITS(WS-CUR-BRK)
               END-IF
               IF BRT-FILLS(WS-CUR-BRK) > 0
                   COMPUTE WS-BRK-MEAN-COST ROUNDED =
                       BRT-SUM-COST(WS-CUR-BRK)
                       / BRT-FILLS(WS-CUR-BRK)
               END-IF
               IF BRT-NOFILE(WS-CUR-BRK) = "Y"
                   DISPLAY "  " BRT-ID(WS-CUR-BRK) " sin fills"
               ELSE
                   DISPLAY "  " BRT-ID(WS-CUR-BRK) " "
                       BRT-FILLS(WS-CUR-BRK) " / "
                       WS-BRK-MEAN-VWAP " / " WS-BRK-MEAN-COST
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CUR-BRK
           EXIT.

      * Con BROKERS, el archivo de fills de cada broker de la tabla,
      * uno tras otro contra el mismo ledger o calendario.
       4000-COTEJAR-BROKERS.
           PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                   UNTIL WS-CUR-BRK > WS-BRK-COUNT
               MOVE BRT-ID(WS-CUR-BRK) TO WS-BROKER
               MOVE SPACES TO WS-FILLS-PATH
               STRING "broker_fills_" DELIMITED BY SIZE
                   WS-BROKER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-FILLS-PATH
               OPEN INPUT FILLS-FILE
               IF WS-FILLS-OK
                   DISPLAY "[DEBUG] 4000-COTEJAR-BROKERS - "
                       FUNCTION TRIM(WS-FILLS-PATH)
                   PERFORM 2000-COTEJAR-FILLS
                   CLOSE FILLS-FILE
               ELSE
                   DISPLAY "WARNING: fills del broker " WS-BROKER
                       " ilegibles FS=" WS-FILLS-STATUS
                   MOVE "Y" TO BRT-NOFILE(WS-CUR-BRK)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CUR-BRK
           MOVE SPACES TO WS-BROKER
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       CARGAR-RUTAS.
           COPY WS-ROUTE-LOAD.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
