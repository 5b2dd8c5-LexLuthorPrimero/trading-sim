       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY.
      * Capacidad de la estrategia: cuánto capital absorben las
      * señales antes de que el retorno deje de sostenerse. Repite
      * los mismos archivos de señales de TRADER (mismo formato de
      * fila, misma lógica de tamaño: capital x RISK= sobre el
      * precio con deslizamiento, recorte al FILLPCT= del volumen de
      * la barra, lote de pizarra, comisión y deslizamiento de 0.1%,
      * stop y take-profit porcentuales) sobre una escalera de
      * capitales iniciales: START= (10000 por omisión, o el
      * numérico pelado como en TRADER) multiplicado por FACTOR= (2)
      * en cada uno de LEVELS= escalones (8, hasta 20).
      * A cada orden se le suma impacto de mercado con la regla de
      * la raíz cuadrada, la misma de LIQRISK: impacto% = IMPACT x
      * ATR% de la barra x raíz(acciones / volumen de la barra), en
      * contra en la entrada y en la salida. El ATR% sale de ATR=
      * (atr_output.dat de ATR, alineado fila a fila con cada
      * archivo de señales como en TRADER); sin archivo, o fila sin
      * dato, del promedio de las variaciones absolutas cierre a
      * cierre de las ATRWIN= barras previas (14). Una barra sin
      * volumen no tiene recorte ni impacto.
      * Por escalón: retorno neto, Sharpe anualizado (raíz de 252)
      * de los retornos barra a barra del capital valuado, tasa de
      * participación promedio (acciones / volumen de la barra de
      * cada orden), fracción del tamaño buscado que se llenó,
      * operaciones e impacto pagado. La capacidad es el último
      * escalón antes del primero cuyo Sharpe neto cae bajo FLOOR=
      * (0.50 por omisión).
      * Uso: CAPACITY [señales ...] [capital] START=n FACTOR=n
      *      LEVELS=n FLOOR=n IMPACT=k FILLPCT=f RISK=f STOP=f
      *      TARGET=f LOT=n ATR=archivo ATRWIN=n
      *      Sin archivos, signals.txt; FILLPCT= 0.10 por omisión
      *      (0 = sin recorte, como en TRADER).
      * Salida: capacity_report.dat. RC 2 si ya el primer escalón
      * queda bajo el piso.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNALS-FILE ASSIGN TO DYNAMIC WS-SIGNALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT CAP-OUT-FILE ASSIGN TO "capacity_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
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
      * Mismo formato que SIGNAL-RECORD de TRADER.
       FD  SIGNALS-FILE.
       01  SIGNAL-RECORD.
           05 SIGNAL-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 SIGNAL-TYPE     PIC X(1).
           05 FILLER          PIC X.
           05 SIGNAL-DATE     PIC X(8).
           05 FILLER          PIC X.
           05 SIGNAL-VOLUME   PIC X(14).
      * Mismo formato que ATR-IN-RECORD de TRADER.
       FD  ATR-IN-FILE.
       01  ATR-IN-RECORD.
           05 AIN-ATR         PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-STOP        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-ATR-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-PLUS-DI     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-MINUS-DI    PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-ADX         PIC 9(3)V99.
       FD  CAP-OUT-FILE.
       01  CAP-OUT-RECORD.
           05 CAP-LINE        PIC X(100).
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
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "CAPACITY".
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
           05 WS-PARM-ENTRY OCCURS 11 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 11.
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
       01  WS-FS              PIC XX.
           88  WS-FS-OK           VALUE "00".
           88  WS-FS-EOF          VALUE "10".
       01  WS-ATR-FS          PIC XX.
           88  WS-ATR-FS-OK       VALUE "00".
           88  WS-ATR-FS-EOF      VALUE "10".
       01  WS-OUT-FS          PIC XX.
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-ATR-PATH        PIC X(200) VALUE SPACES.
      * Archivos de señales, en el orden de la línea de comando.
       01  WS-PATH-TABLE.
           05 WS-PATH-ENTRY OCCURS 50 TIMES PIC X(200).
       01  WS-PATH-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MAX-PATHS       PIC 9(3) COMP VALUE 50.
       01  WS-FILE-IDX        PIC 9(3) COMP.
      * Parámetros de la corrida (mismos nombres y valores por
      * omisión que TRADER donde existen allí).
       01  WS-START-CAPITAL   PIC 9(11)V99 COMP-3 VALUE 10000.
       01  WS-FACTOR          PIC 9(3)V99 COMP-3 VALUE 2.
       01  WS-LEVELS          PIC 9(2) COMP VALUE 8.
       01  WS-MAX-LEVELS      PIC 9(2) COMP VALUE 20.
       01  WS-SHARPE-FLOOR    PIC S9(3)V99 COMP-3 VALUE 0.50.
       01  WS-IMPACT-K        PIC 9(2)V99 COMP-3 VALUE 1.00.
       01  WS-FILL-LIMIT-PCT  PIC 9V999 COMP-3 VALUE 0.100.
       01  WS-RISK-PCT        PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-STOP-LOSS-PCT   PIC 9V999 COMP-3 VALUE 0.050.
       01  WS-TAKE-PROFIT-PCT PIC 9V999 COMP-3 VALUE 0.100.
       01  WS-COMMISSION-PCT  PIC 9V999 COMP-3 VALUE 0.001.
       01  WS-SLIPPAGE-PCT    PIC 9V999 COMP-3 VALUE 0.001.
       01  WS-BOARD-LOT       PIC 9(5) COMP VALUE 1.
       01  WS-ATR-WINDOW      PIC 9(3) COMP VALUE 14.
      * ATR% por fila de ATR= (fracción, no porciento).
       01  WS-ATR-TABLE.
           05 WS-ATR-PCT-ENTRY OCCURS 5000 TIMES
                                PIC 9V9(6) COMP-3.
       01  WS-ATR-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-MAX-ATR-ROWS    PIC 9(5) COMP VALUE 5000.
      * Barras de todos los archivos, cargadas una vez y repetidas
      * por cada escalón.
       01  WS-BAR-TABLE.
           05 WS-BAR-ENTRY OCCURS 20000 TIMES.
              10 BT-PRICE        PIC 9(7)V9(4) COMP-3.
              10 BT-TYPE         PIC X(1).
              10 BT-VOLUME       PIC 9(12) COMP-3.
              10 BT-ATR-PCT      PIC 9V9(6) COMP-3.
       01  WS-BAR-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-MAX-BARS        PIC 9(5) COMP VALUE 20000.
       01  WS-BAR-NUM         PIC 9(5) COMP.
       01  WS-SKIP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-B               PIC 9(5) COMP.
       01  WS-K               PIC 9(5) COMP.
       01  WS-WIN-FIRST       PIC 9(5) COMP.
       01  WS-ABS-SUM         PIC 9(5)V9(8) COMP-3.
       01  WS-ABS-N           PIC 9(5) COMP.
       01  WS-ABS-CHG         PIC 9(5)V9(8) COMP-3.
      * Resultados por escalón.
       01  WS-LEVEL-TABLE.
           05 WS-LEVEL-ENTRY OCCURS 20 TIMES.
              10 LV-CAPITAL      PIC 9(13)V99 COMP-3.
              10 LV-FINAL        PIC S9(13)V99 COMP-3.
              10 LV-RETURN-PCT   PIC S9(5)V99 COMP-3.
              10 LV-SHARPE       PIC S9(3)V99 COMP-3.
              10 LV-PARTIC-PCT   PIC 9(3)V99 COMP-3.
              10 LV-FILL-PCT     PIC 9(3)V99 COMP-3.
              10 LV-TRADES       PIC 9(5) COMP.
              10 LV-IMPACT       PIC 9(13)V99 COMP-3.
       01  WS-L               PIC 9(2) COMP.
       01  WS-CAP-LEVEL       PIC 9(2) COMP VALUE 0.
       01  WS-FLOOR-LEVEL     PIC 9(2) COMP VALUE 0.
      * Estado de una repetición.
       01  WS-POSITION        PIC S9(1) COMP VALUE 0.
           88  WS-FLAT            VALUE 0.
           88  WS-LONG            VALUE 1.
           88  WS-SHORT           VALUE -1.
       01  WS-CAPITAL         PIC S9(13)V99 COMP-3.
       01  WS-EQUITY          PIC S9(13)V99 COMP-3.
       01  WS-PREV-EQUITY     PIC S9(13)V99 COMP-3.
       01  WS-SHARES          PIC 9(12) COMP-3.
       01  WS-INTENDED        PIC 9(12) COMP-3.
       01  WS-MAX-FILL-SHARES PIC 9(12) COMP-3.
       01  WS-LOT-QUOT        PIC 9(12) COMP-3.
       01  WS-LOT-REM         PIC 9(5) COMP.
       01  WS-TRADE-PRICE     PIC 9(7)V9(4) COMP-3.
       01  WS-BASE-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-FILL-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-STOP-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-TARGET-PRICE    PIC 9(7)V9(4) COMP-3.
       01  WS-NOTIONAL        PIC 9(15)V99 COMP-3.
       01  WS-COMMISSION-AMT  PIC 9(13)V99 COMP-3.
       01  WS-GROSS-PNL       PIC S9(13)V99 COMP-3.
       01  WS-MARK-PNL        PIC S9(13)V99 COMP-3.
       01  WS-EQUITY-CHG      PIC S9(13)V99 COMP-3.
       01  WS-PRICE-DIFF      PIC S9(7)V9(4) COMP-3.
       01  WS-IMPACT-PCT      PIC 9V9(8) COMP-3.
       01  WS-IMPACT-AMT      PIC 9(13)V99 COMP-3.
       01  WS-PARTIC          PIC 9(5)V9(8) COMP-3.
       01  WS-ROOT            PIC 9(5)V9(8) COMP-3.
       01  WS-SUM-INTENDED    PIC 9(15) COMP-3.
       01  WS-SUM-FILLED      PIC 9(15) COMP-3.
       01  WS-SUM-PARTIC      PIC 9(7)V9(8) COMP-3.
       01  WS-PARTIC-N        PIC 9(5) COMP.
       01  WS-TOT-IMPACT      PIC 9(13)V99 COMP-3.
       01  WS-TRADE-COUNT     PIC 9(5) COMP.
       01  WS-BAR-RET         PIC S9(5)V9(10) COMP-3.
       01  WS-SUM-RET         PIC S9(7)V9(10) COMP-3.
       01  WS-SUMSQ-RET       PIC S9(9)V9(8) COMP-3.
       01  WS-RET-N           PIC 9(5) COMP.
       01  WS-MEAN-RET        PIC S9(5)V9(10) COMP-3.
       01  WS-VAR-RET         PIC S9(7)V9(10) COMP-3.
       01  WS-STD-RET         PIC 9(5)V9(10) COMP-3.
       01  WS-SQRT-252        PIC 9(2)V9(6) COMP-3.
      * Renglón de la tabla del reporte.
       01  WS-LEVEL-LINE.
           05 LVL-CAPITAL     PIC Z(12)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LVL-RETURN      PIC -(5)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LVL-SHARPE      PIC -(3)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LVL-PARTIC      PIC ZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 LVL-FILL        PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LVL-TRADES      PIC Z(4)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LVL-IMPACT      PIC Z(11)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 LVL-MARK        PIC X(10).
       01  WS-EDIT-CAP        PIC Z(12)9.
       01  WS-EDIT-NUM        PIC -(3)9.99.
       01  WS-EDIT-FRAC       PIC 9.999.
       01  WS-EDIT-FRAC2      PIC 9.999.
       01  WS-EDIT-NUM2       PIC -(3)9.99.
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-NUMVAL-RC       PIC 9(3) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa CAPACITY iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-ATR-PATH NOT = SPACES
               PERFORM 1050-CARGAR-ATR
           END-IF
           PERFORM 1100-CARGAR-BARRAS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAR-COUNT < 2
               DISPLAY "ERROR: se necesitan al menos 2 barras"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ATR-PORCENTUAL
           COMPUTE WS-SQRT-252 = FUNCTION SQRT(252)
           DISPLAY "[DEBUG] 2000-ESCALERA - " WS-BAR-COUNT
               " barras, " WS-LEVELS " escalones"
           PERFORM 2000-ESCALERA
           PERFORM 4000-UBICAR-PISO
           PERFORM 6000-ESCRIBIR-REPORTE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Argumentos como en TRADER: el numérico pelado es el capital
      * inicial (aquí, el del primer escalón) y el de ruta, un
      * archivo de señales.
       1000-LEER-PARAMETROS.
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               MOVE FUNCTION TEST-NUMVAL(WS-ARG1) TO WS-NUMVAL-RC
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "START="
                       MOVE "START" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "FACTOR="
                       MOVE "FACTOR" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "LEVELS="
                       MOVE "LEVELS" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "FLOOR="
                       MOVE "FLOOR" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "IMPACT="
                       MOVE "IMPACT" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "FILLPCT="
                       MOVE "FILLPCT" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "RISK="
                       MOVE "RISK" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "STOP="
                       MOVE "STOP" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "TARGET="
                       MOVE "TARGET" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "LOT="
                       MOVE "LOT" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "ATRWIN="
                       MOVE "ATRWIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "ATR="
                       MOVE WS-ARG1(5:) TO WS-ATR-PATH
                   WHEN WS-NUMVAL-RC = 0
                       COMPUTE WS-START-CAPITAL =
                           FUNCTION NUMVAL(WS-ARG1)
                   WHEN WS-PATH-COUNT >= WS-MAX-PATHS
                       DISPLAY "WARNING: archivo descartado, limite "
                           WS-MAX-PATHS " alcanzado: "
                           FUNCTION TRIM(WS-ARG1)
                   WHEN OTHER
                       ADD 1 TO WS-PATH-COUNT
                       MOVE WS-ARG1 TO WS-PATH-ENTRY(WS-PATH-COUNT)
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-PATH-COUNT = 0
               ADD 1 TO WS-PATH-COUNT
               MOVE "signals.txt" TO WS-PATH-ENTRY(WS-PATH-COUNT)
           END-IF
           IF WS-LEVELS = 0
               MOVE 8 TO WS-LEVELS
           END-IF
           IF WS-LEVELS > WS-MAX-LEVELS
               MOVE WS-MAX-LEVELS TO WS-LEVELS
           END-IF
           IF WS-FACTOR <= 1
               MOVE 2 TO WS-FACTOR
           END-IF
           IF WS-START-CAPITAL = 0
               MOVE 10000 TO WS-START-CAPITAL
           END-IF
           IF WS-BOARD-LOT = 0
               MOVE 1 TO WS-BOARD-LOT
           END-IF
           IF WS-ATR-WINDOW = 0
               MOVE 14 TO WS-ATR-WINDOW
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "START" TO PRM-NAME(1)
           MOVE "10000" TO PRM-DEFAULT(1)
           MOVE "FACTOR" TO PRM-NAME(2)
           MOVE "2" TO PRM-DEFAULT(2)
           MOVE "LEVELS" TO PRM-NAME(3)
           MOVE "8" TO PRM-DEFAULT(3)
           MOVE "FLOOR" TO PRM-NAME(4)
           MOVE "0.50" TO PRM-DEFAULT(4)
           MOVE "IMPACT" TO PRM-NAME(5)
           MOVE "1.00" TO PRM-DEFAULT(5)
           MOVE "FILLPCT" TO PRM-NAME(6)
           MOVE "0.100" TO PRM-DEFAULT(6)
           MOVE "RISK" TO PRM-NAME(7)
           MOVE "1.00" TO PRM-DEFAULT(7)
           MOVE "STOP" TO PRM-NAME(8)
           MOVE "0.050" TO PRM-DEFAULT(8)
           MOVE "TARGET" TO PRM-NAME(9)
           MOVE "0.100" TO PRM-DEFAULT(9)
           MOVE "LOT" TO PRM-NAME(10)
           MOVE "1" TO PRM-DEFAULT(10)
           MOVE "ATRWIN" TO PRM-NAME(11)
           MOVE "14" TO PRM-DEFAULT(11)
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
      * FLOOR puede ser cero o negativo; IMPACT=0 y FILLPCT=0 apagan
      * el impacto y el tope de llenado.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   AND WS-PARM-I NOT = 4)
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 4
                   AND WS-PARM-I NOT = 5
                   AND WS-PARM-I NOT = 6)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 99999999999)
                   OR (WS-PARM-I = 2
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) <= 1
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99))
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 20)
                   OR (WS-PARM-I = 4
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < -999.99
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99))
                   OR (WS-PARM-I = 5
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99.99)
                   OR ((WS-PARM-I = 6 OR 7 OR 8 OR 9)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
                   OR (WS-PARM-I = 10
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99999)
                   OR (WS-PARM-I = 11
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
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
           COMPUTE WS-START-CAPITAL = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-FACTOR = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-LEVELS = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-SHARPE-FLOOR = FUNCTION NUMVAL(PRM-VALUE(4))
           COMPUTE WS-IMPACT-K = FUNCTION NUMVAL(PRM-VALUE(5))
           COMPUTE WS-FILL-LIMIT-PCT = FUNCTION NUMVAL(PRM-VALUE(6))
           COMPUTE WS-RISK-PCT = FUNCTION NUMVAL(PRM-VALUE(7))
           COMPUTE WS-STOP-LOSS-PCT = FUNCTION NUMVAL(PRM-VALUE(8))
           COMPUTE WS-TAKE-PROFIT-PCT = FUNCTION NUMVAL(PRM-VALUE(9))
           COMPUTE WS-BOARD-LOT = FUNCTION NUMVAL(PRM-VALUE(10))
           COMPUTE WS-ATR-WINDOW = FUNCTION NUMVAL(PRM-VALUE(11)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * ATR% de cada fila de ATR=; ilegible, la corrida sigue con el
      * sustituto cierre a cierre, como TRADER sigue con el stop
      * porcentual.
       1050-CARGAR-ATR.
           OPEN INPUT ATR-IN-FILE
           IF NOT WS-ATR-FS-OK
               DISPLAY "WARNING: no se pudo abrir "
                   FUNCTION TRIM(WS-ATR-PATH) " FS=" WS-ATR-FS
                   ", se usa la variación cierre a cierre"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ATR-FS-EOF
               READ ATR-IN-FILE
                   AT END
                       SET WS-ATR-FS-EOF TO TRUE
                   NOT AT END
                       IF WS-ATR-COUNT < WS-MAX-ATR-ROWS
                           ADD 1 TO WS-ATR-COUNT
                           IF AIN-ATR-PCT NUMERIC
                               COMPUTE WS-ATR-PCT-ENTRY(WS-ATR-COUNT)
                                   = AIN-ATR-PCT / 100
                           ELSE
                               MOVE 0 TO
                                   WS-ATR-PCT-ENTRY(WS-ATR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATR-IN-FILE
           DISPLAY "[DEBUG] 1050-CARGAR-ATR - " WS-ATR-COUNT
               " filas de ATR cargadas"
           EXIT.

      * Las barras de todos los archivos quedan en la tabla en el
      * orden de la corrida de TRADER (la posición y el capital se
      * arrastran de un archivo al siguiente); el ATR% de ATR= se
      * toma por número de barra dentro de cada archivo.
       1100-CARGAR-BARRAS.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-PATH-COUNT
               MOVE WS-PATH-ENTRY(WS-FILE-IDX) TO WS-SIGNALS-PATH
               MOVE 0 TO WS-BAR-NUM
               MOVE "00" TO WS-FS
               OPEN INPUT SIGNALS-FILE
               IF NOT WS-FS-OK
                   PERFORM 9999-MANEJAR-ERROR-FS
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-FS-EOF
                   READ SIGNALS-FILE
                       AT END SET WS-FS-EOF TO TRUE
                       NOT AT END PERFORM 1150-GUARDAR-BARRA
                   END-READ
               END-PERFORM
               CLOSE SIGNALS-FILE
           END-PERFORM
           EXIT.

       1150-GUARDAR-BARRA.
           ADD 1 TO WS-BAR-NUM
           IF SIGNAL-PRICE NOT NUMERIC OR SIGNAL-PRICE = 0
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-BAR-COUNT >= WS-MAX-BARS
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAR-COUNT
           MOVE SIGNAL-PRICE TO BT-PRICE(WS-BAR-COUNT)
           MOVE SIGNAL-TYPE TO BT-TYPE(WS-BAR-COUNT)
           IF SIGNAL-VOLUME NUMERIC
               MOVE SIGNAL-VOLUME TO BT-VOLUME(WS-BAR-COUNT)
           ELSE
               MOVE 0 TO BT-VOLUME(WS-BAR-COUNT)
           END-IF
           MOVE 0 TO BT-ATR-PCT(WS-BAR-COUNT)
           IF WS-BAR-NUM <= WS-ATR-COUNT
               MOVE WS-ATR-PCT-ENTRY(WS-BAR-NUM)
                   TO BT-ATR-PCT(WS-BAR-COUNT)
           END-IF
           EXIT.

      * Barra sin ATR%: promedio de |P(t)/P(t-1) - 1| de las
      * ATRWIN= barras previas. La primera barra no tiene previa y
      * queda sin impacto.
       1200-ATR-PORCENTUAL.
           PERFORM VARYING WS-B FROM 2 BY 1
                   UNTIL WS-B > WS-BAR-COUNT
               IF BT-ATR-PCT(WS-B) = 0
                   PERFORM 1250-SUSTITUTO-ATR
               END-IF
           END-PERFORM
           EXIT.

       1250-SUSTITUTO-ATR.
           MOVE 0 TO WS-ABS-SUM
           MOVE 0 TO WS-ABS-N
           IF WS-B > WS-ATR-WINDOW
               COMPUTE WS-WIN-FIRST = WS-B - WS-ATR-WINDOW + 1
           ELSE
               MOVE 2 TO WS-WIN-FIRST
           END-IF
           PERFORM VARYING WS-K FROM WS-WIN-FIRST BY 1
                   UNTIL WS-K > WS-B
               COMPUTE WS-ABS-CHG ROUNDED =
                   FUNCTION ABS(BT-PRICE(WS-K) - BT-PRICE(WS-K - 1))
                   / BT-PRICE(WS-K - 1)
               ADD WS-ABS-CHG TO WS-ABS-SUM
               ADD 1 TO WS-ABS-N
           END-PERFORM
           IF WS-ABS-N > 0
               COMPUTE BT-ATR-PCT(WS-B) ROUNDED =
                   WS-ABS-SUM / WS-ABS-N
           END-IF
           EXIT.

      *================================================================
      * Escalera de capitales
      *================================================================
       2000-ESCALERA.
           MOVE WS-START-CAPITAL TO LV-CAPITAL(1)
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LEVELS
               IF WS-L > 1
                   COMPUTE LV-CAPITAL(WS-L) ROUNDED =
                       LV-CAPITAL(WS-L - 1) * WS-FACTOR
               END-IF
               PERFORM 3000-REPETIR
           END-PERFORM
           EXIT.

      * Una repetición completa de la serie al capital del escalón.
      * Cada barra: vigilar stop/take-profit de la posición abierta,
      * luego la señal (B/S abren en plano y cierran la contraria,
      * como 2200-PROCESAR-BARRA de TRADER sin piramidar), y al final
      * valuar: el retorno de la barra, en porciento para no perder
      * dígitos en los escalones grandes, entra al Sharpe.
       3000-REPETIR.
           MOVE LV-CAPITAL(WS-L) TO WS-CAPITAL
           MOVE LV-CAPITAL(WS-L) TO WS-PREV-EQUITY
           SET WS-FLAT TO TRUE
           MOVE 0 TO WS-SHARES
           MOVE 0 TO WS-SUM-INTENDED
           MOVE 0 TO WS-SUM-FILLED
           MOVE 0 TO WS-SUM-PARTIC
           MOVE 0 TO WS-PARTIC-N
           MOVE 0 TO WS-TOT-IMPACT
           MOVE 0 TO WS-TRADE-COUNT
           MOVE 0 TO WS-SUM-RET
           MOVE 0 TO WS-SUMSQ-RET
           MOVE 0 TO WS-RET-N
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BAR-COUNT
               PERFORM 3100-BARRA
           END-PERFORM
           MOVE WS-EQUITY TO LV-FINAL(WS-L)
           COMPUTE LV-RETURN-PCT(WS-L) ROUNDED =
               (WS-EQUITY - LV-CAPITAL(WS-L)) * 100
               / LV-CAPITAL(WS-L)
           MOVE 0 TO LV-SHARPE(WS-L)
           IF WS-RET-N > 1
               COMPUTE WS-MEAN-RET ROUNDED = WS-SUM-RET / WS-RET-N
               COMPUTE WS-VAR-RET ROUNDED =
                   (WS-SUMSQ-RET / WS-RET-N)
                   - (WS-MEAN-RET * WS-MEAN-RET)
               IF WS-VAR-RET > 0
                   COMPUTE WS-STD-RET ROUNDED =
                       FUNCTION SQRT(WS-VAR-RET)
                   COMPUTE LV-SHARPE(WS-L) ROUNDED =
                       WS-MEAN-RET / WS-STD-RET * WS-SQRT-252
               END-IF
           END-IF
           MOVE 0 TO LV-PARTIC-PCT(WS-L)
           IF WS-PARTIC-N > 0
               COMPUTE LV-PARTIC-PCT(WS-L) ROUNDED =
                   WS-SUM-PARTIC * 100 / WS-PARTIC-N
           END-IF
           MOVE 100 TO LV-FILL-PCT(WS-L)
           IF WS-SUM-INTENDED > 0
               COMPUTE LV-FILL-PCT(WS-L) ROUNDED =
                   WS-SUM-FILLED * 100 / WS-SUM-INTENDED
           END-IF
           MOVE WS-TRADE-COUNT TO LV-TRADES(WS-L)
           MOVE WS-TOT-IMPACT TO LV-IMPACT(WS-L)
           EXIT.

       3100-BARRA.
           IF NOT WS-FLAT
               PERFORM 3200-VIGILAR-SALIDA
           END-IF
           EVALUATE TRUE
               WHEN BT-TYPE(WS-B) = "B" AND WS-FLAT
                   SET WS-LONG TO TRUE
                   PERFORM 3300-ABRIR
               WHEN BT-TYPE(WS-B) = "S" AND WS-FLAT
                   SET WS-SHORT TO TRUE
                   PERFORM 3300-ABRIR
               WHEN BT-TYPE(WS-B) = "S" AND WS-LONG
                   PERFORM 3400-CERRAR
               WHEN BT-TYPE(WS-B) = "B" AND WS-SHORT
                   PERFORM 3400-CERRAR
           END-EVALUATE
           MOVE 0 TO WS-MARK-PNL
           EVALUATE TRUE
               WHEN WS-LONG
                   COMPUTE WS-PRICE-DIFF =
                       BT-PRICE(WS-B) - WS-TRADE-PRICE
                   COMPUTE WS-MARK-PNL = WS-PRICE-DIFF * WS-SHARES
               WHEN WS-SHORT
                   COMPUTE WS-PRICE-DIFF =
                       WS-TRADE-PRICE - BT-PRICE(WS-B)
                   COMPUTE WS-MARK-PNL = WS-PRICE-DIFF * WS-SHARES
           END-EVALUATE
           COMPUTE WS-EQUITY = WS-CAPITAL + WS-MARK-PNL
           IF WS-B > 1 AND WS-PREV-EQUITY > 0
               COMPUTE WS-EQUITY-CHG = WS-EQUITY - WS-PREV-EQUITY
               COMPUTE WS-BAR-RET ROUNDED =
                   WS-EQUITY-CHG * 100 / WS-PREV-EQUITY
               ADD WS-BAR-RET TO WS-SUM-RET
               COMPUTE WS-SUMSQ-RET = WS-SUMSQ-RET
                   + (WS-BAR-RET * WS-BAR-RET)
               ADD 1 TO WS-RET-N
           END-IF
           MOVE WS-EQUITY TO WS-PREV-EQUITY
           EXIT.

      * Stop y take-profit porcentuales sobre el precio de entrada,
      * contra el precio de la barra, como 2300-VIGILAR-SALIDA de
      * TRADER sin OHLC ni stop ATR.
       3200-VIGILAR-SALIDA.
           IF WS-LONG
               COMPUTE WS-STOP-PRICE =
                   WS-TRADE-PRICE * (1 - WS-STOP-LOSS-PCT)
               COMPUTE WS-TARGET-PRICE =
                   WS-TRADE-PRICE * (1 + WS-TAKE-PROFIT-PCT)
               IF BT-PRICE(WS-B) <= WS-STOP-PRICE
                  OR BT-PRICE(WS-B) >= WS-TARGET-PRICE
                   PERFORM 3400-CERRAR
               END-IF
           ELSE
               COMPUTE WS-STOP-PRICE =
                   WS-TRADE-PRICE * (1 + WS-STOP-LOSS-PCT)
               COMPUTE WS-TARGET-PRICE =
                   WS-TRADE-PRICE * (1 - WS-TAKE-PROFIT-PCT)
               IF BT-PRICE(WS-B) >= WS-STOP-PRICE
                  OR BT-PRICE(WS-B) <= WS-TARGET-PRICE
                   PERFORM 3400-CERRAR
               END-IF
           END-IF
           EXIT.

      * Entrada: tamaño buscado con la fórmula de TRADER, recorte al
      * tope de volumen y al lote; lo que queda es lo llenado. El
      * impacto se calcula sobre lo llenado y mueve el precio en
      * contra. Sin llenado la posición no se abre.
       3300-ABRIR.
           IF WS-LONG
               COMPUTE WS-BASE-PRICE =
                   BT-PRICE(WS-B) * (1 + WS-SLIPPAGE-PCT)
           ELSE
               COMPUTE WS-BASE-PRICE =
                   BT-PRICE(WS-B) * (1 - WS-SLIPPAGE-PCT)
           END-IF
           COMPUTE WS-INTENDED =
               WS-CAPITAL * WS-RISK-PCT / WS-BASE-PRICE
           IF WS-INTENDED = 0
               SET WS-FLAT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTENDED TO WS-SHARES
           IF WS-FILL-LIMIT-PCT > 0 AND BT-VOLUME(WS-B) > 0
               COMPUTE WS-MAX-FILL-SHARES =
                   BT-VOLUME(WS-B) * WS-FILL-LIMIT-PCT
               IF WS-SHARES > WS-MAX-FILL-SHARES
                   MOVE WS-MAX-FILL-SHARES TO WS-SHARES
               END-IF
           END-IF
           IF WS-BOARD-LOT > 1
               DIVIDE WS-SHARES BY WS-BOARD-LOT
                   GIVING WS-LOT-QUOT REMAINDER WS-LOT-REM
               COMPUTE WS-SHARES = WS-LOT-QUOT * WS-BOARD-LOT
           END-IF
           ADD WS-INTENDED TO WS-SUM-INTENDED
           ADD WS-SHARES TO WS-SUM-FILLED
           IF WS-SHARES = 0
               SET WS-FLAT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-IMPACTO
           IF WS-LONG
               COMPUTE WS-FILL-PRICE ROUNDED =
                   WS-BASE-PRICE * (1 + WS-IMPACT-PCT)
           ELSE
               COMPUTE WS-FILL-PRICE ROUNDED =
                   WS-BASE-PRICE * (1 - WS-IMPACT-PCT)
           END-IF
           COMPUTE WS-NOTIONAL = WS-FILL-PRICE * WS-SHARES
           COMPUTE WS-COMMISSION-AMT ROUNDED =
               WS-NOTIONAL * WS-COMMISSION-PCT
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           MOVE WS-FILL-PRICE TO WS-TRADE-PRICE
           EXIT.

      * Salida de la posición entera (TRADER no recorta la salida
      * por volumen): deslizamiento e impacto en contra.
       3400-CERRAR.
           PERFORM 3500-IMPACTO
           IF WS-LONG
               COMPUTE WS-BASE-PRICE =
                   BT-PRICE(WS-B) * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-FILL-PRICE ROUNDED =
                   WS-BASE-PRICE * (1 - WS-IMPACT-PCT)
               COMPUTE WS-PRICE-DIFF = WS-FILL-PRICE - WS-TRADE-PRICE
               COMPUTE WS-GROSS-PNL = WS-PRICE-DIFF * WS-SHARES
           ELSE
               COMPUTE WS-BASE-PRICE =
                   BT-PRICE(WS-B) * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-FILL-PRICE ROUNDED =
                   WS-BASE-PRICE * (1 + WS-IMPACT-PCT)
               COMPUTE WS-PRICE-DIFF = WS-TRADE-PRICE - WS-FILL-PRICE
               COMPUTE WS-GROSS-PNL = WS-PRICE-DIFF * WS-SHARES
           END-IF
           COMPUTE WS-NOTIONAL = WS-FILL-PRICE * WS-SHARES
           COMPUTE WS-COMMISSION-AMT ROUNDED =
               WS-NOTIONAL * WS-COMMISSION-PCT
           COMPUTE WS-CAPITAL =
               WS-CAPITAL + WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD 1 TO WS-TRADE-COUNT
           SET WS-FLAT TO TRUE
           MOVE 0 TO WS-SHARES
           EXIT.

      * Regla de la raíz cuadrada sobre WS-SHARES en la barra WS-B;
      * cuenta la participación de la orden para el promedio y
      * acumula el costo en moneda.
       3500-IMPACTO.
           MOVE 0 TO WS-IMPACT-PCT
           IF BT-VOLUME(WS-B) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PARTIC ROUNDED = WS-SHARES / BT-VOLUME(WS-B)
           ADD WS-PARTIC TO WS-SUM-PARTIC
           ADD 1 TO WS-PARTIC-N
           COMPUTE WS-ROOT ROUNDED = FUNCTION SQRT(WS-PARTIC)
           COMPUTE WS-IMPACT-PCT ROUNDED =
               WS-IMPACT-K * BT-ATR-PCT(WS-B) * WS-ROOT
           IF WS-IMPACT-PCT > 0.5
               MOVE 0.5 TO WS-IMPACT-PCT
           END-IF
           COMPUTE WS-IMPACT-AMT ROUNDED =
               BT-PRICE(WS-B) * WS-SHARES * WS-IMPACT-PCT
           ADD WS-IMPACT-AMT TO WS-TOT-IMPACT
           EXIT.

      * Primer escalón bajo el piso; la capacidad es el anterior.
       4000-UBICAR-PISO.
           MOVE 0 TO WS-FLOOR-LEVEL
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LEVELS OR WS-FLOOR-LEVEL > 0
               IF LV-SHARPE(WS-L) < WS-SHARPE-FLOOR
                   MOVE WS-L TO WS-FLOOR-LEVEL
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FLOOR-LEVEL = 0
                   MOVE WS-LEVELS TO WS-CAP-LEVEL
               WHEN WS-FLOOR-LEVEL = 1
                   MOVE 0 TO WS-CAP-LEVEL
                   MOVE 2 TO WS-EXIT-CODE
               WHEN OTHER
                   COMPUTE WS-CAP-LEVEL = WS-FLOOR-LEVEL - 1
           END-EVALUATE
           EXIT.

       6000-ESCRIBIR-REPORTE.
           OPEN OUTPUT CAP-OUT-FILE
           MOVE SPACES TO CAP-LINE
           MOVE WS-BAR-COUNT TO WS-EDIT-COUNT
           STRING "CAPACIDAD DE LA ESTRATEGIA - "
               FUNCTION TRIM(WS-EDIT-COUNT) " BARRAS"
               DELIMITED BY SIZE INTO CAP-LINE
           PERFORM 6900-EMITIR
           MOVE WS-RISK-PCT TO WS-EDIT-FRAC
           MOVE WS-FILL-LIMIT-PCT TO WS-EDIT-FRAC2
           MOVE WS-IMPACT-K TO WS-EDIT-NUM
           MOVE WS-SHARPE-FLOOR TO WS-EDIT-NUM2
           STRING "RISK=" WS-EDIT-FRAC "  FILLPCT=" WS-EDIT-FRAC2
               "  IMPACT=" FUNCTION TRIM(WS-EDIT-NUM)
               "  FLOOR=" FUNCTION TRIM(WS-EDIT-NUM2)
               DELIMITED BY SIZE INTO CAP-LINE
           PERFORM 6900-EMITIR
           IF WS-ATR-COUNT > 0
               STRING "ATR% de " FUNCTION TRIM(WS-ATR-PATH)
                   DELIMITED BY SIZE INTO CAP-LINE
           ELSE
               STRING "ATR% sustituto: variación cierre a cierre"
                   DELIMITED BY SIZE INTO CAP-LINE
           END-IF
           PERFORM 6900-EMITIR
           PERFORM 6900-EMITIR
           STRING "  CAPITAL INICIAL  RET NETO %   SHARPE  PARTIC %"
               "  LLENADO %   OPER       IMPACTO PAGADO"
               DELIMITED BY SIZE INTO CAP-LINE
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LEVELS
               MOVE LV-CAPITAL(WS-L) TO LVL-CAPITAL
               MOVE LV-RETURN-PCT(WS-L) TO LVL-RETURN
               MOVE LV-SHARPE(WS-L) TO LVL-SHARPE
               MOVE LV-PARTIC-PCT(WS-L) TO LVL-PARTIC
               MOVE LV-FILL-PCT(WS-L) TO LVL-FILL
               MOVE LV-TRADES(WS-L) TO LVL-TRADES
               MOVE LV-IMPACT(WS-L) TO LVL-IMPACT
               MOVE SPACES TO LVL-MARK
               IF WS-L = WS-CAP-LEVEL
                   MOVE "<CAPACIDAD" TO LVL-MARK
               END-IF
               IF WS-L = WS-FLOOR-LEVEL
                   MOVE "<PISO" TO LVL-MARK
               END-IF
               MOVE WS-LEVEL-LINE TO CAP-LINE
               PERFORM 6900-EMITIR
           END-PERFORM
           PERFORM 6900-EMITIR
           MOVE WS-SHARPE-FLOOR TO WS-EDIT-NUM
           EVALUATE TRUE
               WHEN WS-FLOOR-LEVEL = 0
                   MOVE LV-CAPITAL(WS-LEVELS) TO WS-EDIT-CAP
                   STRING "CAPACIDAD: POR ENCIMA DE "
                       FUNCTION TRIM(WS-EDIT-CAP)
                       " (NINGUN ESCALON CAE BAJO SHARPE "
                       FUNCTION TRIM(WS-EDIT-NUM) ")"
                       DELIMITED BY SIZE INTO CAP-LINE
               WHEN WS-CAP-LEVEL = 0
                   STRING "SIN CAPACIDAD: EL PRIMER ESCALON YA QUEDA "
                       "BAJO SHARPE " FUNCTION TRIM(WS-EDIT-NUM)
                       DELIMITED BY SIZE INTO CAP-LINE
               WHEN OTHER
                   MOVE LV-CAPITAL(WS-CAP-LEVEL) TO WS-EDIT-CAP
                   STRING "CAPACIDAD: " FUNCTION TRIM(WS-EDIT-CAP)
                       " (EL SHARPE NETO CAE BAJO "
                       FUNCTION TRIM(WS-EDIT-NUM) " EN EL ESCALON "
                       "SIGUIENTE)"
                       DELIMITED BY SIZE INTO CAP-LINE
           END-EVALUATE
           PERFORM 6900-EMITIR
           CLOSE CAP-OUT-FILE
           EXIT.

       6900-EMITIR.
           WRITE CAP-OUT-RECORD
           DISPLAY CAP-LINE
           MOVE SPACES TO CAP-LINE
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
           MOVE WS-LEVELS TO WS-AUDIT-COUNT
           MOVE WS-SKIP-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-FS
               WHEN "35"
                   STRING "ERROR: Archivo no encontrado: "
                       FUNCTION TRIM(WS-SIGNALS-PATH)
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-FS " en "
                       FUNCTION TRIM(WS-SIGNALS-PATH)
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
