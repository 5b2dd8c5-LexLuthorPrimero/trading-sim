       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIZESTUDY.
      * Estudio del tamaño de posición contra la ventaja real de la
      * estrategia. Lee trade_ledger.dat, toma el retorno realizado
      * de cada operación (P&L sobre el nocional de entrada) y
      * calcula:
      *   - Kelly, K = W - (1-W)/R (W tasa de acierto, R ganancia
      *     media sobre pérdida media), la fracción del capital que
      *     conviene perder en una pérdida media; y medio Kelly;
      *   - optimal-f de Ralph Vince, la f que maximiza el TWR con
      *     HPR = 1 + f * retorno / |peor pérdida|.
      * Cada una se traduce además a la fracción del capital que
      * entra en la posición, que es lo que TRADER toma en RISK=
      * (tope 1.00).
      * Después reproduce la secuencia real en una grilla de
      * fracciones (STEP=, omisión 0.05, hasta MAX=, omisión 1.00)
      * con capital final y drawdown máximo de cada una, y el riesgo
      * de ruina: la proporción de caminos bootstrap (RUNS=, 500;
      * remuestreo de WS-MC-RESAMPLE, el de MONTECARLO, con
      * reposición) cuyo drawdown llega a RUIN= (50% por omisión).
      * El recomendado es medio Kelly; si su riesgo de ruina pasa
      * MAXRUIN= (5% por omisión) baja al mayor punto de la grilla
      * que lo respeta. Para el recomendado da bandas bootstrap
      * (percentiles 5/50/95) de capital final y drawdown máximo.
      * Sin ventaja (Kelly no positivo), o sin fracción que respete
      * MAXRUIN=, no hay recomendación y la corrida termina con RC 2.
      * Uso: SIZESTUDY [ledger] [capital inicial] STEP=n MAX=n
      *      RUIN=n MAXRUIN=n RUNS=n SEED=n
      * Salida: sizestudy_report.dat
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SZ-OUT-FILE ASSIGN TO "sizestudy_report.dat"
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
      * Mismo formato que LEDGER-RECORD de TRADER.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 FILLER          PIC X.
           05 LED-TYPE        PIC X(5).
           05 FILLER          PIC X.
           05 LED-ENTRY       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 LED-EXIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 LED-SHARES      PIC 9(5).
           05 FILLER          PIC X.
           05 LED-PNL         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 LED-CAPITAL     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 LED-MAE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-MFE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LED-EXIT-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 LED-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 LED-BASE-PNL    PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 LED-GAP         PIC X(1).
           05 FILLER          PIC X.
           05 LED-EXIT-RULE   PIC X(12).
           05 FILLER          PIC X.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
       FD  SZ-OUT-FILE.
       01  SZ-OUT-RECORD.
           05 SZ-LINE         PIC X(80).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "SIZESTUDY".
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
           05 WS-PARM-ENTRY OCCURS 7 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 7.
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-OUT-FS          PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
      * Retorno realizado por operación, en el orden del ledger.
       01  WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 10000 TIMES
              PIC S9(3)V9(6) COMP-3.
       01  WS-TRADE-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-MAX-TRADES      PIC 9(5) COMP VALUE 10000.
       01  WS-SKIP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-NOTIONAL        PIC 9(13)V9(4) COMP-3.
      * Estadística de la secuencia.
       01  WS-WIN-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-LOSS-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-WIN-SUM         PIC S9(7)V9(6) COMP-3 VALUE 0.
       01  WS-LOSS-SUM        PIC S9(7)V9(6) COMP-3 VALUE 0.
       01  WS-WIN-RATE        PIC 9V9(6) COMP-3 VALUE 0.
       01  WS-AVG-WIN         PIC 9(3)V9(6) COMP-3 VALUE 0.
       01  WS-AVG-LOSS        PIC 9(3)V9(6) COMP-3 VALUE 0.
       01  WS-WORST-LOSS      PIC 9(3)V9(6) COMP-3 VALUE 0.
       01  WS-PAYOFF          PIC 9(5)V9(6) COMP-3 VALUE 0.
       01  WS-KELLY           PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-KELLY-RISK      PIC 9V99 COMP-3 VALUE 0.
       01  WS-HALF-RISK       PIC 9V99 COMP-3 VALUE 0.
       01  WS-OPTF            PIC 9V99 COMP-3 VALUE 0.
       01  WS-OPTF-RISK       PIC 9V99 COMP-3 VALUE 0.
      * "Y" calculado, "N" sin pérdidas, "X" sin f que crezca.
       01  WS-OPTF-FLAG       PIC X(1) VALUE "N".
       01  WS-RISK-WORK       PIC 9(5)V9(6) COMP-3.
       01  WS-TRY-F           PIC 9V99 COMP-3.
       01  WS-HPR             PIC S9(5)V9(9) COMP-3.
       01  WS-LOG-TWR         PIC S9(9)V9(9) COMP-3.
       01  WS-BEST-LOG-TWR    PIC S9(9)V9(9) COMP-3.
       01  WS-TWR-VALID       PIC X(1).
      * Reproducción de un camino a la fracción WS-FRAC.
       01  WS-FRAC            PIC 9V99 COMP-3.
       01  WS-STARTING-CAPITAL PIC 9(9)V99 COMP-3 VALUE 10000.00.
       01  WS-WEALTH          PIC S9(13)V99 COMP-3.
       01  WS-NEXT-WEALTH     PIC S9(18)V99 COMP-3.
       01  WS-WEALTH-TOPE     PIC S9(13)V99 COMP-3
                              VALUE 999999999999.99.
       01  WS-TOPE-HIT        PIC X(1).
       01  WS-REL             PIC S9(3)V9(9) COMP-3.
       01  WS-DD              PIC 9(3)V99 COMP-3.
       01  WS-MAX-DD          PIC 9(3)V99 COMP-3.
       01  WS-WIPED           PIC X(1).
      * Grilla de fracciones.
       01  WS-GRID-TABLE.
           05 WS-GRID-ENTRY OCCURS 100 TIMES.
              10 GR-FRAC         PIC 9V99 COMP-3.
              10 GR-FINAL        PIC S9(13)V99 COMP-3.
              10 GR-TOPE         PIC X(1).
              10 GR-MAX-DD       PIC 9(3)V99 COMP-3.
              10 GR-RUINS        PIC 9(4) COMP.
              10 GR-RUIN-PCT     PIC 9(3)V99 COMP-3.
       01  WS-GRID-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-G               PIC 9(3) COMP.
       01  WS-STEP            PIC 9V99 COMP-3 VALUE 0.05.
       01  WS-GRID-MAX        PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-RUIN-DD         PIC 9(3)V99 COMP-3 VALUE 50.00.
       01  WS-MAX-RUIN        PIC 9(3)V99 COMP-3 VALUE 5.00.
      * Bandas bootstrap de la fracción recomendada.
       01  WS-FINAL-TABLE.
           05 WS-FINAL-ENTRY OCCURS 2000 TIMES
              PIC S9(13)V99 COMP-3.
       01  WS-DD-TABLE.
           05 WS-DD-ENTRY OCCURS 2000 TIMES
              PIC 9(3)V99 COMP-3.
       01  WS-BAND-RUINS      PIC 9(4) COMP.
       01  WS-BAND-RUIN-PCT   PIC 9(3)V99 COMP-3.
       01  WS-RECOMMENDED     PIC 9V99 COMP-3 VALUE 0.
       01  WS-RECO-FLAG       PIC X(1) VALUE "N".
           88  WS-RECO-OK     VALUE "Y".
       01  WS-NO-EDGE         PIC X(1) VALUE "N".
       01  WS-RUNS            PIC 9(4) COMP VALUE 500.
       01  WS-MAX-RUNS        PIC 9(4) COMP VALUE 2000.
       01  WS-SEED            PIC 9(9) COMP VALUE 0.
       01  WS-RANDOM          PIC V9(9) COMP-3.
       01  WS-R               PIC 9(4) COMP.
       01  WS-I               PIC 9(5) COMP.
       01  WS-J               PIC 9(5) COMP.
       01  WS-P05             PIC 9(4) COMP.
       01  WS-P50             PIC 9(4) COMP.
       01  WS-P95             PIC 9(4) COMP.
       01  WS-SWAP-FINAL      PIC S9(13)V99 COMP-3.
       01  WS-SWAP-DD         PIC 9(3)V99 COMP-3.
      * Camino remuestreado (WS-MC-RESAMPLE).
       01  WS-MC-TABLE.
           05 WS-MC-PICK OCCURS 10000 TIMES PIC 9(5) COMP.
       01  WS-MC-N            PIC 9(5) COMP.
       01  WS-MC-MODE         PIC X(1) VALUE "B".
       01  WS-MC-I            PIC 9(5) COMP.
       01  WS-MC-J            PIC 9(5) COMP.
       01  WS-MC-SWAP         PIC 9(5) COMP.
       01  WS-MC-RANDOM       PIC V9(9) COMP-3.
      * Renglones del reporte.
       01  WS-STAT-LINE.
           05 STL-LABEL       PIC X(32).
           05 STL-VALUE       PIC -(4)9.9999.
       01  WS-GRID-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GRL-FRAC        PIC 9.99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 GRL-FINAL       PIC -(13)9.99.
           05 GRL-TOPE        PIC X(1).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 GRL-MAX-DD      PIC ZZ9.99.
           05 FILLER          PIC X(6) VALUE SPACES.
           05 GRL-RUIN-PCT    PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GRL-MARK        PIC X(12).
       01  WS-RPT-LINE.
           05 RPT-LABEL       PIC X(24).
           05 RPT-V05         PIC -(13)9.99.
           05 FILLER          PIC XX VALUE SPACES.
           05 RPT-V50         PIC -(13)9.99.
           05 FILLER          PIC XX VALUE SPACES.
           05 RPT-V95         PIC -(13)9.99.
       01  WS-EDIT-FRAC       PIC 9.99.
       01  WS-EDIT-PCT        PIC ZZ9.99.
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-NUMVAL-RC       PIC 9(3) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa SIZESTUDY iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CARGAR-RETORNOS
           CLOSE LEDGER-FILE
           IF WS-TRADE-COUNT < 2
               DISPLAY "ERROR: se necesitan al menos 2 operaciones"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEED NOT = 0
               COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           END-IF
           PERFORM 3000-ESTADISTICAS
           PERFORM 3500-OPTIMAL-F
           PERFORM 4000-GRILLA
           DISPLAY "[DEBUG] 4500-RIESGO-RUINA - " WS-RUNS
               " caminos bootstrap de " WS-TRADE-COUNT " operaciones"
           PERFORM 4500-RIESGO-RUINA
           PERFORM 5000-RECOMENDAR
           PERFORM 6000-ESCRIBIR-REPORTE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Argumentos como en MONTECARLO: el numérico pelado es el
      * capital inicial y el de ruta, el ledger.
       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               MOVE FUNCTION TEST-NUMVAL(WS-ARG1) TO WS-NUMVAL-RC
               EVALUATE TRUE
                   WHEN WS-ARG1(1:5) = "STEP="
                       MOVE "STEP" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "MAX="
                       MOVE "MAX" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "RUIN="
                       MOVE "RUIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "MAXRUIN="
                       MOVE "MAXRUIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "RUNS="
                       MOVE "RUNS" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "SEED="
                       MOVE "SEED" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-NUMVAL-RC = 0
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1 TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-LEDGER-PATH
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
           MOVE "STEP" TO PRM-NAME(1)
           MOVE "0.05" TO PRM-DEFAULT(1)
           MOVE "MAX" TO PRM-NAME(2)
           MOVE "1.00" TO PRM-DEFAULT(2)
           MOVE "RUIN" TO PRM-NAME(3)
           MOVE "50.00" TO PRM-DEFAULT(3)
           MOVE "MAXRUIN" TO PRM-NAME(4)
           MOVE "5.00" TO PRM-DEFAULT(4)
           MOVE "RUNS" TO PRM-NAME(5)
           MOVE "500" TO PRM-DEFAULT(5)
           MOVE "SEED" TO PRM-NAME(6)
           MOVE "0" TO PRM-DEFAULT(6)
           MOVE "CAPITAL" TO PRM-NAME(7)
           MOVE "10000.00" TO PRM-DEFAULT(7)
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
      * MAXRUIN=0 es válido (sin ruina tolerada); RUNS por encima
      * del tope de la tabla se recorta al tope.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 4)
                   OR ((WS-PARM-I = 1 OR 2)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 1)
                   OR ((WS-PARM-I = 3 OR 4)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
                   OR (WS-PARM-I = 5
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999)
                   OR (WS-PARM-I = 6
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999)
                   OR (WS-PARM-I = 7
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999.99)
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
           IF FUNCTION NUMVAL(PRM-VALUE(5)) > WS-MAX-RUNS
               MOVE "2000" TO PRM-VALUE(5)
           END-IF
           COMPUTE WS-STEP = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-GRID-MAX = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-RUIN-DD = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-MAX-RUIN = FUNCTION NUMVAL(PRM-VALUE(4))
           COMPUTE WS-RUNS = FUNCTION NUMVAL(PRM-VALUE(5))
           COMPUTE WS-SEED = FUNCTION NUMVAL(PRM-VALUE(6))
           COMPUTE WS-STARTING-CAPITAL = FUNCTION NUMVAL(PRM-VALUE(7)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Mismas filas de operación que MONTECARLO; el retorno es el
      * P&L sobre el nocional de entrada. Una fila sin nocional no
      * entra y se cuenta.
       2000-CARGAR-RETORNOS.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LED-TYPE NOT = "HALT "
                          AND LED-TYPE NOT = "SKIPS"
                          AND LED-TYPE NOT = "ADDLG"
                          AND LED-TYPE NOT = "ADDSH"
                          AND LED-TYPE NOT = "CORPA"
                          AND WS-TRADE-COUNT < WS-MAX-TRADES
                           PERFORM 2100-RETORNO-OPERACION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "[DEBUG] 2000-CARGAR-RETORNOS - " WS-TRADE-COUNT
               " operaciones cargadas, " WS-SKIP-COUNT " sin nocional"
           EXIT.

       2100-RETORNO-OPERACION.
           COMPUTE WS-NOTIONAL = LED-ENTRY * LED-SHARES
           IF WS-NOTIONAL = 0
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "WARNING: operación " LED-TRADE-NUM
                   " sin nocional de entrada, omitida"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           COMPUTE WS-RET-ENTRY(WS-TRADE-COUNT) ROUNDED =
               LED-PNL / WS-NOTIONAL
           EXIT.

      * Tasa de acierto, ganancia y pérdida medias, peor pérdida y
      * Kelly. Sin pérdidas en la muestra Kelly no tiene techo: se
      * toma 1 con aviso.
       3000-ESTADISTICAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRADE-COUNT
               EVALUATE TRUE
                   WHEN WS-RET-ENTRY(WS-I) > 0
                       ADD 1 TO WS-WIN-COUNT
                       ADD WS-RET-ENTRY(WS-I) TO WS-WIN-SUM
                   WHEN WS-RET-ENTRY(WS-I) < 0
                       ADD 1 TO WS-LOSS-COUNT
                       SUBTRACT WS-RET-ENTRY(WS-I) FROM WS-LOSS-SUM
                       IF 0 - WS-RET-ENTRY(WS-I) > WS-WORST-LOSS
                           COMPUTE WS-WORST-LOSS =
                               0 - WS-RET-ENTRY(WS-I)
                       END-IF
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-WIN-RATE ROUNDED =
               WS-WIN-COUNT / WS-TRADE-COUNT
           IF WS-WIN-COUNT > 0
               COMPUTE WS-AVG-WIN ROUNDED = WS-WIN-SUM / WS-WIN-COUNT
           END-IF
           IF WS-LOSS-COUNT > 0
               COMPUTE WS-AVG-LOSS ROUNDED =
                   WS-LOSS-SUM / WS-LOSS-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-WIN-COUNT = 0
                   MOVE -1 TO WS-KELLY
               WHEN WS-LOSS-COUNT = 0 OR WS-AVG-LOSS = 0
                   DISPLAY "WARNING: sin pérdidas en la muestra, "
                       "Kelly tomado como 1"
                   MOVE 1 TO WS-KELLY
               WHEN OTHER
                   COMPUTE WS-PAYOFF ROUNDED =
                       WS-AVG-WIN / WS-AVG-LOSS
                   COMPUTE WS-KELLY ROUNDED =
                       WS-WIN-RATE - (1 - WS-WIN-RATE) / WS-PAYOFF
           END-EVALUATE
           IF WS-KELLY NOT > 0
               MOVE "Y" TO WS-NO-EDGE
               MOVE 0 TO WS-KELLY-RISK
               MOVE 0 TO WS-HALF-RISK
               DISPLAY "WARNING: Kelly no positivo, la estrategia "
                   "no muestra ventaja"
               EXIT PARAGRAPH
           END-IF
      *    En RISK= de TRADER: la fracción del capital en posición
      *    con la que una pérdida media cuesta K del capital.
           IF WS-AVG-LOSS = 0
               MOVE 1 TO WS-RISK-WORK
           ELSE
               COMPUTE WS-RISK-WORK ROUNDED = WS-KELLY / WS-AVG-LOSS
           END-IF
           IF WS-RISK-WORK > 2
               MOVE 2 TO WS-RISK-WORK
           END-IF
           COMPUTE WS-HALF-RISK = WS-RISK-WORK / 2
           IF WS-RISK-WORK > 1
               MOVE 1 TO WS-RISK-WORK
           END-IF
           COMPUTE WS-KELLY-RISK = WS-RISK-WORK
           EXIT.

      * Optimal-f: barrido de f de 0.01 a 1.00 maximizando la suma
      * de logaritmos de los HPR (el log del TWR). Una f que lleva
      * algún HPR a cero o menos no cuenta. Sin pérdidas no hay peor
      * pérdida y optimal-f queda sin dato.
       3500-OPTIMAL-F.
           IF WS-WORST-LOSS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TRY-F FROM 0.01 BY 0.01
                   UNTIL WS-TRY-F > 1.00
               MOVE 0 TO WS-LOG-TWR
               MOVE "Y" TO WS-TWR-VALID
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TRADE-COUNT
                          OR WS-TWR-VALID = "N"
                   COMPUTE WS-HPR ROUNDED = 1 + WS-TRY-F
                       * WS-RET-ENTRY(WS-I) / WS-WORST-LOSS
                   IF WS-HPR NOT > 0
                       MOVE "N" TO WS-TWR-VALID
                   ELSE
                       COMPUTE WS-LOG-TWR ROUNDED =
                           WS-LOG-TWR + FUNCTION LOG(WS-HPR)
                   END-IF
               END-PERFORM
               IF WS-TWR-VALID = "Y"
                  AND (WS-OPTF-FLAG = "N"
                       OR WS-LOG-TWR > WS-BEST-LOG-TWR)
                   MOVE "Y" TO WS-OPTF-FLAG
                   MOVE WS-LOG-TWR TO WS-BEST-LOG-TWR
                   MOVE WS-TRY-F TO WS-OPTF
               END-IF
           END-PERFORM
      *    Ninguna f hace crecer el TWR: no hay optimal-f.
           IF WS-OPTF-FLAG = "Y" AND WS-BEST-LOG-TWR NOT > 0
               MOVE "X" TO WS-OPTF-FLAG
               MOVE 0 TO WS-OPTF
           END-IF
           IF WS-OPTF-FLAG = "Y"
               COMPUTE WS-RISK-WORK ROUNDED = WS-OPTF / WS-WORST-LOSS
               IF WS-RISK-WORK > 1
                   MOVE 1 TO WS-RISK-WORK
               END-IF
               COMPUTE WS-OPTF-RISK = WS-RISK-WORK
           END-IF
           EXIT.

      * Secuencia real en cada punto de la grilla.
       4000-GRILLA.
           MOVE 0 TO WS-GRID-COUNT
           MOVE WS-STEP TO WS-FRAC
           PERFORM UNTIL WS-FRAC > WS-GRID-MAX
                      OR WS-GRID-COUNT >= 100
               ADD 1 TO WS-GRID-COUNT
               MOVE WS-FRAC TO GR-FRAC(WS-GRID-COUNT)
               MOVE 0 TO GR-RUINS(WS-GRID-COUNT)
               ADD WS-STEP TO WS-FRAC
           END-PERFORM
           MOVE WS-TRADE-COUNT TO WS-MC-N
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRADE-COUNT
               MOVE WS-I TO WS-MC-PICK(WS-I)
           END-PERFORM
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               MOVE GR-FRAC(WS-G) TO WS-FRAC
               PERFORM 4100-REPRODUCIR
               MOVE WS-WEALTH TO GR-FINAL(WS-G)
               MOVE WS-TOPE-HIT TO GR-TOPE(WS-G)
               MOVE WS-MAX-DD TO GR-MAX-DD(WS-G)
           END-PERFORM
           EXIT.

      * Reproduce WS-MC-PICK(1..WS-MC-N) a la fracción WS-FRAC: cada
      * operación multiplica el capital por 1 + fracción * retorno.
      * El drawdown sale de la relación contra el pico, así no
      * depende del capital en sí; el capital final se topea en
      * WS-WEALTH-TOPE (marca "*"). Un HPR cero o negativo es
      * quiebra: capital cero y drawdown 100.
       4100-REPRODUCIR.
           MOVE WS-STARTING-CAPITAL TO WS-WEALTH
           MOVE 1 TO WS-REL
           MOVE 0 TO WS-MAX-DD
           MOVE " " TO WS-TOPE-HIT
           MOVE "N" TO WS-WIPED
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MC-N OR WS-WIPED = "Y"
               COMPUTE WS-HPR ROUNDED = 1 + WS-FRAC
                   * WS-RET-ENTRY(WS-MC-PICK(WS-I))
               IF WS-HPR NOT > 0
                   MOVE "Y" TO WS-WIPED
                   MOVE 0 TO WS-WEALTH
                   MOVE 100 TO WS-MAX-DD
               ELSE
                   COMPUTE WS-NEXT-WEALTH ROUNDED =
                       WS-WEALTH * WS-HPR
                   IF WS-NEXT-WEALTH > WS-WEALTH-TOPE
                       MOVE WS-WEALTH-TOPE TO WS-WEALTH
                       MOVE "*" TO WS-TOPE-HIT
                   ELSE
                       MOVE WS-NEXT-WEALTH TO WS-WEALTH
                   END-IF
                   COMPUTE WS-REL ROUNDED = WS-REL * WS-HPR
                   IF WS-REL > 1
                       MOVE 1 TO WS-REL
                   END-IF
                   COMPUTE WS-DD ROUNDED = 100 * (1 - WS-REL)
                   IF WS-DD > WS-MAX-DD
                       MOVE WS-DD TO WS-MAX-DD
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Riesgo de ruina por punto de la grilla: los mismos caminos
      * bootstrap para todas las fracciones, así la comparación
      * entre puntos no depende del azar de cada uno.
       4500-RIESGO-RUINA.
           MOVE "B" TO WS-MC-MODE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUNS
               PERFORM 4900-REMUESTREAR
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-GRID-COUNT
                   MOVE GR-FRAC(WS-G) TO WS-FRAC
                   PERFORM 4100-REPRODUCIR
                   IF WS-MAX-DD >= WS-RUIN-DD
                       ADD 1 TO GR-RUINS(WS-G)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               COMPUTE GR-RUIN-PCT(WS-G) ROUNDED =
                   100 * GR-RUINS(WS-G) / WS-RUNS
           END-PERFORM
           EXIT.

       4900-REMUESTREAR.
           COPY WS-MC-RESAMPLE.

      * Medio Kelly en centésimos (lo que admite RISK=); si su
      * riesgo de ruina pasa MAXRUIN=, el mayor punto de la grilla
      * por debajo que lo respeta.
       5000-RECOMENDAR.
           IF WS-NO-EDGE = "Y"
               MOVE 2 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALF-RISK TO WS-RECOMMENDED
           IF WS-RECOMMENDED < 0.01
               MOVE 0.01 TO WS-RECOMMENDED
           END-IF
           PERFORM 5500-BANDAS
           IF WS-BAND-RUIN-PCT <= WS-MAX-RUIN
               SET WS-RECO-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECOMMENDED TO WS-EDIT-FRAC
           DISPLAY "WARNING: medio Kelly " WS-EDIT-FRAC
               " con riesgo de ruina sobre MAXRUIN="
           MOVE 0 TO WS-FRAC
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               IF GR-FRAC(WS-G) < WS-RECOMMENDED
                  AND GR-RUIN-PCT(WS-G) <= WS-MAX-RUIN
                   MOVE GR-FRAC(WS-G) TO WS-FRAC
               END-IF
           END-PERFORM
           IF WS-FRAC = 0
               DISPLAY "WARNING: ninguna fracción de la grilla "
                   "respeta MAXRUIN=, sin recomendación"
               MOVE 2 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FRAC TO WS-RECOMMENDED
           PERFORM 5500-BANDAS
           SET WS-RECO-OK TO TRUE
           EXIT.

      * Bandas bootstrap en WS-RECOMMENDED: capital final y drawdown
      * máximo por camino, ordenados por intercambio y leídos en
      * los percentiles 5, 50 y 95 como en MONTECARLO.
       5500-BANDAS.
           MOVE "B" TO WS-MC-MODE
           MOVE 0 TO WS-BAND-RUINS
           MOVE WS-RECOMMENDED TO WS-FRAC
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUNS
               PERFORM 4900-REMUESTREAR
               PERFORM 4100-REPRODUCIR
               MOVE WS-WEALTH TO WS-FINAL-ENTRY(WS-R)
               MOVE WS-MAX-DD TO WS-DD-ENTRY(WS-R)
               IF WS-MAX-DD >= WS-RUIN-DD
                   ADD 1 TO WS-BAND-RUINS
               END-IF
           END-PERFORM
           COMPUTE WS-BAND-RUIN-PCT ROUNDED =
               100 * WS-BAND-RUINS / WS-RUNS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-RUNS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-RUNS - WS-I
                   IF WS-FINAL-ENTRY(WS-J) > WS-FINAL-ENTRY(WS-J + 1)
                       MOVE WS-FINAL-ENTRY(WS-J) TO WS-SWAP-FINAL
                       MOVE WS-FINAL-ENTRY(WS-J + 1)
                           TO WS-FINAL-ENTRY(WS-J)
                       MOVE WS-SWAP-FINAL TO WS-FINAL-ENTRY(WS-J + 1)
                   END-IF
                   IF WS-DD-ENTRY(WS-J) > WS-DD-ENTRY(WS-J + 1)
                       MOVE WS-DD-ENTRY(WS-J) TO WS-SWAP-DD
                       MOVE WS-DD-ENTRY(WS-J + 1)
                           TO WS-DD-ENTRY(WS-J)
                       MOVE WS-SWAP-DD TO WS-DD-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-P05 = (WS-RUNS * 5 / 100) + 1
           COMPUTE WS-P50 = (WS-RUNS * 50 / 100)
           COMPUTE WS-P95 = (WS-RUNS * 95 / 100)
           IF WS-P05 > WS-RUNS
               MOVE WS-RUNS TO WS-P05
           END-IF
           IF WS-P50 < 1
               MOVE 1 TO WS-P50
           END-IF
           IF WS-P95 < 1
               MOVE 1 TO WS-P95
           END-IF
           EXIT.

       6000-ESCRIBIR-REPORTE.
           OPEN OUTPUT SZ-OUT-FILE
           MOVE SPACES TO SZ-LINE
           MOVE WS-TRADE-COUNT TO WS-EDIT-COUNT
           STRING "ESTUDIO DE TAMANO DE POSICION - "
               FUNCTION TRIM(WS-EDIT-COUNT) " OPERACIONES"
               DELIMITED BY SIZE INTO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE "TASA DE ACIERTO" TO STL-LABEL
           MOVE WS-WIN-RATE TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "GANANCIA MEDIA (RETORNO)" TO STL-LABEL
           MOVE WS-AVG-WIN TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "PERDIDA MEDIA (RETORNO)" TO STL-LABEL
           MOVE WS-AVG-LOSS TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "PEOR PERDIDA (RETORNO)" TO STL-LABEL
           MOVE WS-WORST-LOSS TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "KELLY (FRACCION A PERDER)" TO STL-LABEL
           MOVE WS-KELLY TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "KELLY EN RISK=" TO STL-LABEL
           MOVE WS-KELLY-RISK TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           MOVE "MEDIO KELLY EN RISK=" TO STL-LABEL
           MOVE WS-HALF-RISK TO STL-VALUE
           PERFORM 6800-EMITIR-DATO
           IF WS-OPTF-FLAG = "Y"
               MOVE "OPTIMAL-F (VINCE)" TO STL-LABEL
               MOVE WS-OPTF TO STL-VALUE
               PERFORM 6800-EMITIR-DATO
               MOVE "OPTIMAL-F EN RISK=" TO STL-LABEL
               MOVE WS-OPTF-RISK TO STL-VALUE
               PERFORM 6800-EMITIR-DATO
           END-IF
           IF WS-OPTF-FLAG = "N"
               MOVE "OPTIMAL-F (VINCE)               SIN PERDIDAS"
                   TO SZ-LINE
               PERFORM 6900-EMITIR
           END-IF
           IF WS-OPTF-FLAG = "X"
               MOVE "OPTIMAL-F (VINCE)               SIN CRECIMIENTO"
                   TO SZ-LINE
               PERFORM 6900-EMITIR
           END-IF
           MOVE SPACES TO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE WS-RUIN-DD TO WS-EDIT-PCT
           STRING "FRACCION     CAPITAL FINAL     DD MAXIMO %  "
               "RUINA % (DD >= " FUNCTION TRIM(WS-EDIT-PCT) ")"
               DELIMITED BY SIZE INTO SZ-LINE
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               MOVE GR-FRAC(WS-G) TO GRL-FRAC
               MOVE GR-FINAL(WS-G) TO GRL-FINAL
               MOVE GR-TOPE(WS-G) TO GRL-TOPE
               MOVE GR-MAX-DD(WS-G) TO GRL-MAX-DD
               MOVE GR-RUIN-PCT(WS-G) TO GRL-RUIN-PCT
               MOVE SPACES TO GRL-MARK
               IF WS-RECO-OK AND GR-FRAC(WS-G) = WS-RECOMMENDED
                   MOVE "<RECOMENDADO" TO GRL-MARK
               END-IF
               MOVE WS-GRID-LINE TO SZ-LINE
               PERFORM 6900-EMITIR
           END-PERFORM
           MOVE SPACES TO SZ-LINE
           PERFORM 6900-EMITIR
           IF WS-RECO-OK
               PERFORM 6100-ESCRIBIR-BANDAS
           END-IF
           MOVE SPACES TO SZ-LINE
           EVALUATE TRUE
               WHEN WS-RECO-OK
                   MOVE WS-RECOMMENDED TO WS-EDIT-FRAC
                   STRING "RECOMENDADO RISK=" WS-EDIT-FRAC
                       DELIMITED BY SIZE INTO SZ-LINE
               WHEN WS-NO-EDGE = "Y"
                   STRING "SIN RECOMENDACION: LA ESTRATEGIA NO "
                       "MUESTRA VENTAJA"
                       DELIMITED BY SIZE INTO SZ-LINE
               WHEN OTHER
                   STRING "SIN RECOMENDACION: NINGUNA FRACCION "
                       "RESPETA MAXRUIN="
                       DELIMITED BY SIZE INTO SZ-LINE
           END-EVALUATE
           PERFORM 6900-EMITIR
           CLOSE SZ-OUT-FILE
           EXIT.

       6100-ESCRIBIR-BANDAS.
           MOVE SPACES TO SZ-LINE
           MOVE WS-RECOMMENDED TO WS-EDIT-FRAC
           MOVE WS-RUNS TO WS-EDIT-COUNT
           STRING "BANDAS EN RISK=" WS-EDIT-FRAC " ("
               FUNCTION TRIM(WS-EDIT-COUNT) " CAMINOS BOOTSTRAP)"
               DELIMITED BY SIZE INTO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE SPACES TO SZ-LINE
           STRING "CONCEPTO                           P05"
               "               P50               P95"
               DELIMITED BY SIZE INTO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE SPACES TO WS-RPT-LINE
           MOVE "CAPITAL FINAL" TO RPT-LABEL
           MOVE WS-FINAL-ENTRY(WS-P05) TO RPT-V05
           MOVE WS-FINAL-ENTRY(WS-P50) TO RPT-V50
           MOVE WS-FINAL-ENTRY(WS-P95) TO RPT-V95
           MOVE WS-RPT-LINE TO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE SPACES TO WS-RPT-LINE
           MOVE "DRAWDOWN MAXIMO %" TO RPT-LABEL
           MOVE WS-DD-ENTRY(WS-P05) TO RPT-V05
           MOVE WS-DD-ENTRY(WS-P50) TO RPT-V50
           MOVE WS-DD-ENTRY(WS-P95) TO RPT-V95
           MOVE WS-RPT-LINE TO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE SPACES TO SZ-LINE
           MOVE WS-BAND-RUIN-PCT TO WS-EDIT-PCT
           STRING "PROBABILIDAD DE RUINA: " WS-EDIT-PCT " %"
               DELIMITED BY SIZE INTO SZ-LINE
           PERFORM 6900-EMITIR
           MOVE SPACES TO SZ-LINE
           PERFORM 6900-EMITIR
           EXIT.

       6800-EMITIR-DATO.
           MOVE WS-STAT-LINE TO SZ-LINE
           PERFORM 6900-EMITIR
           EXIT.

       6900-EMITIR.
           WRITE SZ-OUT-RECORD
           DISPLAY SZ-LINE
           MOVE SPACES TO SZ-LINE
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
           MOVE WS-TRADE-COUNT TO WS-AUDIT-COUNT
           MOVE WS-SKIP-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
                   MOVE "ERROR: Ledger no encontrado" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-LEDGER-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
