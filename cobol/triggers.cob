       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIGGERS.
      * Utilidad: Niveles de disparo de los votos para la próxima
      *           rueda
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Para cada voto que entra al puntaje de STRATEGY, resuelve el
      * cierre de mañana que lo da vuelta, partiendo del estado que
      * dejan los indicadores:
      *   MACD       cruce de la línea MACD con su señal (el signo
      *              del histograma es el voto), desde macd_state.dat
      *   RSI        cruce de 70 (sobrecompra, vota -1) y de 30
      *              (sobreventa, vota +1), desde rsi_state.dat
      *   BOLLINGER  cierre fuera de la banda superior (+1) o
      *              inferior (-1) de mañana - las bandas se mueven
      *              con el propio cierre, así que el nivel se busca
      *              por bisección sobre las últimas ruedas de la
      *              serie; las bandas vigentes salen del último
      *              renglón de bollinger_output.dat
      *   EMA        cruce del cierre con la EMA, desde ema_state.dat
      *              (no vota; va como referencia de tendencia)
      * Un estado ausente, o que no corresponde a la última barra de
      * la serie (corrida no incremental), se reconstruye desde la
      * serie con la misma recurrencia del indicador, y la hoja lo
      * dice.
      * Para cada nivel: distancia al último cierre en % y en ATRs
      * (último renglón de atr_output.dat; sin ATR la columna va en
      * blanco), el voto antes y después, y el puntaje ponderado
      * de STRATEGY con ese cierre bajo el perfil activo (PROFILE=,
      * pesos y umbral de strategy_profiles.dat): MACD, RSI y
      * BOLLINGER se reevalúan con el cierre del nivel y el voto de
      * STOCHASTIC se toma del día en signal_history.dat. La
      * compuerta ADX y los vetos semanales y de amplitud de
      * STRATEGY no se aplican: el puntaje es el voto crudo.
      * Salidas: triggers_output.dat (un renglón por nivel) y la
      * hoja triggers_report.dat, encabezada con el símbolo de la
      * corrida (TRADE_RUN_SYMBOL, como la bitácora).
      * Parámetros: archivo de precios (omisión prices.dat),
      *   RSI=n        período del RSI (14)
      *   BOLL=n.nn    multiplicador de Bollinger (2.00)
      *   EMA=n        período de la EMA (20)
      *   PROFILE=nom  perfil de STRATEGY (DEFAULT)
      *   ATR=ruta     salida de ATR (omisión atr_output.dat)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT MACD-STATE-FILE ASSIGN TO "macd_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-FS.
           SELECT RSI-STATE-FILE ASSIGN TO "rsi_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FS.
           SELECT EMA-STATE-FILE ASSIGN TO "ema_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-FS.
           SELECT BOLL-IN-FILE ASSIGN TO "bollinger_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLL-FS.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT SIGNAL-HIST-FILE ASSIGN TO "signal_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT PROFILE-FILE ASSIGN TO "strategy_profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FS.
           SELECT TRG-OUT-FILE ASSIGN TO "triggers_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT RPT-OUT-FILE ASSIGN TO "triggers_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
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
       01  FD-PRICE-RECORD.
           05 FD-PRICE-RAW      PIC X(12).
      * Mismo formato que STATE-RECORD de MACD.
       FD  MACD-STATE-FILE.
       01  MACD-STATE-RECORD.
           05 MST-COUNT       PIC 9(5).
           05 FILLER          PIC X.
           05 MST-EMA-FAST    PIC 9(7)V99.
           05 FILLER          PIC X.
           05 MST-EMA-SLOW    PIC 9(7)V99.
           05 FILLER          PIC X.
           05 MST-EMA-SIGNAL  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 MST-PREV-STATE  PIC X(1).
      * Mismo formato que STATE-RECORD de RSI.
       FD  RSI-STATE-FILE.
       01  RSI-STATE-RECORD.
           05 RST-COUNT       PIC 9(5).
           05 FILLER          PIC X.
           05 RST-AVG-GAIN    PIC 9(7)V99.
           05 FILLER          PIC X.
           05 RST-AVG-LOSS    PIC 9(7)V99.
      * Mismo formato que STATE-RECORD de EMA.
       FD  EMA-STATE-FILE.
       01  EMA-STATE-RECORD.
           05 EST-COUNT       PIC 9(5).
           05 FILLER          PIC X.
           05 EST-EMA         PIC 9(7)V99.
      * Mismo formato que BOLL-OUT-RECORD de BOLLINGER.
       FD  BOLL-IN-FILE.
       01  BOLL-IN-RECORD.
           05 BI-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 BI-UPPER        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 BI-LOWER        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 BI-PCT-B        PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 BI-BANDWIDTH    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 BI-SQUEEZE      PIC X(7).
      * Mismo formato que ATR-OUT-RECORD de ATR (solo la columna
      * del ATR).
       FD  ATR-IN-FILE.
       01  ATR-IN-RECORD.
           05 AI-ATR          PIC 9(7)V9(4).
           05 FILLER          PIC X(60).
      * Mismo formato que SIGNAL-HIST-RECORD de los indicadores.
       FD  SIGNAL-HIST-FILE.
       01  SIGNAL-HIST-RECORD.
           05 SH-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 SH-INDICATOR    PIC X(10).
           05 FILLER          PIC X.
           05 SH-VOTE         PIC S9(1).
           05 FILLER          PIC X.
           05 SH-PRICE        PIC 9(7)V9(4).
      * Mismo formato que PROFILE-RECORD de STRATEGY.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 PRF-NAME        PIC X(12).
           05 FILLER          PIC X.
           05 PRF-W-MACD-RAW  PIC X(4).
           05 FILLER          PIC X.
           05 PRF-W-RSI-RAW   PIC X(4).
           05 FILLER          PIC X.
           05 PRF-W-BOLL-RAW  PIC X(4).
           05 FILLER          PIC X.
           05 PRF-W-STOCH-RAW PIC X(4).
           05 FILLER          PIC X.
           05 PRF-THRESH-RAW  PIC X(4).
           05 FILLER          PIC X.
           05 PRF-SEL-PROFILE PIC X(12).
      * Un renglón por nivel: indicador, disparo, estado (S resuelto,
      * N sin nivel alcanzable), nivel, distancia en % y en ATRs
      * (blanco sin ATR), voto actual y con el nivel, puntaje con el
      * nivel y la decisión que daría STRATEGY.
       FD  TRG-OUT-FILE.
       01  TRG-OUT-RECORD.
           05 TO-INDICATOR    PIC X(10).
           05 FILLER          PIC X.
           05 TO-TRIGGER      PIC X(10).
           05 FILLER          PIC X.
           05 TO-STATUS       PIC X(1).
           05 FILLER          PIC X.
           05 TO-LEVEL        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 TO-DIST-PCT     PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 TO-DIST-ATR     PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 TO-DIST-ATR-X REDEFINES TO-DIST-ATR PIC X(6).
           05 FILLER          PIC X.
           05 TO-VOTE-NOW     PIC S9(1) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 TO-VOTE-AFTER   PIC S9(1) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 TO-SCORE        PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 TO-DECISION     PIC X(4).
       FD  RPT-OUT-FILE.
       01  RPT-OUT-RECORD.
           05 RPT-LINE        PIC X(100).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "TRIGGERS".
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
           05 WS-PARM-ENTRY OCCURS 4 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 4.
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
           88  WS-PRICES-OK      VALUE "00".
           88  WS-PRICES-EOF     VALUE "10".
       01  WS-MST-FS         PIC XX.
       01  WS-RST-FS         PIC XX.
       01  WS-EST-FS         PIC XX.
       01  WS-BOLL-FS        PIC XX.
           88  WS-BOLL-OK        VALUE "00".
           88  WS-BOLL-EOF       VALUE "10".
       01  WS-ATR-FS         PIC XX.
           88  WS-ATR-OK         VALUE "00".
           88  WS-ATR-EOF        VALUE "10".
       01  WS-HIST-FS        PIC XX.
           88  WS-HIST-OK        VALUE "00".
           88  WS-HIST-EOF       VALUE "10".
       01  WS-PRF-FS         PIC XX.
           88  WS-PRF-OK         VALUE "00".
           88  WS-PRF-EOF        VALUE "10".
       01  WS-OUT-FS         PIC XX.
       01  WS-RPT-FS         PIC XX.
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-ATR-PATH       PIC X(200).
       01  WS-SYMBOL         PIC X(10) VALUE SPACES.
       01  WS-PRICES-TABLE.
           05 WS-PRICE-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-PRICE-IDX.
              10 WS-PRICE-COMP3  PIC 9(7)V9(4) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-NUMVAL-TEMP    PIC S9(7)V9(4) COMP-3.
       01  WS-I              PIC 9(4) COMP.
       01  WS-J              PIC 9(4) COMP.
       01  WS-LAST           PIC 9(7)V9(4) COMP-3.
      * Perfil de STRATEGY (mismos valores por omisión).
       01  WS-PROFILE-NAME   PIC X(12) VALUE "DEFAULT".
       01  WS-PRF-FOUND      PIC X(1) VALUE "N".
       01  WS-W-MACD         PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-W-RSI          PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-W-BOLL         PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-W-STOCH        PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-THRESHOLD      PIC 9V99 COMP-3 VALUE 0.50.
      * MACD: mismos períodos, alfas y precisión que MACD.
       01  WS-FAST           PIC 9(2)V99 COMP-3 VALUE 12.
       01  WS-SLOW           PIC 9(2)V99 COMP-3 VALUE 26.
       01  WS-SIGNAL         PIC 9(2)V99 COMP-3 VALUE 9.
       01  WS-ALPHA-FAST     PIC V9(4) COMP-3.
       01  WS-ALPHA-SLOW     PIC V9(4) COMP-3.
       01  WS-ALPHA-SIGNAL   PIC V9(4) COMP-3.
       01  WS-EMA-FAST       PIC 9(7)V99 COMP-3.
       01  WS-EMA-SLOW       PIC 9(7)V99 COMP-3.
       01  WS-MACD-LINE      PIC S9(7)V99 COMP-3.
       01  WS-EMA-SIGNAL     PIC S9(7)V99 COMP-3.
       01  WS-KEEP-FAST      PIC 9V9(4) COMP-3.
       01  WS-KEEP-SLOW      PIC 9V9(4) COMP-3.
       01  WS-PART-FAST      PIC S9(9)V9(6) COMP-3.
       01  WS-PART-SLOW      PIC S9(9)V9(6) COMP-3.
       01  WS-TEMP1          PIC 9(7)V99 COMP-3.
       01  WS-TEMP2          PIC 9(7)V99 COMP-3.
       01  WS-MACD-SRC       PIC X(6).
      * RSI: promedios de Wilder como los deja RSI.
       01  WS-RSI-PERIOD     PIC 9(2) COMP-3 VALUE 14.
       01  WS-PERIOD-LESS-1  PIC 9(2) COMP-3.
       01  WS-AVG-GAIN       PIC 9(7)V99 COMP-3.
       01  WS-AVG-LOSS       PIC 9(7)V99 COMP-3.
       01  WS-CHANGE         PIC S9(7)V9(4) COMP-3.
       01  WS-DIFF           PIC 9(7)V9(4) COMP-3.
       01  WS-GAIN           PIC 9(7)V99 COMP-3.
       01  WS-LOSS           PIC 9(7)V99 COMP-3.
       01  WS-RSI-NOW        PIC 9(3)V99 COMP-3.
       01  WS-RSI-SRC        PIC X(6).
       01  WS-RSI-LEVEL      PIC 9(3)V99 COMP-3.
       01  WS-RS-TARGET      PIC 9(3)V9(6) COMP-3.
      * EMA.
       01  WS-EMA-PERIOD     PIC 9(3)V99 COMP-3 VALUE 20.
       01  WS-ALPHA          PIC V9(4) COMP-3.
       01  WS-EMA            PIC 9(7)V99 COMP-3.
       01  WS-EMA-SRC        PIC X(6).
      * Bollinger.
       01  WS-BOLL-PERIOD    PIC 9(2) COMP-3 VALUE 20.
       01  WS-WIN-N          PIC 9(2) COMP-3.
       01  WS-MULTIPLIER     PIC 9V99 COMP-3 VALUE 2.00.
       01  WS-BOLL-UPPER     PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-BOLL-LOWER     PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-BOLL-PCT-B     PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-BOLL-SRC       PIC X(6).
       01  WS-WIN-START      PIC 9(4) COMP.
       01  WS-SUM            PIC 9(11)V9(6) COMP-3.
       01  WS-SUMSQ          PIC 9(15)V9(6) COMP-3.
       01  WS-MEAN           PIC 9(9)V9(6) COMP-3.
       01  WS-VARIANCE       PIC 9(13)V9(6) COMP-3.
       01  WS-STD-DEV        PIC 9(9)V9(6) COMP-3.
       01  WS-BAND-UP        PIC S9(9)V9(6) COMP-3.
       01  WS-BAND-DN        PIC S9(9)V9(6) COMP-3.
       01  WS-GAP            PIC S9(9)V9(6) COMP-3.
       01  WS-LO             PIC S9(9)V9(6) COMP-3.
       01  WS-HI             PIC S9(9)V9(6) COMP-3.
       01  WS-MID            PIC S9(9)V9(6) COMP-3.
       01  WS-STEP           PIC S9(9)V9(6) COMP-3.
       01  WS-ITER           PIC 9(3) COMP.
       01  WS-SIDE           PIC X(1).
      * Cierre candidato y sus votos.
       01  WS-CAND           PIC S9(9)V9(6) COMP-3.
       01  WS-V-MACD         PIC S9(1) COMP-3.
       01  WS-V-RSI          PIC S9(1) COMP-3.
       01  WS-V-BOLL         PIC S9(1) COMP-3.
       01  WS-V-STOCH        PIC S9(1) COMP-3 VALUE 0.
       01  WS-C-MACD-LINE    PIC S9(9)V9(6) COMP-3.
       01  WS-C-GAIN         PIC 9(9)V9(6) COMP-3.
       01  WS-C-LOSS         PIC 9(9)V9(6) COMP-3.
       01  WS-C-RSI          PIC 9(3)V9(4) COMP-3.
       01  WS-C-RS           PIC 9(9)V9(6) COMP-3.
       01  WS-SCORE          PIC S9(3)V99 COMP-3.
       01  WS-DECISION       PIC X(4).
      * Votos y puntaje con el último cierre.
       01  WS-NOW-MACD       PIC S9(1) COMP-3.
       01  WS-NOW-RSI        PIC S9(1) COMP-3.
       01  WS-NOW-BOLL       PIC S9(1) COMP-3.
       01  WS-NOW-SCORE      PIC S9(3)V99 COMP-3.
       01  WS-NOW-DECISION   PIC X(4).
      * El nivel en proceso.
       01  WS-T-INDICATOR    PIC X(10).
       01  WS-T-TRIGGER      PIC X(10).
       01  WS-T-STATUS       PIC X(1).
       01  WS-T-LEVEL        PIC S9(9)V9(6) COMP-3.
       01  WS-T-VOTE-NOW     PIC S9(1) COMP-3.
       01  WS-T-VOTE-AFTER   PIC S9(1) COMP-3.
       01  WS-T-DIST-PCT     PIC S9(5)V99 COMP-3.
       01  WS-T-DIST-ATR     PIC S9(5)V99 COMP-3.
       01  WS-NUDGE          PIC S9(9)V9(6) COMP-3.
       01  WS-ATR            PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-LEVEL-COUNT    PIC 9(3) COMP VALUE 0.
       01  WS-NO-LEVEL       PIC 9(3) COMP VALUE 0.
       01  WS-NUM            PIC S9(9)V9(6) COMP-3.
       01  WS-DEN            PIC S9(3)V9(6) COMP-3.
      * Renglones de la hoja.
       01  WS-RPT-DETAIL.
           05 RD-INDICATOR    PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RD-TRIGGER      PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RD-LEVEL        PIC Z(6)9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-DIST-PCT     PIC +ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-DIST-ATR     PIC +ZZ9.99.
           05 RD-DIST-ATR-X REDEFINES RD-DIST-ATR PIC X(7).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RD-VOTE-NOW     PIC +9.
           05 FILLER          PIC X(4) VALUE " -> ".
           05 RD-VOTE-AFTER   PIC +9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RD-SCORE        PIC +9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-DECISION     PIC X(4).
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-ATR       PIC Z(6)9.9999.
       01  WS-EDIT-RSI       PIC ZZ9.99.
       01  WS-EDIT-PCTB      PIC -ZZZ9.99.
       01  WS-EDIT-SCORE     PIC +9.99.
       01  WS-EDIT-VOTE      PIC +9.
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa TRIGGERS iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-LEER-PRECIOS
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-COUNT < WS-BOLL-PERIOD
              OR WS-COUNT <= WS-RSI-PERIOD
               DISPLAY "ERROR: serie demasiado corta (" WS-COUNT
                   " barras) para resolver los niveles"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRICE-COMP3(WS-COUNT) TO WS-LAST
           ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM 1100-CARGAR-PERFIL
           PERFORM 1200-ESTADO-MACD
           PERFORM 1300-ESTADO-RSI
           PERFORM 1400-ESTADO-EMA
           PERFORM 1500-BANDAS-VIGENTES
           PERFORM 1600-LEER-ATR
           PERFORM 1700-LEER-ESTOCASTICO
           MOVE WS-LAST TO WS-CAND
           PERFORM 4000-VOTOS-CANDIDATO
           MOVE WS-V-MACD TO WS-NOW-MACD
           MOVE WS-V-RSI TO WS-NOW-RSI
      *    El voto de Bollinger vigente es el de la banda publicada.
           EVALUATE TRUE
               WHEN WS-BOLL-PCT-B > 100
                   MOVE 1 TO WS-NOW-BOLL
               WHEN WS-BOLL-PCT-B < 0
                   MOVE -1 TO WS-NOW-BOLL
               WHEN OTHER
                   MOVE 0 TO WS-NOW-BOLL
           END-EVALUATE
           MOVE WS-NOW-BOLL TO WS-V-BOLL
           PERFORM 4100-PUNTAJE
           MOVE WS-SCORE TO WS-NOW-SCORE
           MOVE WS-DECISION TO WS-NOW-DECISION
           OPEN OUTPUT TRG-OUT-FILE
           OPEN OUTPUT RPT-OUT-FILE
           PERFORM 3000-ENCABEZADO
           PERFORM 3100-NIVEL-MACD
           PERFORM 3200-NIVELES-RSI
           PERFORM 3300-NIVELES-BOLLINGER
           PERFORM 3400-NIVEL-EMA
           CLOSE TRG-OUT-FILE
           CLOSE RPT-OUT-FILE
           PERFORM 8900-TOTALES-SALIDA
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE "atr_output.dat" TO WS-ATR-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:4) = "RSI="
                       MOVE "RSI" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "BOLL="
                       MOVE "BOLL" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "EMA="
                       MOVE "EMA" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "PROFILE="
                       MOVE "PROFILE" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:12) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "ATR="
                       MOVE WS-ARG1(5:) TO WS-ATR-PATH
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
           MOVE "RSI" TO PRM-NAME(1)
           MOVE "14" TO PRM-DEFAULT(1)
           MOVE "BOLL" TO PRM-NAME(2)
           MOVE "2.00" TO PRM-DEFAULT(2)
           MOVE "EMA" TO PRM-NAME(3)
           MOVE "20" TO PRM-DEFAULT(3)
           MOVE "PROFILE" TO PRM-NAME(4)
           MOVE "DEFAULT" TO PRM-DEFAULT(4)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un período
      * o multiplicador no numérico, negativo o fuera del rango que
      * acepta el programa (RSI 2-99, BOLL mayor que 0 y menor que 10,
      * EMA 2-999), venga del registro o del PARM, se avisa y rige el
      * valor por omisión, que es el que queda registrado. PROFILE es
      * un nombre: en blanco rige DEFAULT.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 3
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
                   OR (WS-PARM-I = 1
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99))
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
                   OR (WS-PARM-I = 3
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999))
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
           IF PRM-VALUE(4) = SPACES
               MOVE PRM-DEFAULT(4) TO PRM-VALUE(4)
               MOVE "DEF " TO PRM-SOURCE(4)
               MOVE SPACES TO PRM-SCOPE(4)
               MOVE 0 TO PRM-VERSION(4)
           END-IF
           COMPUTE WS-RSI-PERIOD = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-MULTIPLIER = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-EMA-PERIOD = FUNCTION NUMVAL(PRM-VALUE(3))
           MOVE PRM-VALUE(4) TO WS-PROFILE-NAME.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin archivo de perfiles, o sin el perfil pedido, quedan los
      * pesos por omisión de STRATEGY (con aviso: la hoja es de
      * consulta, no decide nada).
       1100-CARGAR-PERFIL.
           IF WS-PROFILE-NAME = "DEFAULT"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILE-FILE
           IF NOT WS-PRF-OK
               DISPLAY "WARNING: strategy_profiles.dat ilegible, "
                   "pesos por omisión"
               MOVE "DEFAULT" TO WS-PROFILE-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRF-EOF OR WS-PRF-FOUND = "Y"
               READ PROFILE-FILE
                   AT END
                       SET WS-PRF-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(PRF-NAME) =
                               FUNCTION TRIM(WS-PROFILE-NAME)
                           MOVE "Y" TO WS-PRF-FOUND
                           PERFORM 1150-APLICAR-PERFIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           IF WS-PRF-FOUND NOT = "Y"
               DISPLAY "WARNING: perfil no encontrado: "
                   FUNCTION TRIM(WS-PROFILE-NAME)
                   ", pesos por omisión"
               MOVE "DEFAULT" TO WS-PROFILE-NAME
           END-IF
           EXIT.

       1150-APLICAR-PERFIL.
           IF FUNCTION TEST-NUMVAL(PRF-W-MACD-RAW) = 0
               COMPUTE WS-W-MACD = FUNCTION NUMVAL(PRF-W-MACD-RAW)
           END-IF
           IF FUNCTION TEST-NUMVAL(PRF-W-RSI-RAW) = 0
               COMPUTE WS-W-RSI = FUNCTION NUMVAL(PRF-W-RSI-RAW)
           END-IF
           IF FUNCTION TEST-NUMVAL(PRF-W-BOLL-RAW) = 0
               COMPUTE WS-W-BOLL = FUNCTION NUMVAL(PRF-W-BOLL-RAW)
           END-IF
           IF FUNCTION TEST-NUMVAL(PRF-W-STOCH-RAW) = 0
               COMPUTE WS-W-STOCH = FUNCTION NUMVAL(PRF-W-STOCH-RAW)
           END-IF
           IF FUNCTION TEST-NUMVAL(PRF-THRESH-RAW) = 0
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(PRF-THRESH-RAW)
           END-IF
           EXIT.

      * El estado vale solo si corresponde a la última barra de la
      * serie; si no, la misma recurrencia de MACD (semilla en el
      * primer precio) sobre la serie completa.
       1200-ESTADO-MACD.
           COMPUTE WS-ALPHA-FAST = 2 / (WS-FAST + 1)
           COMPUTE WS-ALPHA-SLOW = 2 / (WS-SLOW + 1)
           COMPUTE WS-ALPHA-SIGNAL = 2 / (WS-SIGNAL + 1)
           MOVE "SERIE" TO WS-MACD-SRC
           OPEN INPUT MACD-STATE-FILE
           IF WS-MST-FS = "00"
               READ MACD-STATE-FILE
                   NOT AT END
                       IF MST-COUNT NUMERIC
                          AND MST-COUNT = WS-COUNT
                           MOVE MST-EMA-FAST TO WS-EMA-FAST
                           MOVE MST-EMA-SLOW TO WS-EMA-SLOW
                           MOVE MST-EMA-SIGNAL TO WS-EMA-SIGNAL
                           MOVE "ESTADO" TO WS-MACD-SRC
                       END-IF
               END-READ
               CLOSE MACD-STATE-FILE
           END-IF
           IF WS-MACD-SRC = "ESTADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRICE-COMP3(1) TO WS-EMA-FAST
           MOVE WS-PRICE-COMP3(1) TO WS-EMA-SLOW
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-I > 1
                   COMPUTE WS-TEMP1 = WS-PRICE-COMP3(WS-I) *
                       WS-ALPHA-FAST
                   COMPUTE WS-TEMP2 = WS-EMA-FAST *
                       (1 - WS-ALPHA-FAST)
                   COMPUTE WS-EMA-FAST ROUNDED = WS-TEMP1 + WS-TEMP2
                   COMPUTE WS-TEMP1 = WS-PRICE-COMP3(WS-I) *
                       WS-ALPHA-SLOW
                   COMPUTE WS-TEMP2 = WS-EMA-SLOW *
                       (1 - WS-ALPHA-SLOW)
                   COMPUTE WS-EMA-SLOW ROUNDED = WS-TEMP1 + WS-TEMP2
               END-IF
               COMPUTE WS-MACD-LINE ROUNDED =
                   WS-EMA-FAST - WS-EMA-SLOW
               IF WS-I = 1
                   MOVE WS-MACD-LINE TO WS-EMA-SIGNAL
               ELSE
                   COMPUTE WS-EMA-SIGNAL ROUNDED = WS-MACD-LINE *
                       WS-ALPHA-SIGNAL + WS-EMA-SIGNAL *
                       (1 - WS-ALPHA-SIGNAL)
               END-IF
           END-PERFORM
           EXIT.

      * Promedios de Wilder: del estado si corresponde a la última
      * barra, si no recalculados como en RSI.
       1300-ESTADO-RSI.
           COMPUTE WS-PERIOD-LESS-1 = WS-RSI-PERIOD - 1
           MOVE "SERIE" TO WS-RSI-SRC
           OPEN INPUT RSI-STATE-FILE
           IF WS-RST-FS = "00"
               READ RSI-STATE-FILE
                   NOT AT END
                       IF RST-COUNT NUMERIC
                          AND RST-COUNT = WS-COUNT
                           MOVE RST-AVG-GAIN TO WS-AVG-GAIN
                           MOVE RST-AVG-LOSS TO WS-AVG-LOSS
                           MOVE "ESTADO" TO WS-RSI-SRC
                       END-IF
               END-READ
               CLOSE RSI-STATE-FILE
           END-IF
           IF WS-RSI-SRC NOT = "ESTADO"
               MOVE 0 TO WS-GAIN
               MOVE 0 TO WS-LOSS
               COMPUTE WS-J = WS-RSI-PERIOD + 1
               PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-J
                   COMPUTE WS-CHANGE = WS-PRICE-COMP3(WS-I) -
                       WS-PRICE-COMP3(WS-I - 1)
                   IF WS-CHANGE > 0
                       ADD WS-CHANGE TO WS-GAIN
                   ELSE
                       COMPUTE WS-DIFF = 0 - WS-CHANGE
                       ADD WS-DIFF TO WS-LOSS
                   END-IF
               END-PERFORM
               COMPUTE WS-AVG-GAIN = WS-GAIN / WS-RSI-PERIOD
               COMPUTE WS-AVG-LOSS = WS-LOSS / WS-RSI-PERIOD
               COMPUTE WS-J = WS-RSI-PERIOD + 2
               PERFORM VARYING WS-I FROM WS-J BY 1
                       UNTIL WS-I > WS-COUNT
                   PERFORM 1350-PASO-WILDER
               END-PERFORM
           END-IF
           IF WS-AVG-LOSS = 0
               MOVE 100 TO WS-RSI-NOW
           ELSE
               COMPUTE WS-C-RS = WS-AVG-GAIN / WS-AVG-LOSS
               COMPUTE WS-RSI-NOW ROUNDED = 100 - (100 / (1 + WS-C-RS))
           END-IF
           EXIT.

       1350-PASO-WILDER.
           COMPUTE WS-CHANGE = WS-PRICE-COMP3(WS-I) -
               WS-PRICE-COMP3(WS-I - 1)
           IF WS-CHANGE > 0
               COMPUTE WS-AVG-GAIN =
                   (WS-AVG-GAIN * WS-PERIOD-LESS-1 + WS-CHANGE)
                   / WS-RSI-PERIOD
               COMPUTE WS-AVG-LOSS =
                   WS-AVG-LOSS * WS-PERIOD-LESS-1 / WS-RSI-PERIOD
           ELSE
               COMPUTE WS-DIFF = 0 - WS-CHANGE
               COMPUTE WS-AVG-GAIN =
                   WS-AVG-GAIN * WS-PERIOD-LESS-1 / WS-RSI-PERIOD
               COMPUTE WS-AVG-LOSS =
                   (WS-AVG-LOSS * WS-PERIOD-LESS-1 + WS-DIFF)
                   / WS-RSI-PERIOD
           END-IF
           EXIT.

       1400-ESTADO-EMA.
           COMPUTE WS-ALPHA = 2 / (WS-EMA-PERIOD + 1)
           MOVE "SERIE" TO WS-EMA-SRC
           OPEN INPUT EMA-STATE-FILE
           IF WS-EST-FS = "00"
               READ EMA-STATE-FILE
                   NOT AT END
                       IF EST-COUNT NUMERIC
                          AND EST-COUNT = WS-COUNT
                           MOVE EST-EMA TO WS-EMA
                           MOVE "ESTADO" TO WS-EMA-SRC
                       END-IF
               END-READ
               CLOSE EMA-STATE-FILE
           END-IF
           IF WS-EMA-SRC = "ESTADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRICE-COMP3(1) TO WS-EMA
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-COUNT
               COMPUTE WS-TEMP1 = WS-PRICE-COMP3(WS-I) * WS-ALPHA
               COMPUTE WS-TEMP2 = WS-EMA * (1 - WS-ALPHA)
               COMPUTE WS-EMA ROUNDED = WS-TEMP1 + WS-TEMP2
           END-PERFORM
           EXIT.

      * Bandas vigentes: el último renglón de bollinger_output.dat
      * si su precio es el último cierre; si no, calculadas de la
      * serie con el mismo período y multiplicador.
       1500-BANDAS-VIGENTES.
           MOVE "SERIE" TO WS-BOLL-SRC
           OPEN INPUT BOLL-IN-FILE
           IF WS-BOLL-OK
               PERFORM UNTIL WS-BOLL-EOF
                   READ BOLL-IN-FILE
                       AT END
                           SET WS-BOLL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                           IF BI-PRICE NUMERIC
                               ADD BI-PRICE TO WS-CTL-HASH-CLOSE
                           END-IF
                           IF BI-UPPER NUMERIC AND BI-LOWER NUMERIC
                               MOVE BI-UPPER TO WS-BOLL-UPPER
                               MOVE BI-LOWER TO WS-BOLL-LOWER
                               MOVE BI-PCT-B TO WS-BOLL-PCT-B
                               IF BI-PRICE = WS-LAST
                                   MOVE "ULTIMA" TO WS-BOLL-SRC
                               ELSE
                                   MOVE "SERIE" TO WS-BOLL-SRC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLL-IN-FILE
               MOVE "IN " TO WS-CTL-ROLE
               MOVE "bollinger_output.dat" TO WS-CTL-FILE
               PERFORM GRABAR-CONTROL
           END-IF
           IF WS-BOLL-SRC = "ULTIMA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST TO WS-CAND
           PERFORM 4200-BANDAS-CON-CANDIDATO
           MOVE WS-BAND-UP TO WS-BOLL-UPPER
           MOVE WS-BAND-DN TO WS-BOLL-LOWER
           COMPUTE WS-GAP = WS-BAND-UP - WS-BAND-DN + 0.0001
           COMPUTE WS-BOLL-PCT-B ROUNDED =
               100 * (WS-LAST - WS-BAND-DN) / WS-GAP
           EXIT.

       1600-LEER-ATR.
           OPEN INPUT ATR-IN-FILE
           IF NOT WS-ATR-OK
               DISPLAY "WARNING: sin " FUNCTION TRIM(WS-ATR-PATH)
                   ", distancias en ATRs en blanco"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ATR-EOF
               READ ATR-IN-FILE
                   AT END
                       SET WS-ATR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COUNT
                       IF AI-ATR NUMERIC
                           MOVE AI-ATR TO WS-ATR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATR-IN-FILE
      *    La fila de ATR no lleva el cierre: solo la cantidad.
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-ATR-PATH TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

      * El voto de STOCHASTIC no se resuelve: es el último renglón
      * del indicador en signal_history.dat (sin renglón, cero).
       1700-LEER-ESTOCASTICO.
           OPEN INPUT SIGNAL-HIST-FILE
           IF NOT WS-HIST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ SIGNAL-HIST-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SH-INDICATOR) = "STOCHASTIC"
                          AND SH-VOTE NUMERIC
                           MOVE SH-VOTE TO WS-V-STOCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNAL-HIST-FILE
           EXIT.

       2000-LEER-PRECIOS.
           COPY WS-PRICES-LOAD.

      * Totales de control de lo leído: todos los registros, y el
      * hash de los cierres aceptados (prices.dat no trae fecha ni
      * volumen). Sin nada leído no hay renglón que cuadrar.
       2900-TOTALES-ENTRADA.
           IF WS-COUNT = 0 AND WS-REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-PRICES-PATH TO WS-CTL-FILE
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-PRICE-COMP3(WS-CTL-K) TO WS-CTL-HASH-CLOSE
           END-PERFORM
           PERFORM GRABAR-CONTROL
           EXIT.

       3000-ENCABEZADO.
           MOVE SPACES TO RPT-LINE
           MOVE WS-LAST TO WS-EDIT-PRICE
           IF WS-SYMBOL = SPACES
               STRING "NIVELES DE DISPARO - "
                   FUNCTION TRIM(WS-PRICES-PATH)
                   " - último cierre " FUNCTION TRIM(WS-EDIT-PRICE)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "NIVELES DE DISPARO - "
                   FUNCTION TRIM(WS-SYMBOL)
                   " - último cierre " FUNCTION TRIM(WS-EDIT-PRICE)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM 3900-EMITIR
           MOVE SPACES TO RPT-LINE
           MOVE WS-NOW-SCORE TO WS-EDIT-SCORE
           STRING "Perfil " FUNCTION TRIM(WS-PROFILE-NAME)
               " - puntaje actual " WS-EDIT-SCORE " ("
               WS-NOW-DECISION ")"
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-V-STOCH TO WS-EDIT-VOTE
           STRING " - voto STOCHASTIC " WS-EDIT-VOTE " fijo"
               DELIMITED BY SIZE INTO RPT-LINE(50:)
           PERFORM 3900-EMITIR
           MOVE SPACES TO RPT-LINE
           MOVE WS-RSI-NOW TO WS-EDIT-RSI
           MOVE WS-BOLL-PCT-B TO WS-EDIT-PCTB
           STRING "Fuentes: MACD " FUNCTION TRIM(WS-MACD-SRC)
               ", RSI " FUNCTION TRIM(WS-RSI-SRC) " ("
               FUNCTION TRIM(WS-EDIT-RSI) "), BOLLINGER "
               FUNCTION TRIM(WS-BOLL-SRC) " (%B "
               FUNCTION TRIM(WS-EDIT-PCTB) "), EMA "
               FUNCTION TRIM(WS-EMA-SRC)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR
           MOVE SPACES TO RPT-LINE
           IF WS-ATR > 0
               MOVE WS-ATR TO WS-EDIT-ATR
               STRING "ATR " FUNCTION TRIM(WS-EDIT-ATR)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "ATR no disponible" TO RPT-LINE
           END-IF
           PERFORM 3900-EMITIR
           MOVE SPACES TO RPT-LINE
           PERFORM 3900-EMITIR
           MOVE "INDICADOR  DISPARO           NIVEL    DIST %"
               TO RPT-LINE
           MOVE "  DIST ATR  VOTO      PUNTAJE  DECISION"
               TO RPT-LINE(45:)
           PERFORM 3900-EMITIR
           EXIT.

      * Nivel de cruce de MACD: con el cierre C de mañana la línea
      * MACD es (af - as) C + (1 - af) EMArápida - (1 - as) EMAlenta
      * y el histograma cambia de signo donde esa línea iguala a la
      * señal de hoy.
       3100-NIVEL-MACD.
           MOVE "MACD" TO WS-T-INDICATOR
           MOVE "CRUCE-SEN" TO WS-T-TRIGGER
           MOVE WS-NOW-MACD TO WS-T-VOTE-NOW
           COMPUTE WS-KEEP-FAST = 1 - WS-ALPHA-FAST
           COMPUTE WS-KEEP-SLOW = 1 - WS-ALPHA-SLOW
           COMPUTE WS-PART-FAST = WS-KEEP-FAST * WS-EMA-FAST
           COMPUTE WS-PART-SLOW = WS-KEEP-SLOW * WS-EMA-SLOW
           COMPUTE WS-NUM =
               WS-EMA-SIGNAL - WS-PART-FAST + WS-PART-SLOW
           COMPUTE WS-DEN = WS-ALPHA-FAST - WS-ALPHA-SLOW
           COMPUTE WS-T-LEVEL ROUNDED = WS-NUM / WS-DEN
           PERFORM 3800-REGISTRAR-NIVEL
           EXIT.

      * Cruces de 70 y 30: RSI = X equivale a RS = X / (100 - X);
      * con una suba d el promedio de ganancias pasa a
      * (G (p - 1) + d) / p, y con una baja el de pérdidas a
      * (P (p - 1) + d) / p. Se prueba primero la suba y, si da
      * negativa, el nivel está abajo.
       3200-NIVELES-RSI.
           MOVE "RSI" TO WS-T-INDICATOR
           MOVE WS-NOW-RSI TO WS-T-VOTE-NOW
           MOVE 70 TO WS-RSI-LEVEL
           MOVE "SOBRECOMP" TO WS-T-TRIGGER
           PERFORM 3250-NIVEL-RSI
           MOVE 30 TO WS-RSI-LEVEL
           MOVE "SOBREVENTA" TO WS-T-TRIGGER
           PERFORM 3250-NIVEL-RSI
           EXIT.

       3250-NIVEL-RSI.
           COMPUTE WS-RS-TARGET ROUNDED =
               WS-RSI-LEVEL / (100 - WS-RSI-LEVEL)
           COMPUTE WS-NUM =
               WS-PERIOD-LESS-1 * (WS-RS-TARGET * WS-AVG-LOSS
               - WS-AVG-GAIN)
           IF WS-NUM >= 0
               COMPUTE WS-T-LEVEL = WS-LAST + WS-NUM
           ELSE
               COMPUTE WS-NUM ROUNDED =
                   WS-PERIOD-LESS-1 * (WS-AVG-GAIN / WS-RS-TARGET
                   - WS-AVG-LOSS)
               COMPUTE WS-T-LEVEL = WS-LAST - WS-NUM
           END-IF
           PERFORM 3800-REGISTRAR-NIVEL
           EXIT.

      * Rupturas de banda: la banda de mañana incluye el propio
      * cierre, así que el nivel se busca por bisección. Para la
      * superior, desde la media de las otras ruedas de la ventana
      * hacia arriba duplicando el paso hasta quedar por fuera; con
      * un multiplicador muy alto la banda nunca se alcanza y el
      * nivel queda sin resolver.
       3300-NIVELES-BOLLINGER.
           MOVE "BOLLINGER" TO WS-T-INDICATOR
           MOVE WS-NOW-BOLL TO WS-T-VOTE-NOW
           MOVE "BANDA-SUP" TO WS-T-TRIGGER
           MOVE "U" TO WS-SIDE
           PERFORM 3350-BISECCION-BANDA
           PERFORM 3800-REGISTRAR-NIVEL
           MOVE "BANDA-INF" TO WS-T-TRIGGER
           MOVE "D" TO WS-SIDE
           PERFORM 3350-BISECCION-BANDA
           PERFORM 3800-REGISTRAR-NIVEL
           EXIT.

       3350-BISECCION-BANDA.
           MOVE 0 TO WS-T-LEVEL
           MOVE 0 TO WS-SUM
           COMPUTE WS-WIN-START = WS-COUNT - WS-BOLL-PERIOD + 2
           PERFORM VARYING WS-I FROM WS-WIN-START BY 1
                   UNTIL WS-I > WS-COUNT
               ADD WS-PRICE-COMP3(WS-I) TO WS-SUM
           END-PERFORM
           COMPUTE WS-WIN-N = WS-BOLL-PERIOD - 1
           COMPUTE WS-MID ROUNDED = WS-SUM / WS-WIN-N
           COMPUTE WS-STEP ROUNDED = WS-LAST * 0.01
           MOVE WS-MID TO WS-LO
           MOVE WS-MID TO WS-HI
           MOVE 0 TO WS-ITER
           MOVE "N" TO WS-T-STATUS
           PERFORM UNTIL WS-T-STATUS = "S" OR WS-ITER > 30
               ADD 1 TO WS-ITER
               IF WS-SIDE = "U"
                   COMPUTE WS-HI = WS-MID + WS-STEP
               ELSE
                   COMPUTE WS-HI = WS-MID - WS-STEP
               END-IF
               IF WS-HI <= 0
                   MOVE 99 TO WS-ITER
               ELSE
                   MOVE WS-HI TO WS-CAND
                   PERFORM 3390-FUERA-DE-BANDA
                   IF WS-T-STATUS NOT = "S"
                       MOVE WS-HI TO WS-LO
                       COMPUTE WS-STEP = WS-STEP * 2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-T-STATUS NOT = "S"
               EXIT PARAGRAPH
           END-IF
      *    WS-LO queda adentro de la banda y WS-HI afuera.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 40
               COMPUTE WS-CAND ROUNDED = (WS-LO + WS-HI) / 2
               PERFORM 3390-FUERA-DE-BANDA
               IF WS-T-STATUS = "S"
                   MOVE WS-CAND TO WS-HI
               ELSE
                   MOVE WS-CAND TO WS-LO
               END-IF
           END-PERFORM
           MOVE WS-HI TO WS-T-LEVEL
           MOVE "S" TO WS-T-STATUS
           EXIT.

      * ¿El cierre WS-CAND queda fuera de la banda (del lado
      * WS-SIDE) que él mismo forma? Deja "S" en WS-T-STATUS.
       3390-FUERA-DE-BANDA.
           PERFORM 4200-BANDAS-CON-CANDIDATO
           MOVE "N" TO WS-T-STATUS
           IF WS-SIDE = "U" AND WS-CAND > WS-BAND-UP
               MOVE "S" TO WS-T-STATUS
           END-IF
           IF WS-SIDE = "D" AND WS-CAND < WS-BAND-DN
               MOVE "S" TO WS-T-STATUS
           END-IF
           EXIT.

      * La EMA de mañana queda entre la de hoy y el cierre, así que
      * el cierre la cruza exactamente donde cruza la de hoy.
       3400-NIVEL-EMA.
           MOVE "EMA" TO WS-T-INDICATOR
           MOVE "CRUCE-EMA" TO WS-T-TRIGGER
           MOVE 0 TO WS-T-VOTE-NOW
           MOVE WS-EMA TO WS-T-LEVEL
           PERFORM 3800-REGISTRAR-NIVEL
           EXIT.

      * Distancias, votos y puntaje con un cierre apenas del otro
      * lado del nivel (un diezmilésimo), y el renglón de salida.
       3800-REGISTRAR-NIVEL.
           ADD 1 TO WS-LEVEL-COUNT
           MOVE SPACES TO TRG-OUT-RECORD
           MOVE WS-T-INDICATOR TO TO-INDICATOR
           MOVE WS-T-TRIGGER TO TO-TRIGGER
           MOVE WS-T-INDICATOR TO RD-INDICATOR
           MOVE WS-T-TRIGGER TO RD-TRIGGER
           MOVE WS-T-VOTE-NOW TO TO-VOTE-NOW
           MOVE WS-T-VOTE-NOW TO RD-VOTE-NOW
           IF WS-T-LEVEL NOT > 0 OR WS-T-LEVEL > 9999999
               ADD 1 TO WS-NO-LEVEL
               MOVE "N" TO TO-STATUS
               MOVE 0 TO TO-LEVEL
               MOVE 0 TO TO-DIST-PCT
               MOVE SPACES TO TO-DIST-ATR-X
               MOVE WS-T-VOTE-NOW TO TO-VOTE-AFTER
               MOVE WS-NOW-SCORE TO TO-SCORE
               MOVE WS-NOW-DECISION TO TO-DECISION
               WRITE TRG-OUT-RECORD
               ADD 1 TO WS-CTL-COUNT
               MOVE SPACES TO RPT-LINE
               STRING RD-INDICATOR " " RD-TRIGGER
                   "  sin nivel alcanzable"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 3900-EMITIR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUDGE ROUNDED = WS-T-LEVEL * 0.0001
           IF WS-T-LEVEL >= WS-LAST
               COMPUTE WS-CAND = WS-T-LEVEL + WS-NUDGE
           ELSE
               COMPUTE WS-CAND = WS-T-LEVEL - WS-NUDGE
           END-IF
           PERFORM 4000-VOTOS-CANDIDATO
           PERFORM 4300-VOTO-BANDA-CANDIDATO
           PERFORM 4100-PUNTAJE
           EVALUATE WS-T-INDICATOR
               WHEN "MACD"
                   MOVE WS-V-MACD TO WS-T-VOTE-AFTER
               WHEN "RSI"
                   MOVE WS-V-RSI TO WS-T-VOTE-AFTER
               WHEN "BOLLINGER"
                   MOVE WS-V-BOLL TO WS-T-VOTE-AFTER
               WHEN OTHER
                   MOVE 0 TO WS-T-VOTE-AFTER
           END-EVALUATE
           COMPUTE WS-T-DIST-PCT ROUNDED =
               (WS-T-LEVEL - WS-LAST) * 100 / WS-LAST
           IF WS-T-DIST-PCT > 999.99
               MOVE 999.99 TO WS-T-DIST-PCT
           END-IF
           IF WS-T-DIST-PCT < -999.99
               MOVE -999.99 TO WS-T-DIST-PCT
           END-IF
           MOVE "S" TO TO-STATUS
           MOVE WS-T-LEVEL TO TO-LEVEL
           MOVE WS-T-DIST-PCT TO TO-DIST-PCT
           MOVE WS-T-LEVEL TO RD-LEVEL
           MOVE WS-T-DIST-PCT TO RD-DIST-PCT
           IF WS-ATR > 0
               COMPUTE WS-T-DIST-ATR ROUNDED =
                   (WS-T-LEVEL - WS-LAST) / WS-ATR
               IF WS-T-DIST-ATR > 999.99
                   MOVE 999.99 TO WS-T-DIST-ATR
               END-IF
               IF WS-T-DIST-ATR < -999.99
                   MOVE -999.99 TO WS-T-DIST-ATR
               END-IF
               MOVE WS-T-DIST-ATR TO TO-DIST-ATR
               MOVE WS-T-DIST-ATR TO RD-DIST-ATR
           ELSE
               MOVE SPACES TO TO-DIST-ATR-X
               MOVE "      -" TO RD-DIST-ATR-X
           END-IF
           MOVE WS-T-VOTE-AFTER TO TO-VOTE-AFTER
           MOVE WS-T-VOTE-AFTER TO RD-VOTE-AFTER
           MOVE WS-SCORE TO TO-SCORE
           MOVE WS-SCORE TO RD-SCORE
           MOVE WS-DECISION TO TO-DECISION
           MOVE WS-DECISION TO RD-DECISION
           WRITE TRG-OUT-RECORD
           ADD 1 TO WS-CTL-COUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           PERFORM 3900-EMITIR
           EXIT.

       3900-EMITIR.
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           EXIT.

      * Votos de MACD y RSI con el cierre WS-CAND como barra de
      * mañana.
       4000-VOTOS-CANDIDATO.
           COMPUTE WS-KEEP-FAST = 1 - WS-ALPHA-FAST
           COMPUTE WS-KEEP-SLOW = 1 - WS-ALPHA-SLOW
           COMPUTE WS-PART-FAST = WS-KEEP-FAST * WS-EMA-FAST
           COMPUTE WS-PART-SLOW = WS-KEEP-SLOW * WS-EMA-SLOW
           COMPUTE WS-DEN = WS-ALPHA-FAST - WS-ALPHA-SLOW
           COMPUTE WS-C-MACD-LINE ROUNDED = WS-DEN * WS-CAND
           COMPUTE WS-C-MACD-LINE = WS-C-MACD-LINE
               + WS-PART-FAST - WS-PART-SLOW
      *    Con el último cierre la barra ya está en el estado.
           IF WS-CAND = WS-LAST
               COMPUTE WS-C-MACD-LINE = WS-EMA-FAST - WS-EMA-SLOW
           END-IF
           EVALUATE TRUE
               WHEN WS-C-MACD-LINE > WS-EMA-SIGNAL
                   MOVE 1 TO WS-V-MACD
               WHEN WS-C-MACD-LINE < WS-EMA-SIGNAL
                   MOVE -1 TO WS-V-MACD
               WHEN OTHER
                   MOVE 0 TO WS-V-MACD
           END-EVALUATE
           IF WS-CAND = WS-LAST
               MOVE WS-RSI-NOW TO WS-C-RSI
           ELSE
               IF WS-CAND > WS-LAST
                   COMPUTE WS-C-GAIN =
                       (WS-AVG-GAIN * WS-PERIOD-LESS-1
                        + WS-CAND - WS-LAST) / WS-RSI-PERIOD
                   COMPUTE WS-C-LOSS =
                       WS-AVG-LOSS * WS-PERIOD-LESS-1 / WS-RSI-PERIOD
               ELSE
                   COMPUTE WS-C-GAIN =
                       WS-AVG-GAIN * WS-PERIOD-LESS-1 / WS-RSI-PERIOD
                   COMPUTE WS-C-LOSS =
                       (WS-AVG-LOSS * WS-PERIOD-LESS-1
                        + WS-LAST - WS-CAND) / WS-RSI-PERIOD
               END-IF
               IF WS-C-LOSS = 0
                   MOVE 100 TO WS-C-RSI
               ELSE
                   COMPUTE WS-C-RS = WS-C-GAIN / WS-C-LOSS
                   COMPUTE WS-C-RSI ROUNDED =
                       100 - (100 / (1 + WS-C-RS))
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-C-RSI < 30
                   MOVE 1 TO WS-V-RSI
               WHEN WS-C-RSI > 70
                   MOVE -1 TO WS-V-RSI
               WHEN OTHER
                   MOVE 0 TO WS-V-RSI
           END-EVALUATE
           EXIT.

      * El puntaje de STRATEGY (3000-DECIDIR-DIA) sin compuertas.
       4100-PUNTAJE.
           COMPUTE WS-SCORE =
               (WS-V-MACD * WS-W-MACD) +
               (WS-V-RSI * WS-W-RSI) +
               (WS-V-BOLL * WS-W-BOLL) +
               (WS-V-STOCH * WS-W-STOCH)
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-THRESHOLD
                   MOVE "BUY " TO WS-DECISION
               WHEN WS-SCORE <= (0 - WS-THRESHOLD)
                   MOVE "SELL" TO WS-DECISION
               WHEN OTHER
                   MOVE "HOLD" TO WS-DECISION
           END-EVALUATE
           EXIT.

      * Bandas de mañana con WS-CAND como último cierre de la
      * ventana (desvío poblacional, como BOLLINGER).
       4200-BANDAS-CON-CANDIDATO.
           MOVE WS-CAND TO WS-SUM
           COMPUTE WS-SUMSQ = WS-CAND * WS-CAND
           COMPUTE WS-WIN-START = WS-COUNT - WS-BOLL-PERIOD + 2
           PERFORM VARYING WS-I FROM WS-WIN-START BY 1
                   UNTIL WS-I > WS-COUNT
               ADD WS-PRICE-COMP3(WS-I) TO WS-SUM
               COMPUTE WS-SUMSQ = WS-SUMSQ +
                   WS-PRICE-COMP3(WS-I) * WS-PRICE-COMP3(WS-I)
           END-PERFORM
      *    Con el último cierre la ventana es la de hoy.
           IF WS-CAND = WS-LAST
               COMPUTE WS-I = WS-COUNT - WS-BOLL-PERIOD + 1
               MOVE 0 TO WS-SUM
               MOVE 0 TO WS-SUMSQ
               PERFORM VARYING WS-I FROM WS-I BY 1
                       UNTIL WS-I > WS-COUNT
                   ADD WS-PRICE-COMP3(WS-I) TO WS-SUM
                   COMPUTE WS-SUMSQ = WS-SUMSQ +
                       WS-PRICE-COMP3(WS-I) * WS-PRICE-COMP3(WS-I)
               END-PERFORM
           END-IF
           COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-BOLL-PERIOD
           COMPUTE WS-VARIANCE ROUNDED = WS-SUMSQ / WS-BOLL-PERIOD
           COMPUTE WS-GAP = WS-MEAN * WS-MEAN
           IF WS-VARIANCE > WS-GAP
               COMPUTE WS-VARIANCE = WS-VARIANCE - WS-GAP
               COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE)
           ELSE
               MOVE 0 TO WS-STD-DEV
           END-IF
           COMPUTE WS-BAND-UP = WS-MEAN + WS-MULTIPLIER * WS-STD-DEV
           COMPUTE WS-BAND-DN = WS-MEAN - WS-MULTIPLIER * WS-STD-DEV
           EXIT.

       4300-VOTO-BANDA-CANDIDATO.
           PERFORM 4200-BANDAS-CON-CANDIDATO
           EVALUATE TRUE
               WHEN WS-CAND > WS-BAND-UP
                   MOVE 1 TO WS-V-BOLL
               WHEN WS-CAND < WS-BAND-DN
                   MOVE -1 TO WS-V-BOLL
               WHEN OTHER
                   MOVE 0 TO WS-V-BOLL
           END-EVALUATE
           EXIT.

      * Las filas de triggers_output.dat son niveles, no barras:
      * sus totales llevan solo la cantidad.
       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "triggers_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-LEVEL-COUNT TO WS-AUDIT-COUNT
           MOVE WS-NO-LEVEL TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

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
