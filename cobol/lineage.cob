       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE.
      * Linaje de una operación del ledger: cuando una operación
      * sale mal, reconstruir por qué se hizo significaba abrir a
      * mano media docena de archivos. Este programa toma TRADE=n,
      * lee la fila con clave en trade_ledger.dat y, para la fecha
      * de entrada y la de salida, junta en una sola traza todo lo
      * que llevó a ella, en el orden en que ocurrió: la barra de
      * precio (la fila de señal, que da además el número de barra
      * con el que TRADER alinea el ATR, y la barra OHLCV si vino
      * OHLC=), los indicadores del almacén (indicator_store.dat,
      * clave símbolo+fecha), la fila de strategy_decision.dat
      * (votos, puntaje, perfil y versión del perfil con sus pesos,
      * régimen ADX, apagón), los insumos del dimensionamiento
      * rehechos con los mismos pasos de 2400-ABRIR-LARGO de TRADER
      * (capital, RISK=, stop ATR de la barra, tope de volumen
      * FILLPCT=, redondeo al lote de pizarra del maestro), las
      * órdenes del día en broker_orders.dat, la regla de salida
      * que disparó (con su definición si vino EXITS=), los fills
      * del broker con la clave de la operación y las notas de la
      * mesa. La traza sale por consola y a lineage_report.dat.
      * El capital de la entrada no viaja en el ledger: se toma de
      * la última fila anterior asentada en o antes de la fecha de
      * entrada (aproximado: no ve dividendos ni intereses del
      * medio), o de CAPITAL= si se da.
      * Uso: TRADE=n SYMBOL=SIM [RISK=] [FILLPCT=] [CAPITAL=]
      *      [ATR=ruta] [OHLC=ruta] [EXITS=ruta] [SIGNALS=ruta]
      *      [DECISIONS=ruta] [LEDGER=ruta]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SIGNALS-FILE ASSIGN TO DYNAMIC WS-SIGNALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FS.
           SELECT OHLC-IN-FILE ASSIGN TO DYNAMIC WS-OHLC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OHLC-FS.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DECISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT PROFILE-FILE ASSIGN TO "strategy_profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FS.
           SELECT HIST-FILE ASSIGN TO "strategy_profiles_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.
           SELECT STORE-FILE ASSIGN TO "indicator_store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS WS-STORE-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT ORDERS-FILE ASSIGN TO "broker_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FS.
           SELECT FILLS-FILE ASSIGN TO DYNAMIC WS-FILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLS-FS.
           SELECT EXITS-FILE ASSIGN TO DYNAMIC WS-EXITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXITS-FS.
           SELECT NOTES-FILE ASSIGN TO "trade_notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTES-FS.
           SELECT REPORT-FILE ASSIGN TO "lineage_report.dat"
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
      * Mismo formato que SIGNAL-RECORD de TRADER: la fila N es la
      * barra N de la corrida, la misma alineación del ATR=.
       FD  SIGNALS-FILE.
       01  SIGNAL-RECORD.
           05 SIGNAL-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 SIGNAL-TYPE     PIC X(1).
           05 FILLER          PIC X.
           05 SIGNAL-DATE     PIC X(8).
           05 FILLER          PIC X.
           05 SIGNAL-VOLUME   PIC X(14).
      * Barra OHLCV completa, el formato estándar de la tubería.
       FD  OHLC-IN-FILE.
       01  FD-OHLC-RECORD.
           05 OH-SYMBOL-RAW   PIC X(10).
           05 FILLER          PIC X.
           05 OH-DATE-RAW     PIC X(8).
           05 FILLER          PIC X.
           05 OH-OPEN-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 OH-HIGH-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 OH-LOW-RAW      PIC X(12).
           05 FILLER          PIC X.
           05 OH-CLOSE-RAW    PIC X(12).
           05 FILLER          PIC X.
           05 OH-VOLUME-RAW   PIC X(14).
      * Mismo formato que ATR-OUT-RECORD de ATR (atr_output.dat).
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
      * Mismo formato que DECISION-RECORD de STRATEGY.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DEC-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 DEC-OUT        PIC X(4).
           05 FILLER         PIC X.
           05 DEC-SCORE      PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X.
           05 DEC-MACD-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-RSI-VOTE   PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-BOLL-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-STOCH-VOTE PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE    PIC X(12).
           05 FILLER         PIC X.
           05 DEC-PRICE      PIC 9(7)V9(4).
           05 FILLER         PIC X.
           05 DEC-ADX        PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DEC-REGIME     PIC X(1).
           05 FILLER         PIC X.
           05 DEC-BLACKOUT   PIC X(1).
           05 FILLER         PIC X.
           05 DEC-WEEKLY     PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE-VER PIC 9(4).
           05 FILLER         PIC X.
           05 DEC-BREADTH    PIC X(1).
      * Mismo formato que PROFILE-RECORD de STRATEGY.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 PRF-NAME       PIC X(12).
           05 FILLER         PIC X.
           05 PRF-W-MACD-RAW PIC X(4).
           05 FILLER         PIC X.
           05 PRF-W-RSI-RAW  PIC X(4).
           05 FILLER         PIC X.
           05 PRF-W-BOLL-RAW PIC X(4).
           05 FILLER         PIC X.
           05 PRF-W-STOCH-RAW PIC X(4).
           05 FILLER         PIC X.
           05 PRF-THRESH-RAW PIC X(4).
           05 FILLER         PIC X.
           05 PRF-SEL-PROFILE PIC X(12).
      * Mismo formato que HIST-RECORD de STRATEGY (lo deja
      * PROFMAINT): la versión estampada en DEC-PROFILE-VER.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05 PH-NAME        PIC X(12).
           05 FILLER         PIC X.
           05 PH-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PH-EFF-DATE    PIC 9(8).
           05 FILLER         PIC X.
           05 PH-W-MACD      PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-RSI       PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-BOLL      PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-STOCH     PIC X(4).
           05 FILLER         PIC X.
           05 PH-THRESH      PIC X(4).
           05 FILLER         PIC X.
           05 PH-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PH-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PH-REASON      PIC X(30).
           05 FILLER         PIC X.
           05 PH-BASE-EXP    PIC X(8).
           05 FILLER         PIC X.
           05 PH-BASE-SD     PIC X(8).
      * Mismo formato que STORE-RECORD de IWLOAD.
       FD  STORE-FILE.
       01  STORE-RECORD.
           05 IW-KEY.
              10 IW-SYMBOL     PIC X(10).
              10 IW-DATE       PIC 9(8).
              10 IW-INDICATOR  PIC X(10).
           05 FILLER          PIC X.
           05 IW-LINE         PIC X(80).
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT.
       FD  SYMMASTER-FILE.
       01  SYMBOL-MASTER-RECORD.
           05 SYM-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 SYM-NAME        PIC X(30).
           05 FILLER          PIC X.
           05 SYM-EXCHANGE    PIC X(8).
           05 FILLER          PIC X.
           05 SYM-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 SYM-SECTOR      PIC X(8).
           05 FILLER          PIC X.
           05 SYM-BOARD-LOT   PIC 9(5).
           05 FILLER          PIC X.
           05 SYM-TICK-SIZE   PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Mismo formato que ORDER-RECORD de TRADER.
       FD  ORDERS-FILE.
       01  ORDER-RECORD.
           05 ORD-SEQ         PIC 9(4).
           05 FILLER          PIC X.
           05 ORD-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 ORD-SIDE        PIC X(4).
           05 FILLER          PIC X.
           05 ORD-SHARES      PIC 9(5).
           05 FILLER          PIC X.
           05 ORD-TYPE        PIC X(3).
           05 FILLER          PIC X.
           05 ORD-LIMIT       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ORD-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-STATUS      PIC X(8).
           05 FILLER          PIC X.
           05 ORD-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 ORD-STAMP       PIC 9(14).
      * Mismo formato que el archivo de fills de RECONCILE.
       FD  FILLS-FILE.
       01  FILL-RECORD.
           05 FB-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 FB-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 FB-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 FB-PRICE        PIC 9(7)V9(4).
      * Mismo formato que EXIT-RULE-RECORD de TRADER.
       FD  EXITS-FILE.
       01  EXIT-RULE-RECORD.
           05 XR-NAME         PIC X(12).
           05 FILLER          PIC X.
           05 XR-TYPE         PIC X(9).
           05 FILLER          PIC X.
           05 XR-P1-RAW       PIC X(8).
      * Mismo formato que NOTE-RECORD de NOTES.
       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 NT-KEY.
              10 NT-TRADE-NUM PIC 9(5).
              10 NT-SEQ       PIC 9(2).
           05 FILLER          PIC X.
           05 NT-TAG          PIC X(8).
           05 FILLER          PIC X.
           05 NT-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 NT-STAMP        PIC 9(14).
           05 FILLER          PIC X.
           05 NT-TEXT         PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 LIN-LINE       PIC X(120).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "LINEAGE".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK   VALUE "00".
       01  WS-SIG-FS          PIC XX.
           88  WS-SIG-OK      VALUE "00".
           88  WS-SIG-EOF     VALUE "10".
       01  WS-OHLC-FS         PIC XX.
           88  WS-OHLC-OK     VALUE "00".
           88  WS-OHLC-EOF    VALUE "10".
       01  WS-ATR-FS          PIC XX.
           88  WS-ATR-OK      VALUE "00".
           88  WS-ATR-EOF     VALUE "10".
       01  WS-DEC-FS          PIC XX.
           88  WS-DEC-OK      VALUE "00".
           88  WS-DEC-EOF     VALUE "10".
       01  WS-PRF-FS          PIC XX.
           88  WS-PRF-OK      VALUE "00".
           88  WS-PRF-EOF     VALUE "10".
       01  WS-PHIST-FS        PIC XX.
           88  WS-PHIST-OK    VALUE "00".
           88  WS-PHIST-EOF   VALUE "10".
       01  WS-STORE-FS        PIC XX.
           88  WS-STORE-OK    VALUE "00".
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK VALUE "00".
       01  WS-ORD-FS          PIC XX.
           88  WS-ORD-OK      VALUE "00".
           88  WS-ORD-EOF     VALUE "10".
       01  WS-FILLS-FS        PIC XX.
           88  WS-FILLS-OK    VALUE "00".
           88  WS-FILLS-EOF   VALUE "10".
       01  WS-EXITS-FS        PIC XX.
           88  WS-EXITS-OK    VALUE "00".
           88  WS-EXITS-EOF   VALUE "10".
       01  WS-NOTES-FS        PIC XX.
           88  WS-NOTES-OK    VALUE "00".
       01  WS-REP-FS          PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-DECISION-PATH   PIC X(200).
       01  WS-FILLS-PATH      PIC X(200).
       01  WS-ATR-PATH        PIC X(200) VALUE SPACES.
       01  WS-OHLC-PATH       PIC X(200) VALUE SPACES.
       01  WS-EXITS-PATH      PIC X(200) VALUE SPACES.
       01  WS-STORE-ON        PIC X(1) VALUE "N".
       01  WS-NOTES-ON        PIC X(1) VALUE "N".
      * Parámetros de la corrida de TRADER que se quiere explicar:
      * los mismos nombres y las mismas omisiones que allá.
       01  WS-SEL-TRADE       PIC 9(5) VALUE 0.
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-RISK-PCT        PIC 9V99 COMP-3 VALUE 1.00.
       01  WS-FILL-LIMIT-PCT  PIC 9V999 COMP-3 VALUE 0.
       01  WS-CAPITAL-ARG     PIC 9(9)V99 VALUE 0.
      * La operación trazada, resguardada antes de releer el ledger.
       01  WS-TRD-TYPE        PIC X(5).
       01  WS-TRD-ENTRY       PIC 9(7)V9(4).
       01  WS-TRD-SHARES      PIC 9(5).
       01  WS-TRD-ENTRY-DATE  PIC 9(8).
       01  WS-TRD-EXIT-DATE   PIC 9(8).
       01  WS-TRD-SIDE        PIC X(1).
           88  WS-TRD-LONG    VALUE "L".
           88  WS-TRD-SHORT   VALUE "S".
       01  WS-TRD-KIND        PIC X(1).
           88  WS-TRD-CLOSED  VALUE "C".
           88  WS-TRD-ADD     VALUE "A".
           88  WS-TRD-SKIP    VALUE "K".
      * El capital de la entrada, de la fila anterior del ledger.
       01  WS-PREV-CAPITAL    PIC 9(9)V99 VALUE 0.
       01  WS-PREV-NUM        PIC 9(5) VALUE 0.
       01  WS-PREV-EVENT      PIC 9(8).
       01  WS-PREV-FOUND      PIC X(1) VALUE "N".
       01  WS-BACK            PIC 9(5) COMP.
       01  WS-BACK-LIMIT      PIC 9(3) COMP VALUE 50.
      * El día trazado: entrada o salida.
       01  WS-TRACE-DATE      PIC 9(8).
       01  WS-TRACE-SIDE      PIC X(1).
           88  WS-TRACE-ENTRY VALUE "E".
           88  WS-TRACE-EXIT  VALUE "S".
       01  WS-BAR-FOUND       PIC X(1).
       01  WS-BAR-NUM         PIC 9(5) COMP VALUE 0.
       01  WS-ROW-NUM         PIC 9(5) COMP.
       01  WS-BAR-PRICE       PIC 9(7)V9(4).
       01  WS-BAR-TYPE        PIC X(1).
       01  WS-BAR-VOLUME      PIC 9(14) VALUE 0.
       01  WS-DEC-FOUND       PIC X(1).
       01  WS-HITS            PIC 9(5) COMP.
      * Dimensionamiento rehecho.
       01  WS-ATR-FOUND       PIC X(1) VALUE "N".
       01  WS-ATR-STOP        PIC 9(7)V9(4) VALUE 0.
       01  WS-ATR-VAL         PIC 9(7)V9(4) VALUE 0.
       01  WS-TRADE-STOP      PIC 9(7)V9(4) VALUE 0.
       01  WS-MASTER-FOUND    PIC X(1) VALUE "N".
       01  WS-BOARD-LOT       PIC 9(5) COMP VALUE 1.
       01  WS-MULTIPLIER      PIC 9(5)V9(4) COMP-3 VALUE 1.
       01  WS-SIZE-CAPITAL    PIC 9(9)V99 VALUE 0.
       01  WS-SZ-TARGET       PIC 9(7) COMP.
       01  WS-SZ-SHARES       PIC 9(7) COMP.
       01  WS-SZ-VOLCAP       PIC 9(9) COMP.
       01  WS-LOT-QUOT        PIC 9(7) COMP.
       01  WS-LOT-REM         PIC 9(5) COMP.
       01  WS-EXIT-DESC       PIC X(60).
       01  WS-RULE-FOUND      PIC X(1).
       01  WS-NS              PIC 9(2) COMP.
      * Campos editados para la traza.
       01  WS-PRICE-ED        PIC Z(6)9.9999.
       01  WS-PRICE2-ED       PIC Z(6)9.9999.
       01  WS-AMT-ED          PIC Z(8)9.99.
       01  WS-COMM-ED         PIC Z(6)9.99.
       01  WS-PNL-ED          PIC -(7)9.99.
       01  WS-SHR-ED          PIC Z(8)9.
       01  WS-SHR2-ED         PIC Z(8)9.
       01  WS-VOL-ED          PIC Z(13)9.
       01  WS-PCT-ED          PIC ZZ9.99.
       01  WS-PCT2-ED         PIC ZZ9.99.
       01  WS-RISK-ED         PIC 9.99.
       01  WS-FILLPCT-ED      PIC 9.999.
       01  WS-SCORE-ED        PIC +9.99.
       01  WS-MACD-ED         PIC +9.
       01  WS-RSI-ED          PIC +9.
       01  WS-BOLL-ED         PIC +9.
       01  WS-STOCH-ED        PIC +9.
       01  WS-BAR-ED          PIC Z(4)9.
       01  WS-NUM-ED          PIC Z(4)9.
       01  WS-LINE-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa LINEAGE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-SEL-TRADE = 0
               DISPLAY "ERROR: falta TRADE= (número de operación)"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LEER-OPERACION
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CONSULTAR-MAESTRO
           OPEN INPUT STORE-FILE
           IF WS-STORE-OK
               MOVE "Y" TO WS-STORE-ON
           END-IF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-OK
               MOVE "Y" TO WS-NOTES-ON
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-TRAZAR-OPERACION
           MOVE LED-ENTRY-DATE TO WS-TRACE-DATE
           SET WS-TRACE-ENTRY TO TRUE
           PERFORM 3000-TRAZAR-DIA
           IF WS-TRD-CLOSED AND WS-TRD-EXIT-DATE > 0
               MOVE WS-TRD-EXIT-DATE TO WS-TRACE-DATE
               SET WS-TRACE-EXIT TO TRUE
               PERFORM 3000-TRAZAR-DIA
           END-IF
           PERFORM 6000-TRAZAR-FILLS
           PERFORM 6500-TRAZAR-NOTAS
           CLOSE REPORT-FILE
           IF WS-STORE-ON = "Y"
               CLOSE STORE-FILE
           END-IF
           IF WS-NOTES-ON = "Y"
               CLOSE NOTES-FILE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "strategy_signals.dat" TO WS-SIGNALS-PATH
           MOVE "strategy_decision.dat" TO WS-DECISION-PATH
           MOVE "broker_fills.dat" TO WS-FILLS-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "TRADE="
                       MOVE WS-ARG1(7:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SEL-TRADE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN WS-ARG1(1:5) = "RISK="
                       MOVE "RISK" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "FILLPCT="
                       MOVE "FILLPCT" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "CAPITAL="
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "ATR="
                       MOVE WS-ARG1(5:) TO WS-ATR-PATH
                   WHEN WS-ARG1(1:5) = "OHLC="
                       MOVE WS-ARG1(6:) TO WS-OHLC-PATH
                   WHEN WS-ARG1(1:6) = "EXITS="
                       MOVE WS-ARG1(7:) TO WS-EXITS-PATH
                   WHEN WS-ARG1(1:8) = "SIGNALS="
                       MOVE WS-ARG1(9:) TO WS-SIGNALS-PATH
                   WHEN WS-ARG1(1:10) = "DECISIONS="
                       MOVE WS-ARG1(11:) TO WS-DECISION-PATH
                   WHEN WS-ARG1(1:7) = "LEDGER="
                       MOVE WS-ARG1(8:) TO WS-LEDGER-PATH
                   WHEN WS-ARG1(1:6) = "FILLS="
                       MOVE WS-ARG1(7:) TO WS-FILLS-PATH
               END-EVALUATE
           END-PERFORM
           MOVE WS-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "CAPITAL" TO PRM-NAME(1)
           MOVE "0" TO PRM-DEFAULT(1)
           MOVE "RISK" TO PRM-NAME(2)
           MOVE "1.00" TO PRM-DEFAULT(2)
           MOVE "FILLPCT" TO PRM-NAME(3)
           MOVE "0" TO PRM-DEFAULT(3)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999)
                   OR ((WS-PARM-I = 2 OR 3)
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
           COMPUTE WS-CAPITAL-ARG = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-RISK-PCT = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-FILL-LIMIT-PCT = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Lectura con clave de la operación; después, hacia atrás, la
      * última fila asentada en o antes de la fecha de entrada - su
      * LED-CAPITAL es la caja con la que TRADER dimensionó (una
      * reversa del mismo día cierra y abre sobre la misma cifra).
      * Los agregados de la propia operación caen después de la
      * entrada y no cuentan.
       1100-LEER-OPERACION.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-TRADE TO LED-TRADE-NUM
           READ LEDGER-FILE
               INVALID KEY
                   DISPLAY "ERROR: la operación " WS-SEL-TRADE
                       " no está en el ledger"
                   MOVE 1 TO WS-EXIT-CODE
           END-READ
           IF WS-EXIT-CODE NOT = 0
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LED-TYPE TO WS-TRD-TYPE
           MOVE LED-ENTRY TO WS-TRD-ENTRY
           MOVE LED-SHARES TO WS-TRD-SHARES
           MOVE LED-ENTRY-DATE TO WS-TRD-ENTRY-DATE
           MOVE LED-EXIT-DATE TO WS-TRD-EXIT-DATE
           EVALUATE LED-TYPE
               WHEN "SHORT"
               WHEN "EORSH"
               WHEN "DELSH"
               WHEN "ADDSH"
                   SET WS-TRD-SHORT TO TRUE
               WHEN OTHER
                   SET WS-TRD-LONG TO TRUE
           END-EVALUATE
           EVALUATE LED-TYPE
               WHEN "ADDLG"
               WHEN "ADDSH"
                   SET WS-TRD-ADD TO TRUE
               WHEN "SKIPS"
               WHEN "HALT "
                   SET WS-TRD-SKIP TO TRUE
               WHEN OTHER
                   SET WS-TRD-CLOSED TO TRUE
           END-EVALUATE
           PERFORM VARYING WS-BACK FROM 1 BY 1
                   UNTIL WS-BACK > WS-BACK-LIMIT
                      OR WS-BACK >= WS-SEL-TRADE
                      OR WS-PREV-FOUND = "Y"
               COMPUTE LED-TRADE-NUM = WS-SEL-TRADE - WS-BACK
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LED-EXIT-DATE NUMERIC AND LED-EXIT-DATE > 0
                           MOVE LED-EXIT-DATE TO WS-PREV-EVENT
                       ELSE
                           MOVE LED-ENTRY-DATE TO WS-PREV-EVENT
                       END-IF
                       IF WS-PREV-EVENT <= WS-TRD-ENTRY-DATE
                           MOVE "Y" TO WS-PREV-FOUND
                           MOVE LED-TRADE-NUM TO WS-PREV-NUM
                           MOVE LED-CAPITAL TO WS-PREV-CAPITAL
                       END-IF
               END-READ
           END-PERFORM
      *    Se vuelve a la fila trazada, que es la que rige la traza.
           MOVE WS-SEL-TRADE TO LED-TRADE-NUM
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 1 TO WS-EXIT-CODE
           END-READ
           CLOSE LEDGER-FILE
           EXIT.

      * Lote de pizarra y multiplicador del maestro, como en
      * 1056-CONSULTAR-MAESTRO de TRADER.
       1200-CONSULTAR-MAESTRO.
           IF WS-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYMMASTER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYMBOL TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
                   IF SYM-BOARD-LOT NUMERIC AND SYM-BOARD-LOT > 1
                       MOVE SYM-BOARD-LOT TO WS-BOARD-LOT
                   END-IF
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-MULTIPLIER
                   END-IF
           END-READ
           CLOSE SYMMASTER-FILE
           EXIT.

       2000-TRAZAR-OPERACION.
           MOVE SPACES TO LIN-LINE
           STRING "LINAJE DE LA OPERACION " LED-TRADE-NUM
               " - " LED-TYPE " " FUNCTION TRIM(WS-SYMBOL)
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE LED-ENTRY TO WS-PRICE-ED
           MOVE LED-EXIT TO WS-PRICE2-ED
           MOVE LED-SHARES TO WS-SHR-ED
           MOVE SPACES TO LIN-LINE
           IF WS-TRD-CLOSED
               STRING "  Entrada " LED-ENTRY-DATE
                   " a " FUNCTION TRIM(WS-PRICE-ED)
                   "  salida " LED-EXIT-DATE
                   " a " FUNCTION TRIM(WS-PRICE2-ED)
                   "  acciones " FUNCTION TRIM(WS-SHR-ED)
                   DELIMITED BY SIZE INTO LIN-LINE
           ELSE
               STRING "  Fecha " LED-ENTRY-DATE
                   " a " FUNCTION TRIM(WS-PRICE-ED)
                   "  acciones " FUNCTION TRIM(WS-SHR-ED)
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           MOVE LED-PNL TO WS-PNL-ED
           MOVE LED-CAPITAL TO WS-AMT-ED
           MOVE SPACES TO LIN-LINE
           MOVE LED-COMMISSION TO WS-COMM-ED
           STRING "  P&L " FUNCTION TRIM(WS-PNL-ED)
               " " LED-CURRENCY
               "  capital tras la fila " FUNCTION TRIM(WS-AMT-ED)
               "  comisiones " FUNCTION TRIM(WS-COMM-ED)
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           IF WS-TRD-CLOSED
               MOVE LED-MAE-PCT TO WS-PCT-ED
               MOVE LED-MFE-PCT TO WS-PCT2-ED
               MOVE SPACES TO LIN-LINE
               STRING "  MAE " FUNCTION TRIM(WS-PCT-ED)
                   "%  MFE " FUNCTION TRIM(WS-PCT2-ED)
                   "%  regla de salida "
                   FUNCTION TRIM(LED-EXIT-RULE)
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           IF WS-TRD-SKIP
               MOVE SPACES TO LIN-LINE
               STRING "  Entrada no emitida: "
                   FUNCTION TRIM(LED-EXIT-RULE)
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           IF WS-TRD-ADD
               MOVE SPACES TO LIN-LINE
               STRING "  Agregado piramidal sobre la posición "
                   "abierta (sin fila de cierre propia)"
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

       2900-EMITIR-LINEA.
           WRITE REPORT-RECORD
           DISPLAY FUNCTION TRIM(LIN-LINE TRAILING)
           ADD 1 TO WS-LINE-COUNT
           EXIT.

      * Un día de la traza, en el orden en que TRADER lo vivió:
      * barra, indicadores, decisión, y después el tamaño (en la
      * entrada) o la regla que disparó (en la salida), y la orden.
       3000-TRAZAR-DIA.
           MOVE SPACES TO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE SPACES TO LIN-LINE
           IF WS-TRACE-ENTRY
               STRING "== ENTRADA " WS-TRACE-DATE " =="
                   DELIMITED BY SIZE INTO LIN-LINE
           ELSE
               STRING "== SALIDA " WS-TRACE-DATE " =="
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           PERFORM 3100-TRAZAR-BARRA
           PERFORM 3150-TRAZAR-OHLC
           PERFORM 3200-TRAZAR-INDICADORES
           PERFORM 3300-TRAZAR-DECISION
           IF WS-TRACE-ENTRY
               IF NOT WS-TRD-SKIP
                   PERFORM 4000-TRAZAR-TAMANO
               END-IF
           ELSE
               PERFORM 5000-TRAZAR-REGLA
           END-IF
           PERFORM 3500-TRAZAR-ORDENES
           EXIT.

      * La fila de señal del día: precio, bandera y volumen; su
      * número de fila es la barra N de la corrida.
       3100-TRAZAR-BARRA.
           MOVE "N" TO WS-BAR-FOUND
           MOVE 0 TO WS-ROW-NUM
           OPEN INPUT SIGNALS-FILE
           IF NOT WS-SIG-OK
               MOVE SPACES TO LIN-LINE
               STRING "  Barra: sin archivo de señales "
                   FUNCTION TRIM(WS-SIGNALS-PATH)
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIG-EOF OR WS-BAR-FOUND = "Y"
               READ SIGNALS-FILE
                   AT END
                       SET WS-SIG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       IF SIGNAL-DATE NUMERIC
                          AND SIGNAL-DATE = WS-TRACE-DATE
                           MOVE "Y" TO WS-BAR-FOUND
                           MOVE SIGNAL-PRICE TO WS-BAR-PRICE
                           MOVE SIGNAL-TYPE TO WS-BAR-TYPE
                           MOVE 0 TO WS-BAR-VOLUME
                           IF SIGNAL-VOLUME NUMERIC
                               MOVE SIGNAL-VOLUME TO WS-BAR-VOLUME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNALS-FILE
           MOVE SPACES TO LIN-LINE
           IF WS-BAR-FOUND = "N"
               STRING "  Barra: la fecha no está en "
                   FUNCTION TRIM(WS-SIGNALS-PATH)
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF
           IF WS-TRACE-ENTRY
               MOVE WS-ROW-NUM TO WS-BAR-NUM
           END-IF
           MOVE WS-ROW-NUM TO WS-BAR-ED
           MOVE WS-BAR-PRICE TO WS-PRICE-ED
           MOVE WS-BAR-VOLUME TO WS-VOL-ED
           STRING "  Barra " FUNCTION TRIM(WS-BAR-ED)
               ": precio " FUNCTION TRIM(WS-PRICE-ED)
               " señal '" WS-BAR-TYPE "' volumen "
               FUNCTION TRIM(WS-VOL-ED)
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           EXIT.

       3150-TRAZAR-OHLC.
           IF WS-OHLC-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS
           OPEN INPUT OHLC-IN-FILE
           IF NOT WS-OHLC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OHLC-EOF OR WS-HITS > 0
               READ OHLC-IN-FILE
                   AT END
                       SET WS-OHLC-EOF TO TRUE
                   NOT AT END
                       IF OH-DATE-RAW NUMERIC
                          AND OH-DATE-RAW = WS-TRACE-DATE
                           ADD 1 TO WS-HITS
                           MOVE SPACES TO LIN-LINE
                           STRING "  OHLCV: A "
                               FUNCTION TRIM(OH-OPEN-RAW)
                               " M " FUNCTION TRIM(OH-HIGH-RAW)
                               " m " FUNCTION TRIM(OH-LOW-RAW)
                               " C " FUNCTION TRIM(OH-CLOSE-RAW)
                               " V " FUNCTION TRIM(OH-VOLUME-RAW)
                               DELIMITED BY SIZE INTO LIN-LINE
                           PERFORM 2900-EMITIR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OHLC-IN-FILE
           EXIT.

      * Todos los indicadores del símbolo en la fecha: START en la
      * clave parcial y READ NEXT, como IWQUERY.
       3200-TRAZAR-INDICADORES.
           IF WS-STORE-ON NOT = "Y" OR WS-SYMBOL = SPACES
               MOVE SPACES TO LIN-LINE
               STRING "  Indicadores: sin almacén o sin SYMBOL="
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS
           MOVE WS-SYMBOL TO IW-SYMBOL
           MOVE WS-TRACE-DATE TO IW-DATE
           MOVE LOW-VALUES TO IW-INDICATOR
           START STORE-FILE KEY IS GREATER THAN IW-KEY
               INVALID KEY
                   MOVE "10" TO WS-STORE-FS
           END-START
           PERFORM UNTIL NOT WS-STORE-OK
               READ STORE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STORE-FS
                   NOT AT END
                       IF IW-SYMBOL NOT = WS-SYMBOL
                          OR IW-DATE NOT = WS-TRACE-DATE
                           MOVE "10" TO WS-STORE-FS
                       ELSE
                           ADD 1 TO WS-HITS
                           MOVE SPACES TO LIN-LINE
                           STRING "  Indicador " IW-INDICATOR
                               ": " FUNCTION TRIM(IW-LINE)
                               DELIMITED BY SIZE INTO LIN-LINE
                           PERFORM 2900-EMITIR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STORE-FS
           IF WS-HITS = 0
               MOVE SPACES TO LIN-LINE
               STRING "  Indicadores: ninguna fila en el almacén "
                   "para la fecha" DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

       3300-TRAZAR-DECISION.
           MOVE "N" TO WS-DEC-FOUND
           OPEN INPUT DECISION-FILE
           IF WS-DEC-OK
               PERFORM UNTIL WS-DEC-EOF OR WS-DEC-FOUND = "Y"
                   READ DECISION-FILE
                       AT END
                           SET WS-DEC-EOF TO TRUE
                       NOT AT END
                           IF DEC-DATE NUMERIC
                              AND DEC-DATE = WS-TRACE-DATE
                               MOVE "Y" TO WS-DEC-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF
           IF WS-DEC-FOUND = "N"
               MOVE SPACES TO LIN-LINE
               STRING "  Decisión: sin fila para la fecha en "
                   FUNCTION TRIM(WS-DECISION-PATH)
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE DEC-SCORE TO WS-SCORE-ED
           MOVE DEC-MACD-VOTE TO WS-MACD-ED
           MOVE DEC-RSI-VOTE TO WS-RSI-ED
           MOVE DEC-BOLL-VOTE TO WS-BOLL-ED
           MOVE DEC-STOCH-VOTE TO WS-STOCH-ED
           MOVE SPACES TO LIN-LINE
           STRING "  Decisión " DEC-OUT " puntaje " WS-SCORE-ED
               "  votos MACD " WS-MACD-ED
               " RSI " WS-RSI-ED
               " BOLLINGER " WS-BOLL-ED
               " STOCHASTIC " WS-STOCH-ED
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE SPACES TO LIN-LINE
           IF DEC-PROFILE-VER NUMERIC
               STRING "  Perfil " FUNCTION TRIM(DEC-PROFILE)
                   " versión " DEC-PROFILE-VER
                   DELIMITED BY SIZE INTO LIN-LINE
           ELSE
               STRING "  Perfil " FUNCTION TRIM(DEC-PROFILE)
                   " (fila sin versión)"
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           PERFORM 3350-TRAZAR-PESOS
           MOVE DEC-ADX TO WS-PCT-ED
           IF DEC-BLACKOUT = "Y"
               MOVE "; día en apagón por evento" TO WS-EXIT-DESC
           ELSE
               MOVE "; sin apagón" TO WS-EXIT-DESC
           END-IF
           MOVE SPACES TO LIN-LINE
           EVALUATE DEC-REGIME
               WHEN "T"
                   STRING "  Régimen en tendencia (ADX "
                       FUNCTION TRIM(WS-PCT-ED) ")"
                       FUNCTION TRIM(WS-EXIT-DESC)
                       DELIMITED BY SIZE INTO LIN-LINE
               WHEN "R"
                   STRING "  Régimen en rango (ADX "
                       FUNCTION TRIM(WS-PCT-ED) ")"
                       FUNCTION TRIM(WS-EXIT-DESC)
                       DELIMITED BY SIZE INTO LIN-LINE
               WHEN OTHER
                   STRING "  Régimen sin compuerta ADX"
                       FUNCTION TRIM(WS-EXIT-DESC)
                       DELIMITED BY SIZE INTO LIN-LINE
           END-EVALUATE
           PERFORM 2900-EMITIR-LINEA
           EXIT.

      * Los pesos que rigieron: la versión estampada en la fila se
      * busca en la historia de PROFMAINT; la versión 0 es el
      * archivo plano de perfiles.
       3350-TRAZAR-PESOS.
           MOVE 0 TO WS-HITS
           IF DEC-PROFILE-VER NUMERIC AND DEC-PROFILE-VER > 0
               OPEN INPUT HIST-FILE
               IF WS-PHIST-OK
                   PERFORM UNTIL WS-PHIST-EOF OR WS-HITS > 0
                       READ HIST-FILE
                           AT END
                               SET WS-PHIST-EOF TO TRUE
                           NOT AT END
                               IF PH-NAME = DEC-PROFILE
                                  AND PH-VERSION = DEC-PROFILE-VER
                                   ADD 1 TO WS-HITS
                                   MOVE SPACES TO LIN-LINE
                                   STRING "    Pesos MACD " PH-W-MACD
                                       " RSI " PH-W-RSI
                                       " BOLL " PH-W-BOLL
                                       " STOCH " PH-W-STOCH
                                       " umbral " PH-THRESH
                                       " desde " PH-EFF-DATE
                                       " (" FUNCTION TRIM(PH-AUTHOR)
                                       ")"
                                       DELIMITED BY SIZE INTO LIN-LINE
                                   PERFORM 2900-EMITIR-LINEA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
               END-IF
           ELSE
               OPEN INPUT PROFILE-FILE
               IF WS-PRF-OK
                   PERFORM UNTIL WS-PRF-EOF OR WS-HITS > 0
                       READ PROFILE-FILE
                           AT END
                               SET WS-PRF-EOF TO TRUE
                           NOT AT END
                               IF PRF-NAME = DEC-PROFILE
                                   ADD 1 TO WS-HITS
                                   MOVE SPACES TO LIN-LINE
                                   STRING "    Pesos MACD "
                                       PRF-W-MACD-RAW
                                       " RSI " PRF-W-RSI-RAW
                                       " BOLL " PRF-W-BOLL-RAW
                                       " STOCH " PRF-W-STOCH-RAW
                                       " umbral " PRF-THRESH-RAW
                                       " (archivo de perfiles)"
                                       DELIMITED BY SIZE INTO LIN-LINE
                                   PERFORM 2900-EMITIR-LINEA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROFILE-FILE
               END-IF
           END-IF
           IF WS-HITS = 0
               MOVE SPACES TO LIN-LINE
               STRING "    Pesos: la versión no está en los archivos"
                   " de perfiles (rigen los por omisión)"
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

      * Las órdenes que TRADER (modo ORDERS) dejó para el símbolo
      * en la fecha, con el estado que les puso APPROVE.
       3500-TRAZAR-ORDENES.
           MOVE 0 TO WS-HITS
           OPEN INPUT ORDERS-FILE
           IF WS-ORD-OK
               PERFORM UNTIL WS-ORD-EOF
                   READ ORDERS-FILE
                       AT END
                           SET WS-ORD-EOF TO TRUE
                       NOT AT END
                           IF ORD-DATE NUMERIC
                              AND ORD-DATE = WS-TRACE-DATE
                              AND (WS-SYMBOL = SPACES
                                   OR ORD-SYMBOL = WS-SYMBOL)
                               ADD 1 TO WS-HITS
                               MOVE ORD-SHARES TO WS-SHR-ED
                               MOVE ORD-LIMIT TO WS-PRICE-ED
                               MOVE SPACES TO LIN-LINE
                               STRING "  Orden " ORD-SEQ " "
                                   ORD-SIDE " "
                                   FUNCTION TRIM(WS-SHR-ED)
                                   " " ORD-TYPE " ref "
                                   FUNCTION TRIM(WS-PRICE-ED)
                                   " estado "
                                   FUNCTION TRIM(ORD-STATUS)
                                   " " FUNCTION TRIM(ORD-OPERATOR)
                                   DELIMITED BY SIZE INTO LIN-LINE
                               PERFORM 2900-EMITIR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF
           IF WS-HITS = 0
               MOVE SPACES TO LIN-LINE
               STRING "  Orden: ninguna en broker_orders.dat para "
                   "la fecha (corrida simulada)"
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

      * El tamaño rehecho con los pasos de 2400-ABRIR-LARGO de
      * TRADER: capital * RISK= / (precio de llenado *
      * multiplicador), recorte al tope de volumen de la barra,
      * redondeo hacia abajo al lote de pizarra. El precio de
      * llenado es LED-ENTRY (ya con deslizamiento; en una
      * operación con agregados es el costo promedio). Lo que no se
      * ve desde aquí - caja liquidada, préstamo de cortos - queda
      * como diferencia contra las acciones asentadas.
       4000-TRAZAR-TAMANO.
           MOVE SPACES TO LIN-LINE
           STRING "  Dimensionamiento:"
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE SPACES TO LIN-LINE
           EVALUATE TRUE
               WHEN WS-CAPITAL-ARG > 0
                   MOVE WS-CAPITAL-ARG TO WS-SIZE-CAPITAL
                   MOVE WS-SIZE-CAPITAL TO WS-AMT-ED
                   STRING "    Capital " FUNCTION TRIM(WS-AMT-ED)
                       " (CAPITAL=)"
                       DELIMITED BY SIZE INTO LIN-LINE
               WHEN WS-PREV-FOUND = "Y"
                   MOVE WS-PREV-CAPITAL TO WS-SIZE-CAPITAL
                   MOVE WS-SIZE-CAPITAL TO WS-AMT-ED
                   MOVE WS-PREV-NUM TO WS-NUM-ED
                   STRING "    Capital " FUNCTION TRIM(WS-AMT-ED)
                       " (de la operación "
                       FUNCTION TRIM(WS-NUM-ED)
                       ", aproximado)"
                       DELIMITED BY SIZE INTO LIN-LINE
               WHEN OTHER
                   MOVE 0 TO WS-SIZE-CAPITAL
                   STRING "    Capital: sin fila anterior en el "
                       "ledger (capital inicial de la corrida; "
                       "dar CAPITAL=)"
                       DELIMITED BY SIZE INTO LIN-LINE
           END-EVALUATE
           PERFORM 2900-EMITIR-LINEA
           MOVE WS-RISK-PCT TO WS-RISK-ED
           MOVE WS-MULTIPLIER TO WS-PRICE-ED
           MOVE WS-TRD-ENTRY TO WS-PRICE2-ED
           MOVE SPACES TO LIN-LINE
           STRING "    Fracción RISK= " WS-RISK-ED
               "  llenado " FUNCTION TRIM(WS-PRICE2-ED)
               "  multiplicador " FUNCTION TRIM(WS-PRICE-ED)
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE 0 TO WS-SZ-TARGET
           IF WS-SIZE-CAPITAL > 0 AND WS-TRD-ENTRY > 0
               COMPUTE WS-SZ-TARGET =
                   WS-SIZE-CAPITAL * WS-RISK-PCT
                   / (WS-TRD-ENTRY * WS-MULTIPLIER)
           END-IF
           MOVE WS-SZ-TARGET TO WS-SZ-SHARES
           MOVE WS-SZ-TARGET TO WS-SHR-ED
           MOVE SPACES TO LIN-LINE
           STRING "    Tamaño objetivo " FUNCTION TRIM(WS-SHR-ED)
               " acciones" DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           PERFORM 4100-TRAZAR-STOP-ATR
           MOVE SPACES TO LIN-LINE
           EVALUATE TRUE
               WHEN WS-FILL-LIMIT-PCT = 0
                   STRING "    Tope de volumen: sin FILLPCT="
                       DELIMITED BY SIZE INTO LIN-LINE
               WHEN WS-BAR-VOLUME = 0
                   STRING "    Tope de volumen: la barra no trae "
                       "volumen" DELIMITED BY SIZE INTO LIN-LINE
               WHEN OTHER
                   COMPUTE WS-SZ-VOLCAP =
                       WS-BAR-VOLUME * WS-FILL-LIMIT-PCT
                   MOVE WS-FILL-LIMIT-PCT TO WS-FILLPCT-ED
                   MOVE WS-SZ-VOLCAP TO WS-SHR-ED
                   MOVE SPACES TO WS-EXIT-DESC
                   IF WS-SZ-SHARES > WS-SZ-VOLCAP
                       MOVE WS-SZ-VOLCAP TO WS-SZ-SHARES
                       MOVE " (recorta la orden)" TO WS-EXIT-DESC
                   END-IF
                   STRING "    Tope de volumen " WS-FILLPCT-ED
                       " de la barra = " FUNCTION TRIM(WS-SHR-ED)
                       WS-EXIT-DESC
                       DELIMITED BY SIZE INTO LIN-LINE
           END-EVALUATE
           PERFORM 2900-EMITIR-LINEA
           MOVE SPACES TO LIN-LINE
           IF WS-BOARD-LOT <= 1
               IF WS-MASTER-FOUND = "Y"
                   STRING "    Lote de pizarra: 1 (maestro)"
                       DELIMITED BY SIZE INTO LIN-LINE
               ELSE
                   STRING "    Lote de pizarra: sin fila en el "
                       "maestro, 1" DELIMITED BY SIZE INTO LIN-LINE
               END-IF
           ELSE
               DIVIDE WS-SZ-SHARES BY WS-BOARD-LOT
                   GIVING WS-LOT-QUOT REMAINDER WS-LOT-REM
               COMPUTE WS-SZ-SHARES = WS-LOT-QUOT * WS-BOARD-LOT
               MOVE WS-BOARD-LOT TO WS-SHR-ED
               MOVE WS-SZ-SHARES TO WS-SHR2-ED
               STRING "    Lote de pizarra " FUNCTION TRIM(WS-SHR-ED)
                   ": redondeado a " FUNCTION TRIM(WS-SHR2-ED)
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           MOVE WS-SZ-SHARES TO WS-SHR-ED
           MOVE WS-TRD-SHARES TO WS-SHR2-ED
           MOVE SPACES TO LIN-LINE
           IF WS-SZ-SHARES = WS-TRD-SHARES
               STRING "    Rehecho " FUNCTION TRIM(WS-SHR-ED)
                   " = asentado " FUNCTION TRIM(WS-SHR2-ED)
                   DELIMITED BY SIZE INTO LIN-LINE
           ELSE
               STRING "    Rehecho " FUNCTION TRIM(WS-SHR-ED)
                   " contra asentado " FUNCTION TRIM(WS-SHR2-ED)
                   " (agregados, caja liquidada, préstamo o "
                   "capital intermedio)"
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           EXIT.

      * La fila N del archivo de ATR es la barra N de las señales;
      * el stop se refleja sobre la entrada para un corto, como en
      * 2450-FIJAR-STOP-ATR de TRADER.
       4100-TRAZAR-STOP-ATR.
           MOVE SPACES TO LIN-LINE
           IF WS-ATR-PATH = SPACES OR WS-BAR-NUM = 0
               STRING "    Stop ATR: sin ATR= o sin barra; rige el "
                   "stop porcentual" DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-NUM
           OPEN INPUT ATR-IN-FILE
           IF WS-ATR-OK
               PERFORM UNTIL WS-ATR-EOF OR WS-ATR-FOUND = "Y"
                   READ ATR-IN-FILE
                       AT END
                           SET WS-ATR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-NUM
                           IF WS-ROW-NUM = WS-BAR-NUM
                               MOVE "Y" TO WS-ATR-FOUND
                               IF AIN-STOP NUMERIC
                                   MOVE AIN-STOP TO WS-ATR-STOP
                               END-IF
                               IF AIN-ATR NUMERIC
                                   MOVE AIN-ATR TO WS-ATR-VAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATR-IN-FILE
           END-IF
           MOVE 0 TO WS-TRADE-STOP
           IF WS-ATR-STOP > 0 AND WS-ATR-STOP < WS-TRD-ENTRY
               IF WS-TRD-LONG
                   MOVE WS-ATR-STOP TO WS-TRADE-STOP
               ELSE
                   COMPUTE WS-TRADE-STOP =
                       WS-TRD-ENTRY + (WS-TRD-ENTRY - WS-ATR-STOP)
               END-IF
           END-IF
           IF WS-TRADE-STOP = 0
               STRING "    Stop ATR: la barra no tiene nivel "
                   "coherente; rige el stop porcentual"
                   DELIMITED BY SIZE INTO LIN-LINE
           ELSE
               MOVE WS-ATR-VAL TO WS-PRICE-ED
               MOVE WS-TRADE-STOP TO WS-PRICE2-ED
               STRING "    Stop ATR " FUNCTION TRIM(WS-PRICE2-ED)
                   " (ATR " FUNCTION TRIM(WS-PRICE-ED) ")"
                   DELIMITED BY SIZE INTO LIN-LINE
           END-IF
           PERFORM 2900-EMITIR-LINEA
           EXIT.

      * La regla que cerró la operación: las fijas de TRADER se
      * explican aquí; una regla con nombre se busca en EXITS=.
       5000-TRAZAR-REGLA.
           MOVE SPACES TO WS-EXIT-DESC
           EVALUATE TRUE
               WHEN LED-EXIT-RULE = "STOP"
                   MOVE "stop-loss (ATR o porcentual)"
                       TO WS-EXIT-DESC
               WHEN LED-EXIT-RULE = "TARGET"
                   MOVE "take-profit" TO WS-EXIT-DESC
               WHEN LED-EXIT-RULE = "SIGNAL"
                   MOVE "señal contraria" TO WS-EXIT-DESC
               WHEN LED-EXIT-RULE = SPACES
                    AND (LED-TYPE = "EORLG" OR LED-TYPE = "EORSH")
                   MOVE "cierre por fin de corrida" TO WS-EXIT-DESC
               WHEN LED-EXIT-RULE = SPACES
                    AND (LED-TYPE = "DELLG" OR LED-TYPE = "DELSH")
                   MOVE "baja de cotización" TO WS-EXIT-DESC
               WHEN LED-EXIT-RULE = SPACES
                   MOVE "sin regla asentada" TO WS-EXIT-DESC
               WHEN OTHER
                   PERFORM 5100-BUSCAR-REGLA
           END-EVALUATE
           MOVE SPACES TO LIN-LINE
           STRING "  Regla de salida " FUNCTION TRIM(LED-EXIT-RULE)
               ": " FUNCTION TRIM(WS-EXIT-DESC)
               DELIMITED BY SIZE INTO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           IF LED-GAP = "Y"
               MOVE SPACES TO LIN-LINE
               STRING "  La barra abrió más allá del nivel: "
                   "se llenó a la apertura"
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

       5100-BUSCAR-REGLA.
           MOVE "N" TO WS-RULE-FOUND
           MOVE "regla con nombre (dar EXITS= para su definición)"
               TO WS-EXIT-DESC
           IF WS-EXITS-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXITS-FILE
           IF NOT WS-EXITS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXITS-EOF OR WS-RULE-FOUND = "Y"
               READ EXITS-FILE
                   AT END
                       SET WS-EXITS-EOF TO TRUE
                   NOT AT END
                       IF XR-NAME = LED-EXIT-RULE
                           MOVE "Y" TO WS-RULE-FOUND
                           MOVE SPACES TO WS-EXIT-DESC
                           STRING "tipo " FUNCTION TRIM(XR-TYPE)
                               " parámetro " FUNCTION TRIM(XR-P1-RAW)
                               DELIMITED BY SIZE INTO WS-EXIT-DESC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXITS-FILE
           IF WS-RULE-FOUND = "N"
               MOVE "la regla no está en el archivo de EXITS="
                   TO WS-EXIT-DESC
           END-IF
           EXIT.

      * Los fills del broker con la clave de la operación.
       6000-TRAZAR-FILLS.
           MOVE SPACES TO LIN-LINE
           PERFORM 2900-EMITIR-LINEA
           MOVE 0 TO WS-HITS
           OPEN INPUT FILLS-FILE
           IF WS-FILLS-OK
               PERFORM UNTIL WS-FILLS-EOF
                   READ FILLS-FILE
                       AT END
                           SET WS-FILLS-EOF TO TRUE
                       NOT AT END
                           IF FB-TRADE-NUM NUMERIC
                              AND FB-TRADE-NUM = WS-SEL-TRADE
                               ADD 1 TO WS-HITS
                               MOVE FB-SHARES TO WS-SHR-ED
                               MOVE FB-PRICE TO WS-PRICE-ED
                               MOVE SPACES TO LIN-LINE
                               STRING "  Fill " FB-SIDE " "
                                   FUNCTION TRIM(WS-SHR-ED) " a "
                                   FUNCTION TRIM(WS-PRICE-ED)
                                   DELIMITED BY SIZE INTO LIN-LINE
                               PERFORM 2900-EMITIR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILLS-FILE
           END-IF
           IF WS-HITS = 0
               MOVE SPACES TO LIN-LINE
               STRING "  Fill: ninguno del broker para la operación"
                   DELIMITED BY SIZE INTO LIN-LINE
               PERFORM 2900-EMITIR-LINEA
           END-IF
           EXIT.

       6500-TRAZAR-NOTAS.
           IF WS-NOTES-ON NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NS FROM 1 BY 1 UNTIL WS-NS > 99
               MOVE WS-SEL-TRADE TO NT-TRADE-NUM
               MOVE WS-NS TO NT-SEQ
               READ NOTES-FILE
                   INVALID KEY
                       EXIT PERFORM
                   NOT INVALID KEY
                       MOVE SPACES TO LIN-LINE
                       STRING "  Nota [" FUNCTION TRIM(NT-TAG) "] "
                           FUNCTION TRIM(NT-TEXT) " ("
                           FUNCTION TRIM(NT-OPERATOR) " "
                           NT-STAMP ")"
                           DELIMITED BY SIZE INTO LIN-LINE
                       PERFORM 2900-EMITIR-LINEA
               END-READ
           END-PERFORM
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-LINE-COUNT TO WS-AUDIT-COUNT
           MOVE 0 TO WS-AUDIT-REJECTS
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
