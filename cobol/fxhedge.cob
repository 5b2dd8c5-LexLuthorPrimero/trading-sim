       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXHEDGE.
      * Cobertura cambiaria simulada: el simulador valúa en moneda
      * local y la corrida multimoneda pasa el P&L a la moneda base
      * sin cubrir nada. Este programa reconstruye las posiciones
      * como PNLEXPL - los tramos de tenencia del ledger de TRADER
      * con su LED-CURRENCY y el cierre diario de la serie de
      * señales - y las pasa a moneda base con las mismas tasas
      * (fx_rates.dat: unidades de base por unidad de la moneda).
      * Sobre esa exposición aplica la política de cada moneda
      * (fxhedge_policy.dat: razón de cobertura como fracción, 0.50
      * = 50%, y rolado M mensual o Q trimestral): el primer día de
      * la curva y el primer día de cada período nuevo se vende a
      * plazo la razón de la exposición del día (se compra si la
      * exposición es corta), al tipo a plazo spot + puntos/10000
      * con los puntos del plazo 1M o 3M de fx_forward_points.dat,
      * con vencimiento el primer día del período siguiente; el
      * contrato vigente se liquida al rolar.
      * El contrato se valúa cada día contra el tipo a plazo del
      * día para lo que le queda de plazo (spot más los puntos del
      * día prorrateados por los días restantes), así el acarreo de
      * los puntos se devenga en el camino y no de golpe.
      * La curva sin cubrir es el equity local por la tasa de la
      * moneda de la corrida (CURRENCY=, o la del primer tramo del
      * ledger); la cubierta le suma el P&L de los contratos.
      * El ledger no lleva símbolo: el multiplicador del contrato se
      * lee de symbol_master.dat para SYMBOL= (o TRADE_RUN_SYMBOL
      * dentro del lote) y cada tramo lo lleva consigo; sin símbolo,
      * sin maestro o sin valor queda en 1, como en TRADER.
      * Uso: FXHEDGE [FX=] [POLICY=] [FWD=] [CURRENCY=] [SYMBOL=]
      *      [curva de equity] [señales] [ledger]
      * Salida: fxhedge_curve.dat (curvas diarias en base),
      * fxhedge_rolls.dat (calendario de rolados) y fxhedge_pnl.dat
      * (P&L de cobertura y de traducción por moneda). RC 2 si a una
      * moneda expuesta le faltan tasas o puntos.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT SIGNALS-FILE ASSIGN TO DYNAMIC WS-SIGNALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT FX-FILE ASSIGN TO DYNAMIC WS-FX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FS.
           SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FS.
           SELECT POINTS-FILE ASSIGN TO DYNAMIC WS-POINTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-FS.
           SELECT CURVE-FILE ASSIGN TO "fxhedge_curve.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVE-FS.
           SELECT ROLLS-FILE ASSIGN TO "fxhedge_rolls.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLS-FS.
           SELECT PNL-FILE ASSIGN TO "fxhedge_pnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNL-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que EQUITY-RECORD de TRADER (prefijo).
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-DATE         PIC 9(8).
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
      * Mismo formato que FX-RECORD de TRADER.
       FD  FX-FILE.
       01  FX-RECORD.
           05 FX-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 FX-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 FX-RATE-RAW     PIC X(12).
      * Política por moneda: razón de cobertura (fracción) y rolado
      * M o Q. Una fila con "*" en la columna 1 es comentario.
      * Ej.: EUR 0.50   M
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 HP-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 HP-RATIO-RAW    PIC X(6).
           05 FILLER          PIC X.
           05 HP-ROLL         PIC X(1).
           05 FILLER          PIC X(69).
      * Puntos a plazo por fecha, moneda y plazo (1M, 3M), en
      * diezmilésimos de la tasa, con signo.
      * Ej.: 20260105 EUR 1M 12.50
       FD  POINTS-FILE.
       01  POINTS-RECORD.
           05 FP-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 FP-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 FP-TENOR        PIC X(2).
           05 FILLER          PIC X.
           05 FP-POINTS-RAW   PIC X(10).
      * Una fila por día: tasa de la moneda de la corrida, equity
      * local, curva sin cubrir y cubierta en base, P&L acumulado
      * de la cobertura y exposición de las posiciones en local.
       FD  CURVE-FILE.
       01  CURVE-RECORD.
           05 FH-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 FH-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 FH-SPOT         PIC 9(3)V9(6).
           05 FILLER          PIC X.
           05 FH-LOCAL-EQUITY PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FH-UNHEDGED     PIC 9(11)V99.
           05 FILLER          PIC X.
           05 FH-HEDGE-PNL    PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 FH-HEDGED       PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 FH-EXPOSURE     PIC S9(11)V99 SIGN IS LEADING SEPARATE.
      * Calendario de rolados: OPEN abre el primer contrato, ROLL
      * liquida el vigente (RL-SETTLED, en base) y abre el nuevo,
      * CLOSE liquida el último al fin de la curva. Nocional en
      * unidades de la moneda, positivo comprado, negativo vendido.
       FD  ROLLS-FILE.
       01  ROLL-RECORD.
           05 RL-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 RL-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 RL-ACTION       PIC X(5).
           05 FILLER          PIC X.
           05 RL-SPOT         PIC 9(3)V9(6).
           05 FILLER          PIC X.
           05 RL-POINTS       PIC S9(5)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 RL-FWD-RATE     PIC 9(3)V9(6).
           05 FILLER          PIC X.
           05 RL-NOTIONAL     PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 RL-MATURITY     PIC 9(8).
           05 FILLER          PIC X.
           05 RL-SETTLED      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
      * Una fila por moneda: P&L de traducción de las posiciones
      * (exposición del día previo por el cambio de la tasa), P&L
      * de la cobertura y el neto, todo en base.
       FD  PNL-FILE.
       01  PNL-RECORD.
           05 PL-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 PL-RATIO        PIC 9V9(4).
           05 FILLER          PIC X.
           05 PL-ROLL         PIC X(1).
           05 FILLER          PIC X.
           05 PL-CONTRACTS    PIC 9(4).
           05 FILLER          PIC X.
           05 PL-FX-PNL       PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PL-HEDGE-PNL    PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PL-NET-PNL      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "FXHEDGE".
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
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK   VALUE "00".
           88  WS-EQUITY-EOF  VALUE "10".
       01  WS-FS              PIC XX.
           88  WS-FS-OK       VALUE "00".
           88  WS-FS-EOF      VALUE "10".
       01  WS-LEDGER-STATUS   PIC XX.
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK    VALUE "00".
           88  WS-LEDGER-OK   VALUE "00".
           88  WS-LEDGER-EOF  VALUE "10".
       01  WS-FX-FS           PIC XX.
           88  WS-FX-OK       VALUE "00".
           88  WS-FX-EOF      VALUE "10".
       01  WS-POLICY-FS       PIC XX.
           88  WS-POLICY-OK   VALUE "00".
           88  WS-POLICY-EOF  VALUE "10".
       01  WS-POINTS-FS       PIC XX.
           88  WS-POINTS-OK   VALUE "00".
           88  WS-POINTS-EOF  VALUE "10".
       01  WS-CURVE-FS        PIC XX.
       01  WS-ROLLS-FS        PIC XX.
       01  WS-PNL-FS          PIC XX.
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-FX-PATH         PIC X(200).
       01  WS-POLICY-PATH     PIC X(200).
       01  WS-POINTS-PATH     PIC X(200).
      * Días de la curva: la última valuación de cada fecha y el
      * último cierre de la serie de señales en esa fecha.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 5000 TIMES.
              10 DY-DATE         PIC 9(8).
              10 DY-CAPITAL      PIC 9(9)V99 COMP-3.
              10 DY-CLOSE        PIC 9(7)V9(4) COMP-3.
       01  WS-DAY-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DAYS        PIC 9(4) COMP VALUE 5000.
      * Tramos de tenencia del ledger, como en PNLEXPL.
       01  WS-TRADE-TABLE.
           05 WS-TRADE-ENTRY OCCURS 2000 TIMES.
              10 TR-DIR          PIC S9(1).
              10 TR-SHARES       PIC 9(5) COMP.
              10 TR-ENTRY-DATE   PIC 9(8).
              10 TR-EXIT-DATE    PIC 9(8).
              10 TR-CURRENCY     PIC X(3).
              10 TR-MULT         PIC 9(5)V9(4) COMP-3.
       01  WS-TRADE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-TRADES      PIC 9(4) COMP VALUE 2000.
       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 100 TIMES.
              10 PN-DIR          PIC S9(1).
              10 PN-SHARES       PIC 9(5) COMP.
              10 PN-ENTRY-DATE   PIC 9(8).
       01  WS-PEND-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MAX-PENDS       PIC 9(3) COMP VALUE 100.
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 3000 TIMES.
              10 FXT-DATE       PIC 9(8).
              10 FXT-CURRENCY   PIC X(3).
              10 FXT-RATE       PIC 9(3)V9(6) COMP-3.
       01  WS-FX-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-MAX-FX          PIC 9(4) COMP VALUE 3000.
       01  WS-PTS-TABLE.
           05 WS-PTS-ENTRY OCCURS 3000 TIMES.
              10 FPT-DATE       PIC 9(8).
              10 FPT-CURRENCY   PIC X(3).
              10 FPT-TENOR      PIC X(2).
              10 FPT-POINTS     PIC S9(5)V99 COMP-3.
       01  WS-PTS-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PTS         PIC 9(4) COMP VALUE 3000.
      * Una entrada por moneda de la política o con exposición: la
      * política, el contrato vigente y los acumulados.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
              10 HC-CURRENCY     PIC X(3).
              10 HC-RATIO        PIC 9V9(4) COMP-3.
              10 HC-ROLL         PIC X(1).
              10 HC-EXPOSED      PIC X(1).
              10 HC-PERIOD       PIC 9(6) COMP.
              10 HC-NOTIONAL     PIC S9(11)V99 COMP-3.
              10 HC-FWD-RATE     PIC 9(3)V9(6) COMP-3.
              10 HC-START        PIC 9(8).
              10 HC-MATURITY     PIC 9(8).
              10 HC-REALIZED     PIC S9(11)V99 COMP-3.
              10 HC-MTM          PIC S9(11)V99 COMP-3.
              10 HC-FX-PNL       PIC S9(11)V99 COMP-3.
              10 HC-PREV-EXPO    PIC S9(11)V99 COMP-3.
              10 HC-PREV-SPOT    PIC 9(3)V9(6) COMP-3.
              10 HC-CONTRACTS    PIC 9(4) COMP.
              10 HC-WARNED       PIC X(1).
       01  WS-CCY-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-CCY         PIC 9(2) COMP VALUE 20.
       01  WS-RUN-CCY         PIC X(3) VALUE SPACES.
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-MULTIPLIER      PIC 9(5)V9(4) COMP-3 VALUE 1.
       01  WS-RUN-CX          PIC 9(2) COMP VALUE 0.
       01  WS-LOOK-CCY        PIC X(3).
       01  WS-LOOK-TENOR      PIC X(2).
       01  WS-SPOT            PIC 9(3)V9(6) COMP-3.
       01  WS-RUN-SPOT        PIC 9(3)V9(6) COMP-3.
       01  WS-POINTS          PIC S9(5)V99 COMP-3.
       01  WS-PTS-FOUND       PIC X(1).
       01  WS-EXPOSURE        PIC S9(11)V99 COMP-3.
       01  WS-RUN-EXPOSURE    PIC S9(11)V99 COMP-3.
       01  WS-HEDGE-TOTAL     PIC S9(11)V99 COMP-3.
       01  WS-UNHEDGED        PIC 9(11)V99 COMP-3.
       01  WS-MARK-RATE       PIC S9(3)V9(6) COMP-3.
       01  WS-REM-DAYS        PIC S9(5) COMP.
       01  WS-TENOR-DAYS      PIC 9(5) COMP.
       01  WS-BAR-PERIOD      PIC 9(6) COMP.
       01  WS-BAR-MONTH       PIC 9(2) COMP.
       01  WS-MAT-YEAR        PIC 9(4) COMP.
       01  WS-MAT-MONTH       PIC 9(2) COMP.
       01  WS-SETTLED         PIC S9(11)V99 COMP-3.
       01  WS-ROLL-ACTION     PIC X(5).
       01  WS-D               PIC 9(4) COMP.
       01  WS-T               PIC 9(4) COMP.
       01  WS-P               PIC 9(3) COMP.
       01  WS-F               PIC 9(4) COMP.
       01  WS-C               PIC 9(2) COMP.
       01  WS-HIT             PIC 9(4) COMP.
       01  WS-REM-SHARES      PIC S9(7) COMP.
       01  WS-SIG-DATE        PIC 9(8).
       01  WS-ROLL-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-FLAG-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa FXHEDGE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-CURVA
           IF WS-DAY-COUNT < 2
               DISPLAY "ERROR: la curva necesita al menos dos días "
                   "fechados para simular la cobertura"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-CARGAR-CIERRES
           PERFORM 2500-CARGAR-LEDGER
           PERFORM 2700-CARGAR-FX
           PERFORM 2800-CARGAR-POLITICA
           PERFORM 2900-CARGAR-PUNTOS
           PERFORM 2950-MONEDAS-EXPUESTAS
           IF WS-RUN-CCY = SPACES
               DISPLAY "[FXHEDGE] sin moneda extranjera en el ledger:"
                   " las dos curvas quedan en moneda local"
           END-IF
           OPEN OUTPUT CURVE-FILE
           OPEN OUTPUT ROLLS-FILE
           PERFORM 3000-SIMULAR-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DAY-COUNT
           MOVE WS-DAY-COUNT TO WS-D
           PERFORM 3600-CERRAR-CONTRATOS
           CLOSE ROLLS-FILE
           CLOSE CURVE-FILE
           PERFORM 4000-ESCRIBIR-PNL
           DISPLAY "[FXHEDGE] " WS-DAY-COUNT " días, " WS-ROLL-COUNT
               " rolados, sin cubrir " WS-UNHEDGED
               ", P&L de cobertura " WS-HEDGE-TOTAL
           IF WS-FLAG-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "equity_curve.dat" TO WS-EQUITY-PATH
           MOVE "strategy_signals.dat" TO WS-SIGNALS-PATH
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "fx_rates.dat" TO WS-FX-PATH
           MOVE "fxhedge_policy.dat" TO WS-POLICY-PATH
           MOVE "fx_forward_points.dat" TO WS-POINTS-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:3) = "FX="
                       MOVE WS-ARG1(4:) TO WS-FX-PATH
                   WHEN WS-ARG1(1:7) = "POLICY="
                       MOVE WS-ARG1(8:) TO WS-POLICY-PATH
                   WHEN WS-ARG1(1:4) = "FWD="
                       MOVE WS-ARG1(5:) TO WS-POINTS-PATH
                   WHEN WS-ARG1(1:9) = "CURRENCY="
                       MOVE WS-ARG1(10:3) TO WS-RUN-CCY
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:) TO WS-SYMBOL
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       EVALUATE WS-FILTERED-ARGC
                           WHEN 1
                               MOVE WS-ARG1 TO WS-EQUITY-PATH
                           WHEN 2
                               MOVE WS-ARG1 TO WS-SIGNALS-PATH
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-LEDGER-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           EXIT.

      * Varias filas de curva pueden caer el mismo día; se queda la
      * última valuación del día.
       2000-CARGAR-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "ERROR: curva de equity ilegible FS="
                   WS-EQUITY-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ACUMULAR-FILA
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           EXIT.

       2100-ACUMULAR-FILA.
           IF EQ-DATE NOT NUMERIC OR EQ-DATE = 0
              OR EQ-CAPITAL NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-COUNT > 0
              AND DY-DATE(WS-DAY-COUNT) = EQ-DATE
               MOVE WS-DAY-COUNT TO WS-HIT
           ELSE
               IF WS-DAY-COUNT >= WS-MAX-DAYS
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-HIT
               MOVE EQ-DATE TO DY-DATE(WS-HIT)
               MOVE 0 TO DY-CLOSE(WS-HIT)
           END-IF
           MOVE EQ-CAPITAL TO DY-CAPITAL(WS-HIT)
           EXIT.

       2300-CARGAR-CIERRES.
           OPEN INPUT SIGNALS-FILE
           IF NOT WS-FS-OK
               DISPLAY "WARNING: serie de señales ilegible FS="
                   WS-FS ", exposición de posiciones en cero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-EOF
               READ SIGNALS-FILE INTO SIGNAL-RECORD
                   AT END
                       SET WS-FS-EOF TO TRUE
                   NOT AT END
                       IF SIGNAL-DATE NUMERIC
                          AND SIGNAL-PRICE NUMERIC
                           COMPUTE WS-SIG-DATE =
                               FUNCTION NUMVAL(SIGNAL-DATE)
                           PERFORM VARYING WS-D FROM 1 BY 1
                                   UNTIL WS-D > WS-DAY-COUNT
                               IF DY-DATE(WS-D) = WS-SIG-DATE
                                   MOVE SIGNAL-PRICE
                                       TO DY-CLOSE(WS-D)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNALS-FILE
           EXIT.

      * Los tramos de tenencia como en PNLEXPL: cada fila de cierre
      * es un tramo; las filas ADD abren tramos propios que cierran
      * con el cierre que sigue.
       2500-CARGAR-LEDGER.
           PERFORM 2550-BUSCAR-MULTIPLICADOR
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "WARNING: ledger ilegible FS="
                   WS-LEDGER-STATUS ", sin tramos de posición"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-CLASIFICAR-FILA-LEDGER
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "[DEBUG] 2500-CARGAR-LEDGER - " WS-TRADE-COUNT
               " tramos de tenencia"
           EXIT.

      * Multiplicador del contrato del símbolo del ledger; sin
      * símbolo, sin maestro, sin la fila o sin valor queda en 1.
       2550-BUSCAR-MULTIPLICADOR.
           MOVE 1 TO WS-MULTIPLIER
           IF WS-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYMMASTER-OK
               DISPLAY "WARNING: sin maestro de símbolos (FS="
                   WS-SYMMASTER-FS "), multiplicador 1"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYMBOL TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-MULTIPLIER
                   END-IF
           END-READ
           CLOSE SYMMASTER-FILE
           DISPLAY "[DEBUG] 2550-BUSCAR-MULTIPLICADOR - "
               FUNCTION TRIM(WS-SYMBOL) " multiplicador " WS-MULTIPLIER
           EXIT.

       2600-CLASIFICAR-FILA-LEDGER.
           EVALUATE LED-TYPE
               WHEN "ADDLG"
                   PERFORM 2610-ABRIR-PENDIENTE
               WHEN "ADDSH"
                   PERFORM 2610-ABRIR-PENDIENTE
               WHEN "LONG "
               WHEN "EORLG"
               WHEN "DELLG"
                   MOVE 1 TO WS-HIT
                   PERFORM 2620-CERRAR-TRAMOS
               WHEN "SHORT"
               WHEN "EORSH"
               WHEN "DELSH"
                   MOVE 2 TO WS-HIT
                   PERFORM 2620-CERRAR-TRAMOS
           END-EVALUATE
           EXIT.

       2610-ABRIR-PENDIENTE.
           IF WS-PEND-COUNT >= WS-MAX-PENDS
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-COUNT
           IF LED-TYPE = "ADDLG"
               MOVE 1 TO PN-DIR(WS-PEND-COUNT)
           ELSE
               MOVE -1 TO PN-DIR(WS-PEND-COUNT)
           END-IF
           MOVE LED-SHARES TO PN-SHARES(WS-PEND-COUNT)
           MOVE LED-ENTRY-DATE TO PN-ENTRY-DATE(WS-PEND-COUNT)
           EXIT.

       2620-CERRAR-TRAMOS.
           COMPUTE WS-REM-SHARES = LED-SHARES
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PEND-COUNT
               IF WS-REM-SHARES >= PN-SHARES(WS-P)
                   SUBTRACT PN-SHARES(WS-P) FROM WS-REM-SHARES
               END-IF
               PERFORM 2630-TRAMO-DE-PENDIENTE
           END-PERFORM
           IF WS-REM-SHARES > 0
               PERFORM 2640-TRAMO-INICIAL
           END-IF
           MOVE 0 TO WS-PEND-COUNT
           EXIT.

       2630-TRAMO-DE-PENDIENTE.
           IF WS-TRADE-COUNT >= WS-MAX-TRADES
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           MOVE PN-DIR(WS-P) TO TR-DIR(WS-TRADE-COUNT)
           MOVE PN-SHARES(WS-P) TO TR-SHARES(WS-TRADE-COUNT)
           MOVE PN-ENTRY-DATE(WS-P)
               TO TR-ENTRY-DATE(WS-TRADE-COUNT)
           MOVE LED-EXIT-DATE TO TR-EXIT-DATE(WS-TRADE-COUNT)
           MOVE LED-CURRENCY TO TR-CURRENCY(WS-TRADE-COUNT)
           MOVE WS-MULTIPLIER TO TR-MULT(WS-TRADE-COUNT)
           EXIT.

       2640-TRAMO-INICIAL.
           IF WS-TRADE-COUNT >= WS-MAX-TRADES
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           IF WS-HIT = 1
               MOVE 1 TO TR-DIR(WS-TRADE-COUNT)
           ELSE
               MOVE -1 TO TR-DIR(WS-TRADE-COUNT)
           END-IF
           MOVE WS-REM-SHARES TO TR-SHARES(WS-TRADE-COUNT)
           MOVE LED-ENTRY-DATE TO TR-ENTRY-DATE(WS-TRADE-COUNT)
           MOVE LED-EXIT-DATE TO TR-EXIT-DATE(WS-TRADE-COUNT)
           MOVE LED-CURRENCY TO TR-CURRENCY(WS-TRADE-COUNT)
           MOVE WS-MULTIPLIER TO TR-MULT(WS-TRADE-COUNT)
           EXIT.

       2700-CARGAR-FX.
           OPEN INPUT FX-FILE
           IF NOT WS-FX-OK
               DISPLAY "WARNING: tasas FX ilegibles FS=" WS-FX-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FX-EOF
               READ FX-FILE
                   AT END
                       SET WS-FX-EOF TO TRUE
                   NOT AT END
                       IF FX-DATE NUMERIC
                          AND FUNCTION TEST-NUMVAL(FX-RATE-RAW) = 0
                          AND WS-FX-COUNT < WS-MAX-FX
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-DATE TO FXT-DATE(WS-FX-COUNT)
                           MOVE FX-CURRENCY
                               TO FXT-CURRENCY(WS-FX-COUNT)
                           COMPUTE FXT-RATE(WS-FX-COUNT) ROUNDED =
                               FUNCTION NUMVAL(FX-RATE-RAW)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-FILE
           EXIT.

      * Una fila de política por moneda; razón fuera de 0..1 o
      * rolado que no sea M ni Q se descarta contada.
       2800-CARGAR-POLITICA.
           OPEN INPUT POLICY-FILE
           IF NOT WS-POLICY-OK
               DISPLAY "WARNING: política de cobertura ilegible FS="
                   WS-POLICY-FS ", todo queda sin cubrir"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POLICY-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN POLICY-RECORD = SPACES
                             OR POLICY-RECORD(1:1) = "*"
                               CONTINUE
                           WHEN HP-CURRENCY = SPACES
                             OR FUNCTION TEST-NUMVAL(HP-RATIO-RAW)
                                   NOT = 0
                             OR FUNCTION NUMVAL(HP-RATIO-RAW) < 0
                             OR FUNCTION NUMVAL(HP-RATIO-RAW) > 1
                             OR (HP-ROLL NOT = "M"
                                 AND HP-ROLL NOT = "Q")
                               ADD 1 TO WS-REJECT-COUNT
                               DISPLAY "WARNING: fila de política "
                                   "inválida descartada: "
                                   POLICY-RECORD
                           WHEN OTHER
                               MOVE HP-CURRENCY TO WS-LOOK-CCY
                               PERFORM 2850-BUSCAR-MONEDA
                               IF WS-C > 0
                                   COMPUTE HC-RATIO(WS-C) =
                                       FUNCTION NUMVAL(HP-RATIO-RAW)
                                   MOVE HP-ROLL TO HC-ROLL(WS-C)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           DISPLAY "[DEBUG] 2800-CARGAR-POLITICA - " WS-CCY-COUNT
               " monedas con política"
           EXIT.

      * Busca WS-LOOK-CCY en la tabla de monedas y la agrega sin
      * cobertura si no está; WS-C = 0 si la tabla está llena.
       2850-BUSCAR-MONEDA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT OR WS-HIT > 0
               IF HC-CURRENCY(WS-C) = WS-LOOK-CCY
                   MOVE WS-C TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               MOVE WS-HIT TO WS-C
               EXIT PARAGRAPH
           END-IF
           IF WS-CCY-COUNT >= WS-MAX-CCY
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de monedas llena, omitida: "
                   WS-LOOK-CCY
               MOVE 0 TO WS-C
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-C
           MOVE WS-LOOK-CCY TO HC-CURRENCY(WS-C)
           MOVE 0 TO HC-RATIO(WS-C)
           MOVE "M" TO HC-ROLL(WS-C)
           MOVE "N" TO HC-EXPOSED(WS-C)
           MOVE 0 TO HC-PERIOD(WS-C)
           MOVE 0 TO HC-NOTIONAL(WS-C)
           MOVE 0 TO HC-FWD-RATE(WS-C)
           MOVE 0 TO HC-START(WS-C)
           MOVE 0 TO HC-MATURITY(WS-C)
           MOVE 0 TO HC-REALIZED(WS-C)
           MOVE 0 TO HC-MTM(WS-C)
           MOVE 0 TO HC-FX-PNL(WS-C)
           MOVE 0 TO HC-PREV-EXPO(WS-C)
           MOVE 0 TO HC-PREV-SPOT(WS-C)
           MOVE 0 TO HC-CONTRACTS(WS-C)
           MOVE "N" TO HC-WARNED(WS-C)
           EXIT.

       2900-CARGAR-PUNTOS.
           OPEN INPUT POINTS-FILE
           IF NOT WS-POINTS-OK
               DISPLAY "WARNING: puntos a plazo ilegibles FS="
                   WS-POINTS-FS ", contratos al spot"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POINTS-EOF
               READ POINTS-FILE
                   AT END
                       SET WS-POINTS-EOF TO TRUE
                   NOT AT END
                       IF FP-DATE NUMERIC
                          AND FUNCTION TEST-NUMVAL(FP-POINTS-RAW) = 0
                          AND WS-PTS-COUNT < WS-MAX-PTS
                           ADD 1 TO WS-PTS-COUNT
                           MOVE FP-DATE TO FPT-DATE(WS-PTS-COUNT)
                           MOVE FP-CURRENCY
                               TO FPT-CURRENCY(WS-PTS-COUNT)
                           MOVE FP-TENOR TO FPT-TENOR(WS-PTS-COUNT)
                           COMPUTE FPT-POINTS(WS-PTS-COUNT) =
                               FUNCTION NUMVAL(FP-POINTS-RAW)
                       ELSE
                           IF POINTS-RECORD NOT = SPACES
                              AND POINTS-RECORD(1:1) NOT = "*"
                               ADD 1 TO WS-REJECT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POINTS-FILE
           EXIT.

      * Cada moneda de los tramos entra a la tabla marcada como
      * expuesta; la de la corrida, si no vino por CURRENCY=, es la
      * del primer tramo con moneda.
       2950-MONEDAS-EXPUESTAS.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRADE-COUNT
               IF TR-CURRENCY(WS-T) NOT = SPACES
                   IF WS-RUN-CCY = SPACES
                       MOVE TR-CURRENCY(WS-T) TO WS-RUN-CCY
                   END-IF
                   MOVE TR-CURRENCY(WS-T) TO WS-LOOK-CCY
                   PERFORM 2850-BUSCAR-MONEDA
                   IF WS-C > 0
                       MOVE "Y" TO HC-EXPOSED(WS-C)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-CCY NOT = SPACES
               MOVE WS-RUN-CCY TO WS-LOOK-CCY
               PERFORM 2850-BUSCAR-MONEDA
               MOVE WS-C TO WS-RUN-CX
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT
               IF HC-EXPOSED(WS-C) = "Y" AND HC-RATIO(WS-C) = 0
                   DISPLAY "WARNING: " HC-CURRENCY(WS-C)
                       " expuesta sin política de cobertura, "
                       "queda sin cubrir"
               END-IF
           END-PERFORM
           EXIT.

      * El día: por moneda, exposición de las posiciones, P&L de
      * traducción contra el día previo, rolado si toca y valuación
      * del contrato; luego la fila de la curva.
       3000-SIMULAR-DIA.
           MOVE 0 TO WS-HEDGE-TOTAL
           MOVE 0 TO WS-RUN-EXPOSURE
           MOVE 1 TO WS-RUN-SPOT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT
               PERFORM 3100-VALUAR-MONEDA
               COMPUTE WS-HEDGE-TOTAL = WS-HEDGE-TOTAL
                   + HC-REALIZED(WS-C) + HC-MTM(WS-C)
           END-PERFORM
           COMPUTE WS-UNHEDGED ROUNDED =
               DY-CAPITAL(WS-D) * WS-RUN-SPOT
           MOVE SPACES TO CURVE-RECORD
           MOVE DY-DATE(WS-D) TO FH-DATE
           MOVE WS-RUN-CCY TO FH-CURRENCY
           MOVE WS-RUN-SPOT TO FH-SPOT
           MOVE DY-CAPITAL(WS-D) TO FH-LOCAL-EQUITY
           MOVE WS-UNHEDGED TO FH-UNHEDGED
           MOVE WS-HEDGE-TOTAL TO FH-HEDGE-PNL
           COMPUTE FH-HEDGED = WS-UNHEDGED + WS-HEDGE-TOTAL
           MOVE WS-RUN-EXPOSURE TO FH-EXPOSURE
           WRITE CURVE-RECORD
           EXIT.

       3100-VALUAR-MONEDA.
           MOVE HC-CURRENCY(WS-C) TO WS-LOOK-CCY
           PERFORM 3150-BUSCAR-SPOT
           PERFORM 3200-MEDIR-EXPOSICION
           IF WS-SPOT = 0
               IF WS-EXPOSURE NOT = 0 AND HC-WARNED(WS-C) = "N"
                   MOVE "Y" TO HC-WARNED(WS-C)
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY "WARNING: " HC-CURRENCY(WS-C)
                       " sin tasa en o antes de " DY-DATE(WS-D)
                       ", sin valuar"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-C = WS-RUN-CX
               MOVE WS-SPOT TO WS-RUN-SPOT
               MOVE WS-EXPOSURE TO WS-RUN-EXPOSURE
           END-IF
           IF HC-PREV-SPOT(WS-C) > 0
               COMPUTE HC-FX-PNL(WS-C) ROUNDED = HC-FX-PNL(WS-C)
                   + HC-PREV-EXPO(WS-C)
                   * (WS-SPOT - HC-PREV-SPOT(WS-C))
           END-IF
           MOVE WS-EXPOSURE TO HC-PREV-EXPO(WS-C)
           MOVE WS-SPOT TO HC-PREV-SPOT(WS-C)
           IF HC-RATIO(WS-C) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-REVISAR-ROLADO
           PERFORM 3400-VALUAR-CONTRATO
           EXIT.

      * La tasa vigente: la última fila de la moneda con fecha en o
      * antes del día; sin ninguna, cero.
       3150-BUSCAR-SPOT.
           MOVE 0 TO WS-SPOT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FX-COUNT
               IF FXT-CURRENCY(WS-F) = WS-LOOK-CCY
                  AND FXT-DATE(WS-F) <= DY-DATE(WS-D)
                   MOVE FXT-RATE(WS-F) TO WS-SPOT
               END-IF
           END-PERFORM
           EXIT.

      * Exposición del día en unidades de la moneda: los tramos
      * abiertos al cierre del día (entrada en o antes, salida
      * después) por el cierre del día y el multiplicador del
      * contrato, con signo de la dirección.
       3200-MEDIR-EXPOSICION.
           MOVE 0 TO WS-EXPOSURE
           IF DY-CLOSE(WS-D) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRADE-COUNT
               IF TR-CURRENCY(WS-T) = WS-LOOK-CCY
                  AND TR-ENTRY-DATE(WS-T) <= DY-DATE(WS-D)
                  AND TR-EXIT-DATE(WS-T) > DY-DATE(WS-D)
                   COMPUTE WS-EXPOSURE = WS-EXPOSURE
                       + TR-DIR(WS-T) * TR-SHARES(WS-T)
                       * DY-CLOSE(WS-D) * TR-MULT(WS-T)
               END-IF
           END-PERFORM
           EXIT.

      * Se rola el primer día valuado de la moneda y el primer día
      * de cada período nuevo (mes o trimestre según la política):
      * el contrato vigente se liquida a su valor del día y se abre
      * otro por la razón de la exposición de hoy.
       3300-REVISAR-ROLADO.
           MOVE DY-DATE(WS-D)(5:2) TO WS-BAR-MONTH
           IF HC-ROLL(WS-C) = "Q"
               COMPUTE WS-BAR-PERIOD =
                   FUNCTION NUMVAL(DY-DATE(WS-D)(1:4)) * 10
                   + (WS-BAR-MONTH + 2) / 3
           ELSE
               COMPUTE WS-BAR-PERIOD =
                   FUNCTION NUMVAL(DY-DATE(WS-D)(1:6))
           END-IF
           IF WS-BAR-PERIOD = HC-PERIOD(WS-C)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SETTLED
           IF HC-PERIOD(WS-C) = 0
               MOVE "OPEN " TO WS-ROLL-ACTION
           ELSE
               MOVE "ROLL " TO WS-ROLL-ACTION
               PERFORM 3400-VALUAR-CONTRATO
               MOVE HC-MTM(WS-C) TO WS-SETTLED
               ADD HC-MTM(WS-C) TO HC-REALIZED(WS-C)
               MOVE 0 TO HC-MTM(WS-C)
           END-IF
           MOVE WS-BAR-PERIOD TO HC-PERIOD(WS-C)
           PERFORM 3350-BUSCAR-PUNTOS
           COMPUTE HC-NOTIONAL(WS-C) ROUNDED =
               0 - HC-RATIO(WS-C) * WS-EXPOSURE
           COMPUTE HC-FWD-RATE(WS-C) ROUNDED =
               WS-SPOT + WS-POINTS / 10000
           MOVE DY-DATE(WS-D) TO HC-START(WS-C)
           PERFORM 3360-FIJAR-VENCIMIENTO
           ADD 1 TO HC-CONTRACTS(WS-C)
           ADD 1 TO WS-ROLL-COUNT
           PERFORM 3500-GRABAR-ROLADO
           EXIT.

      * Puntos del plazo de la política (1M mensual, 3M trimestral)
      * vigentes en el día; sin fila, cero con aviso una vez.
       3350-BUSCAR-PUNTOS.
           MOVE 0 TO WS-POINTS
           MOVE "N" TO WS-PTS-FOUND
           IF HC-ROLL(WS-C) = "Q"
               MOVE "3M" TO WS-LOOK-TENOR
           ELSE
               MOVE "1M" TO WS-LOOK-TENOR
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-PTS-COUNT
               IF FPT-CURRENCY(WS-F) = HC-CURRENCY(WS-C)
                  AND FPT-TENOR(WS-F) = WS-LOOK-TENOR
                  AND FPT-DATE(WS-F) <= DY-DATE(WS-D)
                   MOVE FPT-POINTS(WS-F) TO WS-POINTS
                   MOVE "Y" TO WS-PTS-FOUND
               END-IF
           END-PERFORM
           IF WS-PTS-FOUND = "N" AND HC-WARNED(WS-C) = "N"
               MOVE "Y" TO HC-WARNED(WS-C)
               ADD 1 TO WS-FLAG-COUNT
               DISPLAY "WARNING: " HC-CURRENCY(WS-C) " sin puntos "
                   WS-LOOK-TENOR " en o antes de " DY-DATE(WS-D)
                   ", contrato al spot"
           END-IF
           EXIT.

      * Vence el primer día del período siguiente.
       3360-FIJAR-VENCIMIENTO.
           COMPUTE WS-MAT-YEAR =
               FUNCTION NUMVAL(DY-DATE(WS-D)(1:4))
           MOVE WS-BAR-MONTH TO WS-MAT-MONTH
           IF HC-ROLL(WS-C) = "Q"
               COMPUTE WS-MAT-MONTH =
                   ((WS-BAR-MONTH - 1) / 3) * 3 + 4
           ELSE
               ADD 1 TO WS-MAT-MONTH
           END-IF
           IF WS-MAT-MONTH > 12
               SUBTRACT 12 FROM WS-MAT-MONTH
               ADD 1 TO WS-MAT-YEAR
           END-IF
           COMPUTE HC-MATURITY(WS-C) =
               WS-MAT-YEAR * 10000 + WS-MAT-MONTH * 100 + 1
           EXIT.

      * Valor del contrato en base: nocional por (tipo a plazo de
      * hoy para el plazo que queda - tipo pactado). El tipo de hoy
      * es spot más los puntos del día por la fracción de plazo que
      * falta; vencido, es el spot.
       3400-VALUAR-CONTRATO.
           IF HC-NOTIONAL(WS-C) = 0
               MOVE 0 TO HC-MTM(WS-C)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TENOR-DAYS =
               FUNCTION INTEGER-OF-DATE(HC-MATURITY(WS-C))
               - FUNCTION INTEGER-OF-DATE(HC-START(WS-C))
           COMPUTE WS-REM-DAYS =
               FUNCTION INTEGER-OF-DATE(HC-MATURITY(WS-C))
               - FUNCTION INTEGER-OF-DATE(DY-DATE(WS-D))
           IF WS-REM-DAYS < 0
               MOVE 0 TO WS-REM-DAYS
           END-IF
           PERFORM 3350-BUSCAR-PUNTOS
           IF WS-TENOR-DAYS > 0
               COMPUTE WS-MARK-RATE ROUNDED = WS-SPOT
                   + WS-POINTS / 10000 * WS-REM-DAYS / WS-TENOR-DAYS
           ELSE
               MOVE WS-SPOT TO WS-MARK-RATE
           END-IF
           COMPUTE HC-MTM(WS-C) ROUNDED = HC-NOTIONAL(WS-C)
               * (WS-MARK-RATE - HC-FWD-RATE(WS-C))
           EXIT.

       3500-GRABAR-ROLADO.
           MOVE SPACES TO ROLL-RECORD
           MOVE DY-DATE(WS-D) TO RL-DATE
           MOVE HC-CURRENCY(WS-C) TO RL-CURRENCY
           MOVE WS-ROLL-ACTION TO RL-ACTION
           MOVE WS-SPOT TO RL-SPOT
           MOVE WS-POINTS TO RL-POINTS
           MOVE HC-FWD-RATE(WS-C) TO RL-FWD-RATE
           MOVE HC-NOTIONAL(WS-C) TO RL-NOTIONAL
           MOVE HC-MATURITY(WS-C) TO RL-MATURITY
           MOVE WS-SETTLED TO RL-SETTLED
           WRITE ROLL-RECORD
           EXIT.

      * Al fin de la curva el contrato vigente se liquida a su valor
      * del último día, para que el P&L de cobertura quede cerrado.
       3600-CERRAR-CONTRATOS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT
               IF HC-RATIO(WS-C) > 0 AND HC-PERIOD(WS-C) > 0
                   MOVE HC-CURRENCY(WS-C) TO WS-LOOK-CCY
                   PERFORM 3150-BUSCAR-SPOT
                   PERFORM 3400-VALUAR-CONTRATO
                   MOVE HC-MTM(WS-C) TO WS-SETTLED
                   ADD HC-MTM(WS-C) TO HC-REALIZED(WS-C)
                   MOVE 0 TO HC-MTM(WS-C)
                   MOVE "CLOSE" TO WS-ROLL-ACTION
                   PERFORM 3500-GRABAR-ROLADO
                   MOVE 0 TO HC-NOTIONAL(WS-C)
               END-IF
           END-PERFORM
           EXIT.

       4000-ESCRIBIR-PNL.
           OPEN OUTPUT PNL-FILE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT
               MOVE SPACES TO PNL-RECORD
               MOVE HC-CURRENCY(WS-C) TO PL-CURRENCY
               MOVE HC-RATIO(WS-C) TO PL-RATIO
               MOVE HC-ROLL(WS-C) TO PL-ROLL
               MOVE HC-CONTRACTS(WS-C) TO PL-CONTRACTS
               MOVE HC-FX-PNL(WS-C) TO PL-FX-PNL
               MOVE HC-REALIZED(WS-C) TO PL-HEDGE-PNL
               COMPUTE PL-NET-PNL =
                   HC-FX-PNL(WS-C) + HC-REALIZED(WS-C)
               WRITE PNL-RECORD
               DISPLAY "[FXHEDGE] " HC-CURRENCY(WS-C) " razón "
                   HC-RATIO(WS-C) " traducción " HC-FX-PNL(WS-C)
                   " cobertura " HC-REALIZED(WS-C)
           END-PERFORM
           CLOSE PNL-FILE
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
           MOVE WS-DAY-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-FLAG-COUNT + WS-REJECT-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
