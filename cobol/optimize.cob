       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTIMIZE.
      * Optimizador media-varianza de los pesos objetivo de PORTSIM:
      * el rebalanceo (WEIGHTS=) toma los pesos como vienen, y hasta
      * ahora salían de una planilla. La covarianza anual se arma con
      * la matriz de correlación de CORRMAT (corrmat_output.csv) y la
      * volatilidad de cada símbolo, medida sobre los mismos archivos
      * de precios del control de CORRMAT (un cierre por renglón):
      * desvío de los últimos WINDOW= retornos diarios por raíz de
      * 252. El retorno esperado anual sale de RETURNS= (símbolo y
      * porciento anual) o, con SCORES=, del ranking de SCREENER
      * (screener_report.dat) a RETPERPT= porciento por punto.
      * Tres modos (MODE=):
      *   MINVAR      mínima varianza;
      *   MAXSHARPE   máximo Sharpe sobre RF= (porciento anual),
      *               buscado sobre la frontera: se resuelve
      *               max mu'w - (lambda/2) w'Sw para una grilla de
      *               lambda y se refina alrededor de la mejor;
      *   RISKPARITY  paridad de riesgo (cada símbolo aporta la misma
      *               parte de la varianza), siempre solo larga.
      * Restricciones: los pesos suman uno, ninguno pasa de MAXW=
      * (fracción, por omisión 1), LONGONLY=N permite cortos hasta
      * -MAXW, y con SECTORS= (el mapa símbolo-sector de PORTSIM)
      * los renglones SECTORCAP <sector> <tope> del mismo mapa topean
      * el peso neto del sector (fracción: SECTORCAP ENERGY 0.30) -
      * PORTSIM no toma esos renglones como símbolo de ningún libro.
      * Los problemas cuadráticos se resuelven moviendo peso entre
      * pares de símbolos (el paso óptimo del par, recortado a los
      * topes), barrida tras barrida hasta que ningún paso supera
      * una millonésima. Un símbolo de la matriz sin volatilidad
      * queda con peso cero y aviso (RC 2).
      * Uso: OPTIMIZE [corrmat_output.csv] [corrmat_control.dat]
      *      [MODE=MINVAR|MAXSHARPE|RISKPARITY] [MAXW=0.40]
      *      [LONGONLY=Y|N] [SECTORS=mapa] [RETURNS=archivo]
      *      [SCORES=screener_report.dat] [RETPERPT=1.0] [RF=0]
      *      [WINDOW=60] [OUT=optimize_weights.dat]
      * Salida: el archivo de pesos en el formato de WEIGHTS= de
      * PORTSIM y optimize_report.dat (peso, volatilidad, retorno y
      * contribución al riesgo por símbolo; retorno, riesgo y Sharpe
      * esperados del libro).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN TO DYNAMIC WS-CORR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT RETURNS-FILE ASSIGN TO DYNAMIC WS-RETURNS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FS.
           SELECT SCORES-FILE ASSIGN TO DYNAMIC WS-SCORES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-FS.
           SELECT SECTOR-FILE ASSIGN TO DYNAMIC WS-SECTOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTOR-FS.
           SELECT WEIGHTS-FILE ASSIGN TO DYNAMIC WS-WEIGHTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-FS.
           SELECT REPORT-FILE ASSIGN TO "optimize_report.dat"
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
      * Mismo formato que corrmat_output.csv: encabezado SYMBOL y los
      * símbolos, una fila por símbolo con sus correlaciones; los
      * renglones BAR de la serie rodante se ignoran.
       FD  CORR-FILE.
       01  CORR-RECORD.
           05 CRR-LINE        PIC X(250).
      * Mismo formato que el archivo de control de CORRMAT.
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 CTL-PRICES-PATH  PIC X(200).
       FD  PRICES-FILE.
       01  PRICE-RECORD.
           05 PRICE-RAW       PIC X(12).
      * Retorno esperado: símbolo y porciento anual (8.5 = ocho y
      * medio por ciento).
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05 RT-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 RT-RETURN-RAW   PIC X(10).
           05 FILLER          PIC X(59).
      * Mismo formato que el ranking de screener_report.dat: puesto,
      * símbolo y puntos; el encabezado no trae puesto numérico.
       FD  SCORES-FILE.
       01  SCORES-RECORD.
           05 SCO-RANK        PIC X(2).
           05 FILLER          PIC X(2).
           05 SCO-SYMBOL      PIC X(10).
           05 FILLER          PIC X(3).
           05 SCO-SCORE       PIC X(2).
           05 FILLER          PIC X(71).
      * Mismo formato que el mapa símbolo-sector de PORTSIM, más los
      * renglones de tope SECTORCAP <sector> <fracción>.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD.
           05 SEC-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 SEC-CODE         PIC X(8).
           05 FILLER           PIC X(61).
       01  SECTOR-CAP-RECORD.
           05 FILLER           PIC X(11).
           05 SCP-TEXT         PIC X(69).
      * Mismo formato que WEIGHTS-RECORD de PORTSIM.
       FD  WEIGHTS-FILE.
       01  WEIGHTS-RECORD.
           05 WG-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 WG-WEIGHT-RAW   PIC X(7).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 OPR-LINE        PIC X(100).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "OPTIMIZE".
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
           05 WS-PARM-ENTRY OCCURS 6 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 6.
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
       01  WS-CORR-FS         PIC XX.
           88  WS-CORR-OK         VALUE "00".
           88  WS-CORR-EOF        VALUE "10".
       01  WS-CONTROL-STATUS  PIC XX.
           88  WS-CONTROL-OK      VALUE "00".
           88  WS-CONTROL-EOF     VALUE "10".
       01  WS-FS              PIC XX.
           88  WS-FS-OK           VALUE "00".
           88  WS-FS-EOF          VALUE "10".
       01  WS-RETURNS-FS      PIC XX.
           88  WS-RETURNS-OK      VALUE "00".
           88  WS-RETURNS-EOF     VALUE "10".
       01  WS-SCORES-FS       PIC XX.
           88  WS-SCORES-OK       VALUE "00".
           88  WS-SCORES-EOF      VALUE "10".
       01  WS-SECTOR-FS       PIC XX.
           88  WS-SECTOR-OK       VALUE "00".
           88  WS-SECTOR-EOF      VALUE "10".
       01  WS-WEIGHTS-FS      PIC XX.
       01  WS-REP-FS          PIC XX.
       01  WS-CORR-PATH       PIC X(200).
       01  WS-CONTROL-PATH    PIC X(200).
       01  WS-PRICES-PATH     PIC X(200).
       01  WS-RETURNS-PATH    PIC X(200).
       01  WS-SCORES-PATH     PIC X(200) VALUE SPACES.
       01  WS-SECTOR-PATH     PIC X(200) VALUE SPACES.
       01  WS-WEIGHTS-PATH    PIC X(200).
      * Parámetros de la corrida.
       01  WS-MODE            PIC X(10) VALUE "MINVAR".
           88  WS-MODE-MINVAR     VALUE "MINVAR".
           88  WS-MODE-MAXSHARPE  VALUE "MAXSHARPE".
           88  WS-MODE-RISKPARITY VALUE "RISKPARITY".
       01  WS-MAX-WEIGHT      PIC 9V9(6) COMP-3 VALUE 1.
       01  WS-LONG-ONLY       PIC X(1) VALUE "Y".
           88  WS-LONG-ONLY-ON    VALUE "Y".
       01  WS-RET-PER-POINT   PIC S9(3)V9(6) COMP-3 VALUE 1.
       01  WS-RISK-FREE       PIC S9(3)V9(8) COMP-3 VALUE 0.
       01  WS-WINDOW          PIC 9(4) COMP VALUE 60.
      * Universo: los símbolos de la matriz, su sector, volatilidad
      * y retorno esperados anuales, las cotas del peso, el peso
      * vigente y el mejor visto (MAXSHARPE), el gradiente (S w) y
      * la fila de correlación y de covarianza.
       01  WS-OPT-TABLE.
           05 WS-OPT-ENTRY OCCURS 20 TIMES.
              10 OP-SYMBOL       PIC X(10).
              10 OP-SECTOR       PIC X(8).
              10 OP-SEC-IDX      PIC 9(2) COMP.
              10 OP-ACTIVE       PIC X(1).
              10 OP-HAS-ROW      PIC X(1).
              10 OP-HAS-MU       PIC X(1).
              10 OP-FIXED        PIC X(1).
              10 OP-VOL          PIC S9(3)V9(8) COMP-3.
              10 OP-MU           PIC S9(3)V9(8) COMP-3.
              10 OP-LB           PIC S9(3)V9(10) COMP-3.
              10 OP-UB           PIC S9(3)V9(10) COMP-3.
              10 OP-W            PIC S9(3)V9(10) COMP-3.
              10 OP-BEST-W       PIC S9(3)V9(10) COMP-3.
              10 OP-G            PIC S9(3)V9(10) COMP-3.
              10 OP-OUT-W        PIC S9V9(4) COMP-3.
              10 OP-CORR OCCURS 20 TIMES
                 PIC S9V9(4) COMP-3.
              10 OP-COV OCCURS 20 TIMES
                 PIC S9(3)V9(10) COMP-3.
       01  WS-OPT-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SYMS        PIC 9(2) COMP VALUE 20.
       01  WS-ACTIVE-COUNT    PIC 9(2) COMP VALUE 0.
      * Sectores del mapa: tope (si hay renglón SECTORCAP) y peso
      * neto vigente.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20 TIMES.
              10 SK-NAME         PIC X(8).
              10 SK-HAS-CAP      PIC X(1).
              10 SK-CAP          PIC 9V9(6) COMP-3.
              10 SK-W            PIC S9(3)V9(10) COMP-3.
              10 SK-ROOM         PIC S9(3)V9(10) COMP-3.
       01  WS-SEC-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SECS        PIC 9(2) COMP VALUE 20.
       01  WS-SEC-NAME        PIC X(8).
       01  WS-SEC-HIT         PIC 9(2) COMP.
       01  WS-CAP-SECTOR-RAW  PIC X(20).
       01  WS-CAP-LIMIT-RAW   PIC X(20).
      * Lectura del CSV.
       01  WS-CELL            PIC X(20).
       01  WS-PTR             PIC 9(3) COMP.
       01  WS-LINE-LEN        PIC 9(3) COMP.
       01  WS-COL             PIC 9(2) COMP.
       01  WS-ROW-IDX         PIC 9(2) COMP.
       01  WS-HDR-TABLE.
           05 WS-HDR-IDX OCCURS 20 TIMES PIC 9(2) COMP.
       01  WS-HDR-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-HEADER-SEEN     PIC X(1) VALUE "N".
      * Precios del símbolo en carga y acumuladores del desvío.
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 2001 TIMES
              PIC 9(7)V9(4) COMP-3.
       01  WS-PRICE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-NUMVAL-TEMP     PIC S9(7)V9(6) COMP-3.
       01  WS-RET             PIC S9(3)V9(8) COMP-3.
       01  WS-SUM-R           PIC S9(5)V9(8) COMP-3.
       01  WS-SUM-RR          PIC S9(5)V9(10) COMP-3.
       01  WS-VAR-NUM         PIC S9(5)V9(10) COMP-3.
       01  WS-VAR             PIC S9(5)V9(10) COMP-3.
       01  WS-N               PIC 9(4) COMP.
       01  WS-N-LESS-ONE      PIC 9(4) COMP.
       01  WS-FIRST-RET       PIC 9(4) COMP.
      * Solución: paso del par, topes del paso, curvatura, y el
      * riesgo y retorno del libro.
       01  WS-LAMBDA          PIC 9(5)V9(6) COMP-3 VALUE 1.
       01  WS-KAPPA           PIC 9 VALUE 0.
       01  WS-GI              PIC S9(7)V9(10) COMP-3.
       01  WS-GJ              PIC S9(7)V9(10) COMP-3.
       01  WS-H               PIC S9(7)V9(10) COMP-3.
       01  WS-STEP            PIC S9(3)V9(10) COMP-3.
       01  WS-STEP-HI         PIC S9(3)V9(10) COMP-3.
       01  WS-STEP-LO         PIC S9(3)V9(10) COMP-3.
       01  WS-STEP-ABS        PIC S9(3)V9(10) COMP-3.
       01  WS-MAX-STEP        PIC S9(3)V9(10) COMP-3.
       01  WS-LIMIT           PIC S9(3)V9(10) COMP-3.
       01  WS-TOL             PIC 9V9(10) COMP-3 VALUE 0.000001.
       01  WS-ITER            PIC 9(4) COMP.
       01  WS-MAX-ITER        PIC 9(4) COMP VALUE 500.
       01  WS-SWEEPS          PIC 9(6) COMP VALUE 0.
       01  WS-CONVERGED       PIC X(1).
       01  WS-PORT-VAR        PIC S9(3)V9(10) COMP-3.
       01  WS-PORT-VOL        PIC S9(3)V9(8) COMP-3.
       01  WS-PORT-RET        PIC S9(3)V9(8) COMP-3.
       01  WS-SHARPE          PIC S9(5)V9(6) COMP-3.
       01  WS-BEST-SHARPE     PIC S9(5)V9(6) COMP-3.
       01  WS-BEST-LAMBDA     PIC 9(5)V9(6) COMP-3.
       01  WS-BEST-FOUND      PIC X(1).
       01  WS-LAMBDA-HI       PIC 9(5)V9(6) COMP-3.
       01  WS-LAMBDA-FACTOR   PIC 9V9(6) COMP-3.
       01  WS-GRID            PIC 9(2) COMP.
      * Topes y paridad de riesgo.
       01  WS-CAPACITY        PIC S9(3)V9(10) COMP-3.
       01  WS-SEC-UB          PIC S9(3)V9(10) COMP-3.
       01  WS-SUM-W           PIC S9(3)V9(10) COMP-3.
       01  WS-FREE-W          PIC S9(3)V9(10) COMP-3.
       01  WS-FREE-COUNT      PIC 9(2) COMP.
       01  WS-EXCESS          PIC S9(3)V9(10) COMP-3.
       01  WS-RATIO           PIC S9(3)V9(10) COMP-3.
       01  WS-PASS            PIC 9(2) COMP.
       01  WS-CAPS-DONE       PIC X(1).
       01  WS-CAPS-SHORT      PIC X(1) VALUE "N".
       01  WS-RC-TARGET       PIC S9(3)V9(10) COMP-3.
       01  WS-RC              PIC S9(3)V9(10) COMP-3.
       01  WS-OLD-W           PIC S9(3)V9(10) COMP-3.
       01  WS-DELTA           PIC S9(3)V9(10) COMP-3.
      * Redondeo a cuatro decimales y salida.
       01  WS-OUT-SUM         PIC S9V9(4) COMP-3.
       01  WS-OUT-RESID       PIC S9V9(4) COMP-3.
       01  WS-BIG             PIC 9(2) COMP.
       01  WS-W-POS-ED        PIC 9.9999.
       01  WS-W-NEG-ED        PIC -9.9999.
       01  WS-W-ED            PIC -9.9999.
       01  WS-PCT             PIC S9(5)V99 COMP-3.
       01  WS-PCT-ED          PIC ----9.99.
       01  WS-VOL-ED          PIC ----9.99.
       01  WS-MU-ED           PIC ----9.99.
       01  WS-RC-ED           PIC ----9.99.
       01  WS-SHARPE-ED       PIC ---9.9999.
       01  WS-LAMBDA-ED       PIC ZZZZ9.9999.
       01  WS-CAP-ED          PIC 9.9999.
       01  WS-NUM-ED          PIC Z(4)9.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-WARN-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MU-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-A               PIC 9(2) COMP.
       01  WS-B               PIC 9(2) COMP.
       01  WS-K               PIC 9(2) COMP.
       01  WS-S               PIC 9(2) COMP.
       01  WS-I               PIC 9(4) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa OPTIMIZE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-CORRELACION
           IF WS-EXIT-CODE = 0
               PERFORM 2500-CARGAR-VOLATILIDADES
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-ACTIVE-COUNT < 2
               DISPLAY "ERROR: el optimizador necesita al menos dos "
                   "símbolos con correlación y volatilidad"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           IF WS-EXIT-CODE = 0
               IF WS-SCORES-PATH NOT = SPACES
                   PERFORM 2850-CARGAR-PUNTAJES
               ELSE
                   PERFORM 2800-CARGAR-RETORNOS
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-MODE-MAXSHARPE
              AND WS-MU-COUNT = 0
               DISPLAY "ERROR: MAXSHARPE sin retornos esperados"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-SECTOR-PATH NOT = SPACES
               PERFORM 2900-CARGAR-SECTORES
           END-IF
           IF WS-EXIT-CODE = 0
               PERFORM 3000-ARMAR-COVARIANZA
           END-IF
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PUNTO-INICIAL
           PERFORM 4000-OPTIMIZAR
           PERFORM 4300-CALCULAR-RIESGO
           PERFORM 5000-GRABAR-PESOS
           IF WS-EXIT-CODE = 0
               OPEN OUTPUT REPORT-FILE
               PERFORM 5500-ESCRIBIR-REPORTE
               CLOSE REPORT-FILE
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-WARN-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "corrmat_output.csv" TO WS-CORR-PATH
           MOVE "corrmat_control.dat" TO WS-CONTROL-PATH
           MOVE "optimize_returns.dat" TO WS-RETURNS-PATH
           MOVE "optimize_weights.dat" TO WS-WEIGHTS-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:5) = "MODE="
                       MOVE "MODE" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "MAXW="
                       MOVE "MAXW" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "LONGONLY="
                       MOVE "LONGONLY" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:1) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "SECTORS="
                       MOVE WS-ARG1(9:) TO WS-SECTOR-PATH
                   WHEN WS-ARG1(1:8) = "RETURNS="
                       MOVE WS-ARG1(9:) TO WS-RETURNS-PATH
                   WHEN WS-ARG1(1:7) = "SCORES="
                       MOVE WS-ARG1(8:) TO WS-SCORES-PATH
                   WHEN WS-ARG1(1:9) = "RETPERPT="
                       MOVE "RETPERPT" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:3) = "RF="
                       MOVE "RF" TO WS-PARM-KEY
                       MOVE WS-ARG1(4:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "WINDOW="
                       MOVE "WINDOW" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:4) = "OUT="
                       MOVE WS-ARG1(5:) TO WS-WEIGHTS-PATH
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                           MOVE WS-ARG1 TO WS-CORR-PATH
                       ELSE
                           MOVE WS-ARG1 TO WS-CONTROL-PATH
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-MODE-RISKPARITY AND NOT WS-LONG-ONLY-ON
               DISPLAY "WARNING: la paridad de riesgo es solo larga, "
                   "LONGONLY=N sin efecto"
               MOVE "Y" TO WS-LONG-ONLY
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "WINDOW" TO PRM-NAME(1)
           MOVE "60" TO PRM-DEFAULT(1)
           MOVE "MAXW" TO PRM-NAME(2)
           MOVE "1" TO PRM-DEFAULT(2)
           MOVE "RETPERPT" TO PRM-NAME(3)
           MOVE "1" TO PRM-DEFAULT(3)
           MOVE "RF" TO PRM-NAME(4)
           MOVE "0" TO PRM-DEFAULT(4)
           MOVE "MODE" TO PRM-NAME(5)
           MOVE "MINVAR" TO PRM-DEFAULT(5)
           MOVE "LONGONLY" TO PRM-NAME(6)
           MOVE "Y" TO PRM-DEFAULT(6)
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
      * RF (en porciento) puede ser negativo. MODE acepta MINVAR,
      * MAXSHARPE o RISKPARITY; LONGONLY, Y o N.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 4
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   AND WS-PARM-I NOT = 4)
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
                   OR (WS-PARM-I = 1
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999))
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 1)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
                   OR (WS-PARM-I = 4
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < -100
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100))
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
           IF PRM-VALUE(5) NOT = "MINVAR"
              AND PRM-VALUE(5) NOT = "MAXSHARPE"
              AND PRM-VALUE(5) NOT = "RISKPARITY"
               DISPLAY "WARNING: parámetro MODE="
                   FUNCTION TRIM(PRM-VALUE(5)) " ("
                   FUNCTION TRIM(PRM-SOURCE(5))
                   ") inválido, rige MINVAR"
               MOVE PRM-DEFAULT(5) TO PRM-VALUE(5)
               MOVE "DEF " TO PRM-SOURCE(5)
               MOVE SPACES TO PRM-SCOPE(5)
               MOVE 0 TO PRM-VERSION(5)
           END-IF
           IF PRM-VALUE(6) NOT = "Y"
              AND PRM-VALUE(6) NOT = "N"
               DISPLAY "WARNING: parámetro LONGONLY="
                   FUNCTION TRIM(PRM-VALUE(6)) " ("
                   FUNCTION TRIM(PRM-SOURCE(6))
                   ") inválido, rige Y"
               MOVE PRM-DEFAULT(6) TO PRM-VALUE(6)
               MOVE "DEF " TO PRM-SOURCE(6)
               MOVE SPACES TO PRM-SCOPE(6)
               MOVE 0 TO PRM-VERSION(6)
           END-IF
           COMPUTE WS-WINDOW = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-MAX-WEIGHT = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-RET-PER-POINT = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-RISK-FREE =
               FUNCTION NUMVAL(PRM-VALUE(4)) / 100
           MOVE PRM-VALUE(5) TO WS-MODE
           MOVE PRM-VALUE(6) TO WS-LONG-ONLY.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La matriz de CORRMAT: el encabezado fija el universo (y el
      * orden de las columnas), cada fila llena la correlación de su
      * símbolo con los demás.
       2000-CARGAR-CORRELACION.
           OPEN INPUT CORR-FILE
           IF NOT WS-CORR-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CORR-EOF
               READ CORR-FILE
                   AT END
                       SET WS-CORR-EOF TO TRUE
                   NOT AT END
                       IF CRR-LINE(1:4) = "BAR,"
                           SET WS-CORR-EOF TO TRUE
                       ELSE
                           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                               FUNCTION TRIM(CRR-LINE TRAILING))
                           IF CRR-LINE(1:7) = "SYMBOL,"
                               PERFORM 2100-LEER-ENCABEZADO
                           ELSE
                               IF WS-HEADER-SEEN = "Y"
                                   PERFORM 2200-LEER-FILA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-FILE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-HAS-ROW(WS-A) NOT = "Y"
                   DISPLAY "WARNING: " OP-SYMBOL(WS-A)
                       " sin fila en la matriz, peso cero"
                   MOVE "N" TO OP-ACTIVE(WS-A)
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-PERFORM
           DISPLAY "[DEBUG] 2000-CARGAR-CORRELACION - " WS-OPT-COUNT
               " símbolos en la matriz"
           EXIT.

       2100-LEER-ENCABEZADO.
           MOVE "Y" TO WS-HEADER-SEEN
           MOVE 0 TO WS-HDR-COUNT
           MOVE 1 TO WS-PTR
           MOVE 0 TO WS-COL
           PERFORM UNTIL WS-PTR > WS-LINE-LEN
               MOVE SPACES TO WS-CELL
               UNSTRING CRR-LINE DELIMITED BY ","
                   INTO WS-CELL WITH POINTER WS-PTR
               END-UNSTRING
               ADD 1 TO WS-COL
               IF WS-COL > 1
                   IF WS-OPT-COUNT >= WS-MAX-SYMS
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "WARNING: tabla de símbolos llena, "
                           "omitido: " WS-CELL
                   ELSE
                       ADD 1 TO WS-OPT-COUNT
                       ADD 1 TO WS-HDR-COUNT
                       MOVE WS-OPT-COUNT TO WS-HDR-IDX(WS-HDR-COUNT)
                       PERFORM 2150-INICIAR-SIMBOLO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       2150-INICIAR-SIMBOLO.
           MOVE WS-CELL TO OP-SYMBOL(WS-OPT-COUNT)
           MOVE SPACES TO OP-SECTOR(WS-OPT-COUNT)
           MOVE 0 TO OP-SEC-IDX(WS-OPT-COUNT)
           MOVE "Y" TO OP-ACTIVE(WS-OPT-COUNT)
           MOVE "N" TO OP-HAS-ROW(WS-OPT-COUNT)
           MOVE "N" TO OP-HAS-MU(WS-OPT-COUNT)
           MOVE "N" TO OP-FIXED(WS-OPT-COUNT)
           MOVE 0 TO OP-VOL(WS-OPT-COUNT) OP-MU(WS-OPT-COUNT)
           MOVE 0 TO OP-W(WS-OPT-COUNT) OP-BEST-W(WS-OPT-COUNT)
           MOVE 0 TO OP-G(WS-OPT-COUNT) OP-OUT-W(WS-OPT-COUNT)
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-MAX-SYMS
               MOVE 0 TO OP-CORR(WS-OPT-COUNT, WS-B)
               MOVE 0 TO OP-COV(WS-OPT-COUNT, WS-B)
           END-PERFORM
           EXIT.

      * Una fila de la matriz: el símbolo de la primera columna y una
      * correlación por columna del encabezado.
       2200-LEER-FILA.
           MOVE 1 TO WS-PTR
           MOVE SPACES TO WS-CELL
           UNSTRING CRR-LINE DELIMITED BY ","
               INTO WS-CELL WITH POINTER WS-PTR
           END-UNSTRING
           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SYMBOL(WS-A) = WS-CELL
                   MOVE WS-A TO WS-ROW-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-IDX = 0
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OP-HAS-ROW(WS-ROW-IDX)
           MOVE 0 TO WS-COL
           PERFORM UNTIL WS-PTR > WS-LINE-LEN
                   OR WS-COL >= WS-HDR-COUNT
               MOVE SPACES TO WS-CELL
               UNSTRING CRR-LINE DELIMITED BY ","
                   INTO WS-CELL WITH POINTER WS-PTR
               END-UNSTRING
               ADD 1 TO WS-COL
               MOVE WS-HDR-IDX(WS-COL) TO WS-B
               IF FUNCTION TEST-NUMVAL(WS-CELL) = 0
                   COMPUTE OP-CORR(WS-ROW-IDX, WS-B) =
                       FUNCTION NUMVAL(WS-CELL)
               ELSE
                   MOVE "N" TO OP-HAS-ROW(WS-ROW-IDX)
               END-IF
           END-PERFORM
           IF WS-COL < WS-HDR-COUNT
               MOVE "N" TO OP-HAS-ROW(WS-ROW-IDX)
           END-IF
           EXIT.

      * Volatilidad anual de cada símbolo de la matriz con los
      * precios del control de CORRMAT; un símbolo sin precios
      * suficientes queda fuera (peso cero).
       2500-CARGAR-VOLATILIDADES.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-VOL-DE-UN-SIMBOLO
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE 0 TO WS-ACTIVE-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-ACTIVE(WS-A) = "Y" AND OP-VOL(WS-A) = 0
                   DISPLAY "WARNING: " OP-SYMBOL(WS-A)
                       " sin volatilidad, peso cero"
                   MOVE "N" TO OP-ACTIVE(WS-A)
                   ADD 1 TO WS-WARN-COUNT
               END-IF
               IF OP-ACTIVE(WS-A) = "Y"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM
           DISPLAY "[DEBUG] 2500-CARGAR-VOLATILIDADES - "
               WS-ACTIVE-COUNT " símbolos con volatilidad"
           EXIT.

       2600-VOL-DE-UN-SIMBOLO.
           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SYMBOL(WS-A) = CTL-SYMBOL
                   MOVE WS-A TO WS-ROW-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-PRICES-PATH TO WS-PRICES-PATH
           MOVE "00" TO WS-FS
           MOVE 0 TO WS-PRICE-COUNT
           OPEN INPUT PRICES-FILE
           IF NOT WS-FS-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: precios ilegibles para "
                   CTL-SYMBOL " FS=" WS-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-EOF
               READ PRICES-FILE
                   AT END
                       SET WS-FS-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(PRICE-RAW) = 0
                          AND WS-PRICE-COUNT < 2001
                           COMPUTE WS-NUMVAL-TEMP ROUNDED =
                               FUNCTION NUMVAL(PRICE-RAW)
                           IF WS-NUMVAL-TEMP > 0
                               ADD 1 TO WS-PRICE-COUNT
                               MOVE WS-NUMVAL-TEMP TO
                                   WS-PRICE-ENTRY(WS-PRICE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS
           CLOSE PRICES-FILE
           COMPUTE WS-N = WS-PRICE-COUNT - 1
           IF WS-PRICE-COUNT < 3
               EXIT PARAGRAPH
           END-IF
           IF WS-N > WS-WINDOW
               MOVE WS-WINDOW TO WS-N
           END-IF
           COMPUTE WS-FIRST-RET = WS-PRICE-COUNT - WS-N + 1
           MOVE 0 TO WS-SUM-R WS-SUM-RR
           PERFORM VARYING WS-I FROM WS-FIRST-RET BY 1
                   UNTIL WS-I > WS-PRICE-COUNT
               COMPUTE WS-RET ROUNDED =
                   (WS-PRICE-ENTRY(WS-I) - WS-PRICE-ENTRY(WS-I - 1))
                   / WS-PRICE-ENTRY(WS-I - 1)
               ADD WS-RET TO WS-SUM-R
               COMPUTE WS-SUM-RR = WS-SUM-RR + (WS-RET * WS-RET)
           END-PERFORM
           COMPUTE WS-VAR-NUM = WS-SUM-R * WS-SUM-R
           COMPUTE WS-VAR-NUM = WS-VAR-NUM / WS-N
           COMPUTE WS-VAR-NUM = WS-SUM-RR - WS-VAR-NUM
           COMPUTE WS-N-LESS-ONE = WS-N - 1
           COMPUTE WS-VAR = WS-VAR-NUM / WS-N-LESS-ONE
           IF WS-VAR > 0
               COMPUTE WS-VAR = WS-VAR * 252
               COMPUTE OP-VOL(WS-ROW-IDX) ROUNDED =
                   FUNCTION SQRT(WS-VAR)
           END-IF
           EXIT.

      * Retornos esperados del archivo RETURNS=, en porciento anual.
       2800-CARGAR-RETORNOS.
           OPEN INPUT RETURNS-FILE
           IF NOT WS-RETURNS-OK
               DISPLAY "WARNING: retornos esperados ilegibles FS="
                   WS-RETURNS-FS ", retorno cero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RETURNS-EOF
               READ RETURNS-FILE
                   AT END
                       SET WS-RETURNS-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(RT-RETURN-RAW) = 0
                           MOVE RT-SYMBOL TO WS-CELL
                           COMPUTE WS-NUMVAL-TEMP =
                               FUNCTION NUMVAL(RT-RETURN-RAW) / 100
                           PERFORM 2870-ASENTAR-RETORNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNS-FILE
           PERFORM 2880-CONTROLAR-RETORNOS
           EXIT.

      * Puntos del ranking de SCREENER a RETPERPT= porciento anual
      * por punto.
       2850-CARGAR-PUNTAJES.
           OPEN INPUT SCORES-FILE
           IF NOT WS-SCORES-OK
               DISPLAY "WARNING: ranking de SCREENER ilegible FS="
                   WS-SCORES-FS ", retorno cero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCORES-EOF
               READ SCORES-FILE
                   AT END
                       SET WS-SCORES-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(SCO-RANK) = 0
                          AND FUNCTION TEST-NUMVAL(SCO-SCORE) = 0
                           MOVE SCO-SYMBOL TO WS-CELL
                           COMPUTE WS-NUMVAL-TEMP =
                               FUNCTION NUMVAL(SCO-SCORE)
                               * WS-RET-PER-POINT / 100
                           PERFORM 2870-ASENTAR-RETORNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORES-FILE
           PERFORM 2880-CONTROLAR-RETORNOS
           EXIT.

       2870-ASENTAR-RETORNO.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SYMBOL(WS-A) = WS-CELL
                   MOVE WS-NUMVAL-TEMP TO OP-MU(WS-A)
                   IF OP-HAS-MU(WS-A) NOT = "Y"
                       MOVE "Y" TO OP-HAS-MU(WS-A)
                       ADD 1 TO WS-MU-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Para MAXSHARPE un símbolo sin retorno esperado entra con
      * retorno cero, y se avisa.
       2880-CONTROLAR-RETORNOS.
           IF NOT WS-MODE-MAXSHARPE OR WS-MU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-ACTIVE(WS-A) = "Y" AND OP-HAS-MU(WS-A) NOT = "Y"
                   DISPLAY "WARNING: " OP-SYMBOL(WS-A)
                       " sin retorno esperado, se toma cero"
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-PERFORM
           EXIT.

      * Mapa de sectores: el sector de cada símbolo del universo y
      * los topes SECTORCAP.
       2900-CARGAR-SECTORES.
           OPEN INPUT SECTOR-FILE
           IF NOT WS-SECTOR-OK
               DISPLAY "WARNING: mapa de sectores ilegible FS="
                   WS-SECTOR-FS ", topes de sector sin efecto"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SECTOR-EOF
               READ SECTOR-FILE
                   AT END
                       SET WS-SECTOR-EOF TO TRUE
                   NOT AT END
                       IF SEC-SYMBOL = "SECTORCAP"
                           PERFORM 2950-CARGAR-TOPE-SECTOR
                       ELSE
                           PERFORM 2920-ASIGNAR-SECTOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTOR-FILE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-ACTIVE(WS-A) = "Y" AND OP-SECTOR(WS-A) = SPACES
                   DISPLAY "WARNING: " OP-SYMBOL(WS-A)
                       " sin sector en el mapa"
               END-IF
           END-PERFORM
           DISPLAY "[DEBUG] 2900-CARGAR-SECTORES - " WS-SEC-COUNT
               " sectores"
           EXIT.

       2920-ASIGNAR-SECTOR.
           IF SEC-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SYMBOL(WS-A) = SEC-SYMBOL
                   MOVE SEC-CODE TO OP-SECTOR(WS-A)
                   MOVE SEC-CODE TO WS-SEC-NAME
                   PERFORM 2960-BUSCAR-SECTOR
                   MOVE WS-SEC-HIT TO OP-SEC-IDX(WS-A)
               END-IF
           END-PERFORM
           EXIT.

       2950-CARGAR-TOPE-SECTOR.
           MOVE SPACES TO WS-CAP-SECTOR-RAW
           MOVE SPACES TO WS-CAP-LIMIT-RAW
           UNSTRING SCP-TEXT
               DELIMITED BY ALL SPACE
               INTO WS-CAP-SECTOR-RAW WS-CAP-LIMIT-RAW
           END-UNSTRING
           IF WS-CAP-SECTOR-RAW = SPACES
              OR FUNCTION TEST-NUMVAL(WS-CAP-LIMIT-RAW) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: renglón SECTORCAP ilegible, "
                   "descartado"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAP-SECTOR-RAW TO WS-SEC-NAME
           PERFORM 2960-BUSCAR-SECTOR
           IF WS-SEC-HIT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMVAL-TEMP = FUNCTION NUMVAL(WS-CAP-LIMIT-RAW)
           IF WS-NUMVAL-TEMP < 0 OR WS-NUMVAL-TEMP > 1
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tope de sector fuera de rango, "
                   "descartado: " WS-SEC-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SK-HAS-CAP(WS-SEC-HIT)
           MOVE WS-NUMVAL-TEMP TO SK-CAP(WS-SEC-HIT)
           DISPLAY "[DEBUG] 2950-CARGAR-TOPE-SECTOR - "
               SK-NAME(WS-SEC-HIT) " tope " WS-CAP-LIMIT-RAW
           EXIT.

      * Busca (o agrega) el sector WS-SEC-NAME; WS-SEC-HIT queda en
      * cero si la tabla está llena.
       2960-BUSCAR-SECTOR.
           MOVE 0 TO WS-SEC-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT OR WS-SEC-HIT > 0
               IF SK-NAME(WS-S) = WS-SEC-NAME
                   MOVE WS-S TO WS-SEC-HIT
               END-IF
           END-PERFORM
           IF WS-SEC-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-COUNT >= WS-MAX-SECS
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de sectores llena, omitido: "
                   WS-SEC-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEC-COUNT
           MOVE WS-SEC-COUNT TO WS-SEC-HIT
           MOVE WS-SEC-NAME TO SK-NAME(WS-SEC-HIT)
           MOVE "N" TO SK-HAS-CAP(WS-SEC-HIT)
           MOVE 0 TO SK-CAP(WS-SEC-HIT) SK-W(WS-SEC-HIT)
           EXIT.

      * Covarianza anual S(i,j) = corr(i,j) vol(i) vol(j), cotas del
      * peso de cada símbolo, y control de que los topes dejen
      * llegar a uno.
       3000-ARMAR-COVARIANZA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-OPT-COUNT
                   IF WS-A = WS-B
                       MOVE 1 TO OP-CORR(WS-A, WS-B)
                   END-IF
                   COMPUTE OP-COV(WS-A, WS-B) ROUNDED =
                       OP-CORR(WS-A, WS-B) * OP-VOL(WS-A)
                       * OP-VOL(WS-B)
               END-PERFORM
               IF OP-ACTIVE(WS-A) = "Y"
                   MOVE WS-MAX-WEIGHT TO OP-UB(WS-A)
                   IF WS-LONG-ONLY-ON
                       MOVE 0 TO OP-LB(WS-A)
                   ELSE
                       COMPUTE OP-LB(WS-A) = 0 - WS-MAX-WEIGHT
                   END-IF
               ELSE
                   MOVE 0 TO OP-UB(WS-A) OP-LB(WS-A)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CAPACITY
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SEC-IDX(WS-A) = 0
                   ADD OP-UB(WS-A) TO WS-CAPACITY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT
               MOVE 0 TO WS-SEC-UB
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-OPT-COUNT
                   IF OP-SEC-IDX(WS-A) = WS-S
                       ADD OP-UB(WS-A) TO WS-SEC-UB
                   END-IF
               END-PERFORM
               IF SK-HAS-CAP(WS-S) = "Y" AND SK-CAP(WS-S) < WS-SEC-UB
                   MOVE SK-CAP(WS-S) TO WS-SEC-UB
               END-IF
               ADD WS-SEC-UB TO WS-CAPACITY
           END-PERFORM
           IF WS-CAPACITY < 1
               DISPLAY "ERROR: con MAXW= y los topes de sector los "
                   "pesos no llegan a sumar uno"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

      * Punto de partida: partes iguales entre los símbolos activos,
      * llevadas adentro de los topes.
       3500-PUNTO-INICIAL.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-ACTIVE(WS-A) = "Y"
                   COMPUTE OP-W(WS-A) ROUNDED = 1 / WS-ACTIVE-COUNT
               ELSE
                   MOVE 0 TO OP-W(WS-A)
               END-IF
           END-PERFORM
           PERFORM 4100-AJUSTAR-TOPES
           EXIT.

       4000-OPTIMIZAR.
           EVALUATE TRUE
               WHEN WS-MODE-MAXSHARPE
                   PERFORM 4500-MAXIMO-SHARPE
               WHEN WS-MODE-RISKPARITY
                   PERFORM 4400-PARIDAD-RIESGO
               WHEN OTHER
                   MOVE 1 TO WS-LAMBDA
                   MOVE 0 TO WS-KAPPA
                   PERFORM 4200-RESOLVER-CUADRATICO
           END-EVALUATE
           DISPLAY "[DEBUG] 4000-OPTIMIZAR - " WS-MODE " resuelto en "
               WS-SWEEPS " barridas"
           EXIT.

      * Lleva los pesos (largos, que suman uno) adentro de los topes:
      * un sector pasado se escala a su tope, un símbolo pasado se
      * corta en MAXW=, y lo que sobra se reparte entre los que
      * todavía tienen lugar en proporción a su peso. Cada pasada
      * fija al menos un símbolo, así que termina.
       4100-AJUSTAR-TOPES.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-ACTIVE(WS-A) = "Y"
                   MOVE "N" TO OP-FIXED(WS-A)
               ELSE
                   MOVE "Y" TO OP-FIXED(WS-A)
                   MOVE 0 TO OP-W(WS-A)
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CAPS-DONE
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > 40 OR WS-CAPS-DONE = "Y"
               PERFORM 4110-PASADA-TOPES
           END-PERFORM
           EXIT.

       4110-PASADA-TOPES.
           PERFORM 4310-SUMAR-SECTORES
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT
               IF SK-HAS-CAP(WS-S) = "Y"
                  AND SK-W(WS-S) > SK-CAP(WS-S) + WS-TOL
                   COMPUTE WS-RATIO = SK-CAP(WS-S) / SK-W(WS-S)
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-OPT-COUNT
                       IF OP-SEC-IDX(WS-A) = WS-S
                           COMPUTE OP-W(WS-A) =
                               OP-W(WS-A) * WS-RATIO
                           MOVE "Y" TO OP-FIXED(WS-A)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SUM-W WS-FREE-W WS-FREE-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-FIXED(WS-A) = "N" AND OP-W(WS-A) > OP-UB(WS-A)
                   MOVE OP-UB(WS-A) TO OP-W(WS-A)
                   MOVE "Y" TO OP-FIXED(WS-A)
               END-IF
               ADD OP-W(WS-A) TO WS-SUM-W
               IF OP-FIXED(WS-A) = "N"
                   ADD OP-W(WS-A) TO WS-FREE-W
                   ADD 1 TO WS-FREE-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-EXCESS = 1 - WS-SUM-W
           IF WS-EXCESS < WS-TOL AND WS-EXCESS > 0 - WS-TOL
               MOVE "Y" TO WS-CAPS-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-FREE-COUNT = 0
               MOVE "Y" TO WS-CAPS-DONE
               MOVE "Y" TO WS-CAPS-SHORT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-FIXED(WS-A) = "N"
                   IF WS-FREE-W > 0
                       COMPUTE WS-DELTA ROUNDED =
                           WS-EXCESS * OP-W(WS-A) / WS-FREE-W
                   ELSE
                       COMPUTE WS-DELTA ROUNDED =
                           WS-EXCESS / WS-FREE-COUNT
                   END-IF
                   ADD WS-DELTA TO OP-W(WS-A)
               END-IF
           END-PERFORM
           EXIT.

      * Minimiza (lambda/2) w'Sw - kappa mu'w moviendo peso entre
      * pares: para el par (i,j) el paso óptimo es
      * (g(j) - g(i)) / (lambda (S(i,i) + S(j,j) - 2 S(i,j))), con
      * g = lambda S w - kappa mu, recortado a las cotas de los dos
      * símbolos y al lugar que le queda al sector que recibe.
       4200-RESOLVER-CUADRATICO.
           PERFORM 4300-CALCULAR-RIESGO
           MOVE "N" TO WS-CONVERGED
           PERFORM VARYING WS-ITER FROM 1 BY 1
                   UNTIL WS-ITER > WS-MAX-ITER OR WS-CONVERGED = "Y"
               ADD 1 TO WS-SWEEPS
               MOVE 0 TO WS-MAX-STEP
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-OPT-COUNT
                   PERFORM VARYING WS-B FROM WS-A BY 1
                           UNTIL WS-B > WS-OPT-COUNT
                       IF WS-B > WS-A
                          AND OP-ACTIVE(WS-A) = "Y"
                          AND OP-ACTIVE(WS-B) = "Y"
                           PERFORM 4210-MOVER-PAR
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-MAX-STEP < WS-TOL
                   MOVE "Y" TO WS-CONVERGED
               END-IF
           END-PERFORM
           IF WS-CONVERGED NOT = "Y"
               DISPLAY "WARNING: el optimizador no convergió en "
                   WS-MAX-ITER " barridas"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           EXIT.

       4210-MOVER-PAR.
           COMPUTE WS-GI = WS-LAMBDA * OP-G(WS-A)
           COMPUTE WS-GJ = WS-LAMBDA * OP-G(WS-B)
           IF WS-KAPPA = 1
               SUBTRACT OP-MU(WS-A) FROM WS-GI
               SUBTRACT OP-MU(WS-B) FROM WS-GJ
           END-IF
           COMPUTE WS-H = OP-COV(WS-A, WS-A) + OP-COV(WS-B, WS-B)
           COMPUTE WS-H = WS-H - OP-COV(WS-A, WS-B)
           COMPUTE WS-H = WS-H - OP-COV(WS-A, WS-B)
           COMPUTE WS-H = WS-H * WS-LAMBDA
           IF WS-H <= 0.0000000001
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STEP = WS-GJ - WS-GI
           COMPUTE WS-STEP = WS-STEP / WS-H
      *    Cotas del paso: w(i) sube hasta su tope y w(j) baja hasta
      *    su piso (paso positivo), o al revés (paso negativo).
           COMPUTE WS-STEP-HI = OP-UB(WS-A) - OP-W(WS-A)
           COMPUTE WS-LIMIT = OP-W(WS-B) - OP-LB(WS-B)
           IF WS-LIMIT < WS-STEP-HI
               MOVE WS-LIMIT TO WS-STEP-HI
           END-IF
           COMPUTE WS-STEP-LO = OP-LB(WS-A) - OP-W(WS-A)
           COMPUTE WS-LIMIT = OP-W(WS-B) - OP-UB(WS-B)
           IF WS-LIMIT > WS-STEP-LO
               MOVE WS-LIMIT TO WS-STEP-LO
           END-IF
           IF OP-SEC-IDX(WS-A) NOT = OP-SEC-IDX(WS-B)
               MOVE OP-SEC-IDX(WS-A) TO WS-S
               IF WS-S > 0
                   IF SK-HAS-CAP(WS-S) = "Y"
                       COMPUTE WS-LIMIT = SK-CAP(WS-S) - SK-W(WS-S)
                       IF WS-LIMIT < WS-STEP-HI
                           MOVE WS-LIMIT TO WS-STEP-HI
                       END-IF
                   END-IF
               END-IF
               MOVE OP-SEC-IDX(WS-B) TO WS-S
               IF WS-S > 0
                   IF SK-HAS-CAP(WS-S) = "Y"
                       COMPUTE WS-LIMIT = SK-W(WS-S) - SK-CAP(WS-S)
                       IF WS-LIMIT > WS-STEP-LO
                           MOVE WS-LIMIT TO WS-STEP-LO
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-STEP-HI < 0
               MOVE 0 TO WS-STEP-HI
           END-IF
           IF WS-STEP-LO > 0
               MOVE 0 TO WS-STEP-LO
           END-IF
           IF WS-STEP > WS-STEP-HI
               MOVE WS-STEP-HI TO WS-STEP
           END-IF
           IF WS-STEP < WS-STEP-LO
               MOVE WS-STEP-LO TO WS-STEP
           END-IF
           IF WS-STEP = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-STEP TO OP-W(WS-A)
           SUBTRACT WS-STEP FROM OP-W(WS-B)
           IF OP-SEC-IDX(WS-A) > 0
               ADD WS-STEP TO SK-W(OP-SEC-IDX(WS-A))
           END-IF
           IF OP-SEC-IDX(WS-B) > 0
               SUBTRACT WS-STEP FROM SK-W(OP-SEC-IDX(WS-B))
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-OPT-COUNT
               COMPUTE OP-G(WS-K) ROUNDED = OP-G(WS-K) + WS-STEP *
                   (OP-COV(WS-K, WS-A) - OP-COV(WS-K, WS-B))
           END-PERFORM
           MOVE WS-STEP TO WS-STEP-ABS
           IF WS-STEP-ABS < 0
               COMPUTE WS-STEP-ABS = 0 - WS-STEP-ABS
           END-IF
           IF WS-STEP-ABS > WS-MAX-STEP
               MOVE WS-STEP-ABS TO WS-MAX-STEP
           END-IF
           EXIT.

      * Gradiente S w, varianza, retorno y Sharpe del libro con los
      * pesos vigentes, y el peso neto de cada sector.
       4300-CALCULAR-RIESGO.
           MOVE 0 TO WS-PORT-VAR WS-PORT-RET
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               MOVE 0 TO OP-G(WS-A)
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-OPT-COUNT
                   COMPUTE OP-G(WS-A) ROUNDED = OP-G(WS-A) +
                       OP-COV(WS-A, WS-B) * OP-W(WS-B)
               END-PERFORM
               COMPUTE WS-PORT-VAR ROUNDED = WS-PORT-VAR +
                   OP-W(WS-A) * OP-G(WS-A)
               COMPUTE WS-PORT-RET ROUNDED = WS-PORT-RET +
                   OP-W(WS-A) * OP-MU(WS-A)
           END-PERFORM
           MOVE 0 TO WS-PORT-VOL WS-SHARPE
           IF WS-PORT-VAR > 0
               COMPUTE WS-PORT-VOL ROUNDED =
                   FUNCTION SQRT(WS-PORT-VAR)
           END-IF
           IF WS-PORT-VOL > 0
               COMPUTE WS-SHARPE = WS-PORT-RET - WS-RISK-FREE
               COMPUTE WS-SHARPE ROUNDED = WS-SHARPE / WS-PORT-VOL
           END-IF
           PERFORM 4310-SUMAR-SECTORES
           EXIT.

       4310-SUMAR-SECTORES.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT
               MOVE 0 TO SK-W(WS-S)
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               IF OP-SEC-IDX(WS-A) > 0
                   ADD OP-W(WS-A) TO SK-W(OP-SEC-IDX(WS-A))
               END-IF
           END-PERFORM
           EXIT.

      * Paridad de riesgo: cada peso se corrige por la raíz de la
      * razón entre su parte objetivo de la varianza (varianza del
      * libro sobre el número de símbolos) y la que aporta hoy, se
      * normaliza a uno y se lleva adentro de los topes; un símbolo
      * topeado queda con menos riesgo que el resto.
       4400-PARIDAD-RIESGO.
           MOVE "N" TO WS-CONVERGED
           PERFORM VARYING WS-ITER FROM 1 BY 1
                   UNTIL WS-ITER > WS-MAX-ITER OR WS-CONVERGED = "Y"
               ADD 1 TO WS-SWEEPS
               PERFORM 4410-PASO-PARIDAD
           END-PERFORM
           IF WS-CONVERGED NOT = "Y"
               DISPLAY "WARNING: la paridad de riesgo no convergió "
                   "en " WS-MAX-ITER " pasadas"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           EXIT.

       4410-PASO-PARIDAD.
           PERFORM 4300-CALCULAR-RIESGO
           COMPUTE WS-RC-TARGET ROUNDED =
               WS-PORT-VAR / WS-ACTIVE-COUNT
           MOVE 0 TO WS-SUM-W
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               MOVE OP-W(WS-A) TO OP-BEST-W(WS-A)
               IF OP-ACTIVE(WS-A) = "Y"
                   COMPUTE WS-RC ROUNDED = OP-W(WS-A) * OP-G(WS-A)
                   IF WS-RC > 0
                       COMPUTE WS-RATIO ROUNDED = WS-RC-TARGET / WS-RC
                       COMPUTE OP-W(WS-A) ROUNDED =
                           OP-W(WS-A) * FUNCTION SQRT(WS-RATIO)
                   END-IF
                   ADD OP-W(WS-A) TO WS-SUM-W
               END-IF
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               COMPUTE OP-W(WS-A) ROUNDED = OP-W(WS-A) / WS-SUM-W
           END-PERFORM
           PERFORM 4100-AJUSTAR-TOPES
           MOVE 0 TO WS-MAX-STEP
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               COMPUTE WS-STEP-ABS = OP-W(WS-A) - OP-BEST-W(WS-A)
               IF WS-STEP-ABS < 0
                   COMPUTE WS-STEP-ABS = 0 - WS-STEP-ABS
               END-IF
               IF WS-STEP-ABS > WS-MAX-STEP
                   MOVE WS-STEP-ABS TO WS-MAX-STEP
               END-IF
           END-PERFORM
           IF WS-MAX-STEP < WS-TOL
               MOVE "Y" TO WS-CONVERGED
           END-IF
           EXIT.

      * Máximo Sharpe sobre la frontera: una grilla de lambda de
      * 1000 hacia abajo (cada punto arranca de la solución del
      * anterior) y una grilla fina entre los vecinos de la mejor.
       4500-MAXIMO-SHARPE.
           MOVE 1 TO WS-KAPPA
           MOVE "N" TO WS-BEST-FOUND
           MOVE 1000 TO WS-LAMBDA
           MOVE 0.7 TO WS-LAMBDA-FACTOR
           PERFORM VARYING WS-GRID FROM 1 BY 1 UNTIL WS-GRID > 30
               PERFORM 4510-PROBAR-LAMBDA
               COMPUTE WS-LAMBDA ROUNDED =
                   WS-LAMBDA * WS-LAMBDA-FACTOR
           END-PERFORM
           COMPUTE WS-LAMBDA-HI ROUNDED =
               WS-BEST-LAMBDA / WS-LAMBDA-FACTOR
           COMPUTE WS-LAMBDA ROUNDED = WS-LAMBDA-HI
           MOVE 0.93 TO WS-LAMBDA-FACTOR
           PERFORM VARYING WS-GRID FROM 1 BY 1 UNTIL WS-GRID > 10
               PERFORM 4510-PROBAR-LAMBDA
               COMPUTE WS-LAMBDA ROUNDED =
                   WS-LAMBDA * WS-LAMBDA-FACTOR
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               MOVE OP-BEST-W(WS-A) TO OP-W(WS-A)
           END-PERFORM
           MOVE WS-BEST-LAMBDA TO WS-LAMBDA
           EXIT.

       4510-PROBAR-LAMBDA.
           IF WS-LAMBDA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-RESOLVER-CUADRATICO
           PERFORM 4300-CALCULAR-RIESGO
           IF WS-BEST-FOUND = "N" OR WS-SHARPE > WS-BEST-SHARPE
               MOVE "Y" TO WS-BEST-FOUND
               MOVE WS-SHARPE TO WS-BEST-SHARPE
               MOVE WS-LAMBDA TO WS-BEST-LAMBDA
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-OPT-COUNT
                   MOVE OP-W(WS-A) TO OP-BEST-W(WS-A)
               END-PERFORM
           END-IF
           EXIT.

      * Pesos a cuatro decimales (lo que el redondeo descuadra va al
      * símbolo de mayor peso, así el archivo suma uno) en el formato
      * de WEIGHTS= de PORTSIM; un peso corto va con su signo.
       5000-GRABAR-PESOS.
           MOVE 0 TO WS-OUT-SUM
           MOVE 0 TO WS-BIG
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               COMPUTE OP-OUT-W(WS-A) ROUNDED = OP-W(WS-A)
               ADD OP-OUT-W(WS-A) TO WS-OUT-SUM
               IF WS-BIG = 0
                   MOVE WS-A TO WS-BIG
               ELSE
                   IF OP-OUT-W(WS-A) > OP-OUT-W(WS-BIG)
                       MOVE WS-A TO WS-BIG
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-OUT-RESID = 1 - WS-OUT-SUM
           ADD WS-OUT-RESID TO OP-OUT-W(WS-BIG)
           OPEN OUTPUT WEIGHTS-FILE
           IF WS-WEIGHTS-FS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de pesos "
                   "FS=" WS-WEIGHTS-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               MOVE SPACES TO WEIGHTS-RECORD
               MOVE OP-SYMBOL(WS-A) TO WG-SYMBOL
               IF OP-OUT-W(WS-A) < 0
                   MOVE OP-OUT-W(WS-A) TO WS-W-NEG-ED
                   MOVE WS-W-NEG-ED TO WG-WEIGHT-RAW
               ELSE
                   MOVE OP-OUT-W(WS-A) TO WS-W-POS-ED
                   MOVE WS-W-POS-ED TO WG-WEIGHT-RAW
               END-IF
               WRITE WEIGHTS-RECORD
               ADD 1 TO WS-ROW-COUNT
           END-PERFORM
           CLOSE WEIGHTS-FILE
           EXIT.

       5500-ESCRIBIR-REPORTE.
           MOVE SPACES TO OPR-LINE
           STRING "OPTIMIZACION DE CARTERA - MODO " WS-MODE
               DELIMITED BY SIZE INTO OPR-LINE
           WRITE REPORT-RECORD
           DISPLAY OPR-LINE
           MOVE WS-MAX-WEIGHT TO WS-CAP-ED
           MOVE WS-WINDOW TO WS-NUM-ED
           MOVE SPACES TO OPR-LINE
           STRING "VENTANA " WS-NUM-ED "  TOPE POR SIMBOLO " WS-CAP-ED
               "  SOLO LARGO " WS-LONG-ONLY
               DELIMITED BY SIZE INTO OPR-LINE
           WRITE REPORT-RECORD
           IF WS-MODE-MAXSHARPE
               MOVE WS-BEST-LAMBDA TO WS-LAMBDA-ED
               COMPUTE WS-PCT ROUNDED = WS-RISK-FREE * 100
               MOVE WS-PCT TO WS-PCT-ED
               MOVE SPACES TO OPR-LINE
               STRING "LAMBDA ELEGIDA " WS-LAMBDA-ED
                   "  TASA LIBRE DE RIESGO " WS-PCT-ED "%"
                   DELIMITED BY SIZE INTO OPR-LINE
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO OPR-LINE
           STRING "SIMBOLO    SECTOR       PESO     VOL%     RET%"
               "  CONTRIB%" DELIMITED BY SIZE INTO OPR-LINE
           WRITE REPORT-RECORD
           DISPLAY OPR-LINE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-OPT-COUNT
               PERFORM 5510-RENGLON-SIMBOLO
           END-PERFORM
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT
               PERFORM 5520-RENGLON-SECTOR
           END-PERFORM
           COMPUTE WS-PCT ROUNDED = WS-PORT-RET * 100
           MOVE WS-PCT TO WS-MU-ED
           COMPUTE WS-PCT ROUNDED = WS-PORT-VOL * 100
           MOVE WS-PCT TO WS-VOL-ED
           MOVE WS-SHARPE TO WS-SHARPE-ED
           MOVE SPACES TO OPR-LINE
           STRING "RETORNO ESPERADO " WS-MU-ED "%  VOLATILIDAD "
               WS-VOL-ED "%  SHARPE " WS-SHARPE-ED
               DELIMITED BY SIZE INTO OPR-LINE
           WRITE REPORT-RECORD
           DISPLAY OPR-LINE
           IF WS-CAPS-SHORT = "Y"
               MOVE "AVISO: los topes no dejaron repartir todo el peso"
                   TO OPR-LINE
               WRITE REPORT-RECORD
               DISPLAY "WARNING: los topes no dejaron repartir todo "
                   "el peso"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           EXIT.

      * Contribución al riesgo: w(i) (S w)(i) sobre la varianza del
      * libro, en porciento (la suma da cien).
       5510-RENGLON-SIMBOLO.
           MOVE OP-OUT-W(WS-A) TO WS-W-ED
           COMPUTE WS-PCT ROUNDED = OP-VOL(WS-A) * 100
           MOVE WS-PCT TO WS-VOL-ED
           COMPUTE WS-PCT ROUNDED = OP-MU(WS-A) * 100
           MOVE WS-PCT TO WS-MU-ED
           MOVE 0 TO WS-PCT
           IF WS-PORT-VAR > 0
               COMPUTE WS-RC ROUNDED = OP-W(WS-A) * OP-G(WS-A)
               COMPUTE WS-PCT ROUNDED = WS-RC * 100 / WS-PORT-VAR
           END-IF
           MOVE WS-PCT TO WS-RC-ED
           MOVE SPACES TO OPR-LINE
           STRING OP-SYMBOL(WS-A) " " OP-SECTOR(WS-A) "  " WS-W-ED
               " " WS-VOL-ED " " WS-MU-ED " " WS-RC-ED
               DELIMITED BY SIZE INTO OPR-LINE
           WRITE REPORT-RECORD
           DISPLAY OPR-LINE
           EXIT.

       5520-RENGLON-SECTOR.
           COMPUTE WS-OUT-SUM ROUNDED = SK-W(WS-S)
           MOVE WS-OUT-SUM TO WS-W-ED
           MOVE SPACES TO OPR-LINE
           IF SK-HAS-CAP(WS-S) = "Y"
               MOVE SK-CAP(WS-S) TO WS-CAP-ED
               STRING "SECTOR " SK-NAME(WS-S) " PESO " WS-W-ED
                   "  TOPE " WS-CAP-ED
                   DELIMITED BY SIZE INTO OPR-LINE
           ELSE
               STRING "SECTOR " SK-NAME(WS-S) " PESO " WS-W-ED
                   "  SIN TOPE"
                   DELIMITED BY SIZE INTO OPR-LINE
           END-IF
           WRITE REPORT-RECORD
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
           MOVE WS-ROW-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-REJECT-COUNT + WS-WARN-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE TRUE
               WHEN WS-CORR-FS = "35"
                   MOVE "ERROR: matriz de correlación no encontrada"
                       TO WS-ERROR-MSG
               WHEN WS-CONTROL-STATUS = "35"
                   MOVE "ERROR: archivo de control no encontrado"
                       TO WS-ERROR-MSG
               WHEN WS-CORR-FS NOT = "00" AND WS-CORR-FS NOT = "10"
                   STRING "ERROR: FILE STATUS = " WS-CORR-FS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-CONTROL-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
