       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQRISK.
      * Riesgo de liquidez del libro abierto: OPSTAT dice qué tenemos
      * pero no cuánto tardaríamos en salir. Este programa junta las
      * posiciones abiertas de trader_checkpoint.dat (la posición del
      * símbolo de la corrida: SYMBOL=, o TRADE_RUN_SYMBOL dentro del
      * lote) y del libro de PORTSIM (las filas LONGF/SHRTF de
      * portsim_ledger.dat, que son las posiciones que seguían
      * abiertas en la última barra y que el simulador cierra a la
      * fuerza), y las mide contra el volumen diario promedio (ADV)
      * de las últimas WINDOW= barras del símbolo en el historial
      * OHLCV (20 por omisión).
      * Con una participación máxima PART= del ADV (fracción, como
      * el FILLPCT= de TRADER: 0.10 = 10%, por omisión) los días
      * para liquidar son cantidad / (ADV x PART), redondeado hacia
      * arriba. El libro se agrupa en cubetas de 1 día, de 2 a 5
      * días y de más de 5 días, y se marca SLOW toda posición con
      * más días que DAYS= (5 por omisión); sin volumen en la
      * ventana la posición se marca NADV y cae en la última cubeta.
      * Costo de impacto de una salida inmediata (todo hoy, sin
      * respetar la participación), con la regla de la raíz
      * cuadrada: impacto% = IMPACT x volatilidad diaria x
      * raíz(cantidad / ADV), con IMPACT= 1.00 por omisión y la
      * volatilidad como desvío de los retornos cierre a cierre de
      * la misma ventana. El precio de marca es el último cierre
      * del símbolo; sin historial se usa el precio de entrada.
      * La cantidad se toma tal cual (acciones o contratos, contra
      * el volumen del mismo instrumento), así que los días no
      * dependen del multiplicador del contrato; el nocional y el
      * costo de impacto sí lo aplican, leído de symbol_master.dat
      * (1 sin maestro o sin valor, como en TRADER).
      * Uso: LIQRISK [SYMBOL=] [WINDOW=n] [PART=f] [DAYS=n]
      *      [IMPACT=k] [precios OHLCV] [checkpoint] [ledger PORTSIM]
      * Salida: liqrisk_report.dat (detalle por posición y resumen
      * por cubeta). RC 2 si alguna posición queda marcada.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT REPORT-FILE ASSIGN TO "liqrisk_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
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
      * Mismo formato que CKPT-RECORD de TRADER; solo se usan los
      * campos de la posición abierta.
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05 CKPT-FILE-IDX     PIC 9(3).
           05 FILLER            PIC X.
           05 CKPT-CAPITAL      PIC 9(9)V99.
           05 FILLER            PIC X.
           05 CKPT-POSITION     PIC S9(1).
           05 FILLER            PIC X.
           05 CKPT-TRADE-PRICE  PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 CKPT-SHARES       PIC 9(5).
      * Mismo formato que LEDGER-RECORD de PORTSIM.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 FILLER          PIC X.
           05 LED-SYMBOL      PIC X(10).
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
           05 LED-REASON      PIC X(20).
           05 FILLER          PIC X.
           05 LED-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LED-EXIT-DATE   PIC 9(8).
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
      * Una fila por posición (LQ-TAG "POS") y una por cubeta más el
      * total ("BKT"/"TOT") al final.
       FD  REPORT-FILE.
       01  LIQ-DETAIL-RECORD.
           05 LQ-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 LQ-SOURCE       PIC X(7).
           05 FILLER          PIC X.
           05 LQ-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 LQ-SIDE         PIC X(1).
           05 FILLER          PIC X.
           05 LQ-SHARES       PIC 9(7).
           05 FILLER          PIC X.
           05 LQ-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 LQ-NOTIONAL     PIC 9(11)V99.
           05 FILLER          PIC X.
           05 LQ-ADV          PIC 9(12).
           05 FILLER          PIC X.
           05 LQ-BARS         PIC 9(3).
           05 FILLER          PIC X.
           05 LQ-DAYS         PIC 9(4).
           05 FILLER          PIC X.
           05 LQ-BUCKET       PIC X(4).
           05 FILLER          PIC X.
           05 LQ-VOL-PCT      PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 LQ-IMPACT-PCT   PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 LQ-IMPACT-AMT   PIC 9(11)V99.
           05 FILLER          PIC X.
           05 LQ-FLAG         PIC X(4).
       01  LIQ-SUMMARY-RECORD.
           05 LS-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 LS-BUCKET       PIC X(4).
           05 FILLER          PIC X.
           05 LS-POSITIONS    PIC 9(5).
           05 FILLER          PIC X.
           05 LS-NOTIONAL     PIC 9(11)V99.
           05 FILLER          PIC X.
           05 LS-PCT          PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LS-IMPACT-AMT   PIC 9(11)V99.
           05 FILLER          PIC X.
           05 LS-FLAGGED      PIC 9(5).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "LIQRISK".
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
       01  WS-PRICES-STATUS   PIC XX.
           88  WS-PRICES-OK   VALUE "00".
           88  WS-PRICES-EOF  VALUE "10".
       01  WS-CKPT-FS         PIC XX.
           88  WS-CKPT-OK     VALUE "00".
       01  WS-LEDGER-FS       PIC XX.
           88  WS-LEDGER-OK   VALUE "00".
           88  WS-LEDGER-EOF  VALUE "10".
       01  WS-REPORT-FS       PIC XX.
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK    VALUE "00".
       01  WS-SYMVAL-FLAG     PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON       VALUE "Y".
       01  WS-PRICES-PATH     PIC X(200).
       01  WS-CKPT-PATH       PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
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
       01  WS-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES      PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP        PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP     PIC S9(12) COMP-3.
      * Parámetros de la medición.
       01  WS-WINDOW          PIC 9(3) COMP VALUE 20.
       01  WS-PART-PCT        PIC 9V999 COMP-3 VALUE 0.100.
       01  WS-DAYS-LIMIT      PIC 9(4) COMP VALUE 5.
       01  WS-IMPACT-K        PIC 9(2)V99 COMP-3 VALUE 1.00.
      * El libro: posiciones abiertas de ambas fuentes.
       01  WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 500 TIMES.
              10 PO-SOURCE       PIC X(7).
              10 PO-SYMBOL       PIC X(10).
              10 PO-SIDE         PIC X(1).
              10 PO-SHARES       PIC 9(7) COMP-3.
              10 PO-ENTRY        PIC 9(7)V9(4) COMP-3.
       01  WS-POS-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-POS         PIC 9(4) COMP VALUE 500.
      * Medición de una posición.
       01  WS-P               PIC 9(4) COMP.
       01  WS-I               PIC 9(4) COMP.
       01  WS-VOL-BARS        PIC 9(3) COMP.
       01  WS-RET-COUNT       PIC 9(3) COMP.
       01  WS-RET-DENOM       PIC 9(3).
       01  WS-VOL-SUM         PIC 9(15) COMP-3.
       01  WS-ADV             PIC 9(12) COMP-3.
       01  WS-MARK            PIC 9(7)V9(4) COMP-3.
       01  WS-MULTIPLIER      PIC 9(5)V9(4) COMP-3 VALUE 1.
       01  WS-LATER-CLOSE     PIC 9(7)V9(4) COMP-3.
       01  WS-RET             PIC S9(3)V9(8) COMP-3.
       01  WS-SUM-RET         PIC S9(5)V9(8) COMP-3.
       01  WS-SUMSQ-RET       PIC 9(5)V9(8) COMP-3.
       01  WS-MEAN-RET        PIC S9(3)V9(10) COMP-3.
       01  WS-VARIANCE        PIC 9(3)V9(10) COMP-3.
       01  WS-SIGMA           PIC 9(3)V9(8) COMP-3.
       01  WS-DAILY-CAP       PIC 9(12)V9(3) COMP-3.
       01  WS-DAYS-RAW        PIC 9(9)V9(6) COMP-3.
       01  WS-DAYS            PIC 9(4) COMP.
       01  WS-NOTIONAL        PIC 9(11)V99 COMP-3.
       01  WS-IMPACT-PCT      PIC 9(3)V9(6) COMP-3.
       01  WS-IMPACT-AMT      PIC 9(11)V99 COMP-3.
       01  WS-BKT             PIC 9(1) COMP.
       01  WS-POS-FLAG        PIC X(4).
      * Acumulados por cubeta: 1 = 1 día, 2 = 2-5 días, 3 = más de
      * 5 días.
       01  WS-BUCKET-NAMES.
           05 FILLER          PIC X(4) VALUE "1D  ".
           05 FILLER          PIC X(4) VALUE "2-5D".
           05 FILLER          PIC X(4) VALUE ">5D ".
       01  WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME  PIC X(4) OCCURS 3 TIMES.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 3 TIMES.
              10 BK-POSITIONS    PIC 9(5) COMP.
              10 BK-NOTIONAL     PIC 9(11)V99 COMP-3.
              10 BK-IMPACT       PIC 9(11)V99 COMP-3.
              10 BK-FLAGGED      PIC 9(5) COMP.
       01  WS-TOT-NOTIONAL    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-IMPACT      PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-FLAG-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa LIQRISK iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-LEER-CHECKPOINT
           PERFORM 3500-LEER-LIBRO-PORTSIM
           IF WS-POS-COUNT = 0
               DISPLAY "[LIQRISK] libro plano: sin posiciones abiertas"
           END-IF
           INITIALIZE WS-BUCKET-TABLE
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: sin maestro de símbolos (FS="
                   WS-SYMMASTER-FS "), nocional con multiplicador 1"
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 4000-MEDIR-POSICION
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POS-COUNT
           PERFORM 5000-RESUMEN-CUBETAS
           CLOSE REPORT-FILE
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           DISPLAY "[LIQRISK] posiciones " WS-POS-COUNT
               ", nocional " WS-TOT-NOTIONAL
               ", impacto inmediato " WS-TOT-IMPACT
               ", marcadas " WS-FLAG-COUNT
           IF WS-FLAG-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE "trader_checkpoint.dat" TO WS-CKPT-PATH
           MOVE "portsim_ledger.dat" TO WS-LEDGER-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:) TO WS-SYMBOL
                   WHEN WS-ARG1(1:7) = "WINDOW="
                       MOVE "WINDOW" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "PART="
                       MOVE "PART" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "DAYS="
                       MOVE "DAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "IMPACT="
                       MOVE "IMPACT" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       EVALUATE WS-FILTERED-ARGC
                           WHEN 1
                               MOVE WS-ARG1 TO WS-PRICES-PATH
                           WHEN 2
                               MOVE WS-ARG1 TO WS-CKPT-PATH
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-LEDGER-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           MOVE WS-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF WS-WINDOW = 0
               MOVE 20 TO WS-WINDOW
           END-IF
           IF WS-PART-PCT = 0
               DISPLAY "WARNING: PART=0 no liquida nunca; se usa 0.10"
               MOVE 0.100 TO WS-PART-PCT
           END-IF
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - ventana "
               WS-WINDOW " participación " WS-PART-PCT
               " umbral " WS-DAYS-LIMIT " días, impacto "
               WS-IMPACT-K
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "WINDOW" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "PART" TO PRM-NAME(2)
           MOVE "0.100" TO PRM-DEFAULT(2)
           MOVE "DAYS" TO PRM-NAME(3)
           MOVE "5" TO PRM-DEFAULT(3)
           MOVE "IMPACT" TO PRM-NAME(4)
           MOVE "1.00" TO PRM-DEFAULT(4)
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
      * IMPACT=0 es válido (sin costo de impacto).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 4)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999)
                   OR (WS-PARM-I = 4
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99.99)
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
           COMPUTE WS-WINDOW = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-PART-PCT = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-DAYS-LIMIT = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-IMPACT-K = FUNCTION NUMVAL(PRM-VALUE(4)).

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

      * La posición de TRADER: el checkpoint no lleva el símbolo,
      * así que sin SYMBOL= (o TRADE_RUN_SYMBOL) no se puede medir y
      * se avisa en vez de inventarlo.
       3000-LEER-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY "[LIQRISK] sin checkpoint (FS=" WS-CKPT-FS
                   "): TRADER no tiene posición abierta"
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE
               AT END
                   DISPLAY "[LIQRISK] checkpoint vacío: TRADER no "
                       "tiene posición abierta"
               NOT AT END
                   IF CKPT-POSITION NOT = 0 AND CKPT-SHARES > 0
                       IF WS-SYMBOL = SPACES
                           DISPLAY "WARNING: posición de TRADER sin "
                               "símbolo (falta SYMBOL=), no se mide"
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           ADD 1 TO WS-POS-COUNT
                           MOVE "TRADER" TO PO-SOURCE(WS-POS-COUNT)
                           MOVE WS-SYMBOL TO PO-SYMBOL(WS-POS-COUNT)
                           IF CKPT-POSITION > 0
                               MOVE "L" TO PO-SIDE(WS-POS-COUNT)
                           ELSE
                               MOVE "S" TO PO-SIDE(WS-POS-COUNT)
                           END-IF
                           MOVE CKPT-SHARES
                               TO PO-SHARES(WS-POS-COUNT)
                           MOVE CKPT-TRADE-PRICE
                               TO PO-ENTRY(WS-POS-COUNT)
                       END-IF
                   END-IF
           END-READ
           CLOSE CKPT-FILE
           EXIT.

      * El libro de PORTSIM: lo que seguía abierto en la última barra
      * sale del simulador como LONGF/SHRTF (5000-LIQUIDAR-ABIERTAS);
      * esas filas son el libro vigente.
       3500-LEER-LIBRO-PORTSIM.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "[LIQRISK] sin ledger de PORTSIM (FS="
                   WS-LEDGER-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF (LED-TYPE = "LONGF" OR LED-TYPE = "SHRTF")
                          AND LED-SHARES NUMERIC AND LED-SHARES > 0
                           IF WS-POS-COUNT < WS-MAX-POS
                               ADD 1 TO WS-POS-COUNT
                               MOVE "PORTSIM"
                                   TO PO-SOURCE(WS-POS-COUNT)
                               MOVE LED-SYMBOL
                                   TO PO-SYMBOL(WS-POS-COUNT)
                               IF LED-TYPE = "LONGF"
                                   MOVE "L" TO PO-SIDE(WS-POS-COUNT)
                               ELSE
                                   MOVE "S" TO PO-SIDE(WS-POS-COUNT)
                               END-IF
                               MOVE LED-SHARES
                                   TO PO-SHARES(WS-POS-COUNT)
                               MOVE LED-ENTRY
                                   TO PO-ENTRY(WS-POS-COUNT)
                           ELSE
                               DISPLAY "WARNING: tabla de posiciones "
                                   "llena, " LED-SYMBOL " descartado"
                               ADD 1 TO WS-REJECT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "[DEBUG] 3500-LEER-LIBRO-PORTSIM - posiciones en "
               "el libro: " WS-POS-COUNT
           EXIT.

       4000-MEDIR-POSICION.
           PERFORM 4050-BUSCAR-MULTIPLICADOR
           PERFORM 4100-MEDIR-VOLUMEN
           PERFORM 4200-DIAS-PARA-SALIR
           PERFORM 4300-COSTO-IMPACTO
           PERFORM 4400-ESCRIBIR-DETALLE
           EXIT.

      * Multiplicador del contrato del símbolo en el maestro; sin
      * maestro, sin la fila o sin valor queda en 1, como en TRADER.
       4050-BUSCAR-MULTIPLICADOR.
           MOVE 1 TO WS-MULTIPLIER
           IF NOT WS-SYMVAL-ON
               EXIT PARAGRAPH
           END-IF
           MOVE PO-SYMBOL(WS-P) TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-MULTIPLIER
                   END-IF
           END-READ
           EXIT.

      * Recorre el historial de atrás hacia adelante: las últimas
      * WINDOW barras del símbolo dan el ADV, y sus cierres (más el
      * anterior a la ventana) los retornos de la volatilidad.
       4100-MEDIR-VOLUMEN.
           MOVE 0 TO WS-VOL-BARS
           MOVE 0 TO WS-RET-COUNT
           MOVE 0 TO WS-VOL-SUM
           MOVE 0 TO WS-SUM-RET
           MOVE 0 TO WS-SUMSQ-RET
           MOVE 0 TO WS-LATER-CLOSE
           MOVE 0 TO WS-ADV
           MOVE 0 TO WS-SIGMA
           MOVE PO-ENTRY(WS-P) TO WS-MARK
           PERFORM VARYING WS-I FROM WS-COUNT BY -1
                   UNTIL WS-I < 1 OR WS-RET-COUNT >= WS-WINDOW
               IF WS-OHLCV-SYMBOL(WS-I) = PO-SYMBOL(WS-P)
                   IF WS-VOL-BARS = 0
                       MOVE WS-OHLCV-CLOSE(WS-I) TO WS-MARK
                   END-IF
                   IF WS-LATER-CLOSE > 0
                       COMPUTE WS-RET ROUNDED = WS-LATER-CLOSE
                           / WS-OHLCV-CLOSE(WS-I) - 1
                       ADD 1 TO WS-RET-COUNT
                       ADD WS-RET TO WS-SUM-RET
                       COMPUTE WS-SUMSQ-RET = WS-SUMSQ-RET
                           + WS-RET * WS-RET
                   END-IF
                   IF WS-VOL-BARS < WS-WINDOW
                       ADD 1 TO WS-VOL-BARS
                       ADD WS-OHLCV-VOLUME(WS-I) TO WS-VOL-SUM
                   END-IF
                   MOVE WS-OHLCV-CLOSE(WS-I) TO WS-LATER-CLOSE
               END-IF
           END-PERFORM
           IF WS-VOL-BARS = 0
               DISPLAY "WARNING: " PO-SYMBOL(WS-P) " sin historial "
                   "de precios, se marca a precio de entrada"
               EXIT PARAGRAPH
           END-IF
           IF WS-VOL-BARS < WS-WINDOW
               DISPLAY "WARNING: " PO-SYMBOL(WS-P) " solo tiene "
                   WS-VOL-BARS " barras para la ventana"
           END-IF
           COMPUTE WS-ADV ROUNDED = WS-VOL-SUM / WS-VOL-BARS
           IF WS-RET-COUNT > 1
               COMPUTE WS-MEAN-RET ROUNDED =
                   WS-SUM-RET / WS-RET-COUNT
               COMPUTE WS-RET-DENOM = WS-RET-COUNT - 1
               COMPUTE WS-VARIANCE ROUNDED =
                   (WS-SUMSQ-RET - WS-MEAN-RET * WS-SUM-RET)
                   / WS-RET-DENOM
               COMPUTE WS-SIGMA ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           END-IF
           EXIT.

      * Días = cantidad / (ADV x PART), hacia arriba. Sin volumen la
      * posición no sale nunca al ritmo pedido: 9999 días y NADV.
       4200-DIAS-PARA-SALIR.
           MOVE SPACES TO WS-POS-FLAG
           COMPUTE WS-DAILY-CAP = WS-ADV * WS-PART-PCT
           IF WS-DAILY-CAP = 0
               MOVE 9999 TO WS-DAYS
               MOVE "NADV" TO WS-POS-FLAG
           ELSE
               COMPUTE WS-DAYS-RAW = PO-SHARES(WS-P) / WS-DAILY-CAP
               IF WS-DAYS-RAW > 9999
                   MOVE 9999 TO WS-DAYS
               ELSE
                   MOVE WS-DAYS-RAW TO WS-DAYS
                   IF WS-DAYS < WS-DAYS-RAW
                       ADD 1 TO WS-DAYS
                   END-IF
               END-IF
               IF WS-DAYS = 0
                   MOVE 1 TO WS-DAYS
               END-IF
               IF WS-DAYS > WS-DAYS-LIMIT
                   MOVE "SLOW" TO WS-POS-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS <= 1
                   MOVE 1 TO WS-BKT
               WHEN WS-DAYS <= 5
                   MOVE 2 TO WS-BKT
               WHEN OTHER
                   MOVE 3 TO WS-BKT
           END-EVALUATE
           EXIT.

      * Regla de la raíz cuadrada para salir todo hoy: sin ADV el
      * impacto no se puede estimar y queda en cero (la fila ya va
      * marcada NADV).
       4300-COSTO-IMPACTO.
           COMPUTE WS-NOTIONAL ROUNDED =
               PO-SHARES(WS-P) * WS-MARK * WS-MULTIPLIER
           MOVE 0 TO WS-IMPACT-PCT
           IF WS-ADV > 0
               COMPUTE WS-IMPACT-PCT ROUNDED = WS-IMPACT-K * WS-SIGMA
                   * FUNCTION SQRT(PO-SHARES(WS-P) / WS-ADV) * 100
           END-IF
           COMPUTE WS-IMPACT-AMT ROUNDED =
               WS-NOTIONAL * WS-IMPACT-PCT / 100
           EXIT.

       4400-ESCRIBIR-DETALLE.
           MOVE SPACES TO LIQ-DETAIL-RECORD
           MOVE WS-POS-FLAG TO LQ-FLAG
           MOVE "POS" TO LQ-TAG
           MOVE PO-SOURCE(WS-P) TO LQ-SOURCE
           MOVE PO-SYMBOL(WS-P) TO LQ-SYMBOL
           MOVE PO-SIDE(WS-P) TO LQ-SIDE
           MOVE PO-SHARES(WS-P) TO LQ-SHARES
           MOVE WS-MARK TO LQ-PRICE
           MOVE WS-NOTIONAL TO LQ-NOTIONAL
           MOVE WS-ADV TO LQ-ADV
           MOVE WS-VOL-BARS TO LQ-BARS
           MOVE WS-DAYS TO LQ-DAYS
           MOVE WS-BUCKET-NAME(WS-BKT) TO LQ-BUCKET
           COMPUTE LQ-VOL-PCT ROUNDED = WS-SIGMA * 100
           MOVE WS-IMPACT-PCT TO LQ-IMPACT-PCT
           MOVE WS-IMPACT-AMT TO LQ-IMPACT-AMT
           WRITE LIQ-DETAIL-RECORD
           ADD 1 TO BK-POSITIONS(WS-BKT)
           ADD WS-NOTIONAL TO BK-NOTIONAL(WS-BKT)
           ADD WS-IMPACT-AMT TO BK-IMPACT(WS-BKT)
           ADD WS-NOTIONAL TO WS-TOT-NOTIONAL
           ADD WS-IMPACT-AMT TO WS-TOT-IMPACT
           IF LQ-FLAG NOT = SPACES
               ADD 1 TO BK-FLAGGED(WS-BKT)
               ADD 1 TO WS-FLAG-COUNT
               DISPLAY "WARNING: " LQ-FLAG " " PO-SOURCE(WS-P) " "
                   PO-SYMBOL(WS-P) " necesita " WS-DAYS
                   " días para salir (umbral " WS-DAYS-LIMIT ")"
           END-IF
           EXIT.

       5000-RESUMEN-CUBETAS.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE SPACES TO LIQ-SUMMARY-RECORD
               MOVE "BKT" TO LS-TAG
               MOVE WS-BUCKET-NAME(WS-BKT) TO LS-BUCKET
               MOVE BK-POSITIONS(WS-BKT) TO LS-POSITIONS
               MOVE BK-NOTIONAL(WS-BKT) TO LS-NOTIONAL
               MOVE 0 TO LS-PCT
               IF WS-TOT-NOTIONAL > 0
                   COMPUTE LS-PCT ROUNDED = BK-NOTIONAL(WS-BKT)
                       * 100 / WS-TOT-NOTIONAL
               END-IF
               MOVE BK-IMPACT(WS-BKT) TO LS-IMPACT-AMT
               MOVE BK-FLAGGED(WS-BKT) TO LS-FLAGGED
               WRITE LIQ-SUMMARY-RECORD
               DISPLAY "[LIQRISK] cubeta " LS-BUCKET ": "
                   LS-POSITIONS " posiciones, " LS-PCT
                   "% del nocional"
           END-PERFORM
           MOVE SPACES TO LIQ-SUMMARY-RECORD
           MOVE "TOT" TO LS-TAG
           MOVE "ALL " TO LS-BUCKET
           MOVE WS-POS-COUNT TO LS-POSITIONS
           MOVE WS-TOT-NOTIONAL TO LS-NOTIONAL
           MOVE 100 TO LS-PCT
           IF WS-TOT-NOTIONAL = 0
               MOVE 0 TO LS-PCT
           END-IF
           MOVE WS-TOT-IMPACT TO LS-IMPACT-AMT
           MOVE WS-FLAG-COUNT TO LS-FLAGGED
           WRITE LIQ-SUMMARY-RECORD
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
           MOVE WS-POS-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-FLAG-COUNT + WS-REJECT-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

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

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
