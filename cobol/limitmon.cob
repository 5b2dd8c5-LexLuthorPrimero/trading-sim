       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITMON.
      * Límites de riesgo del libro después de operar: APPROVE mira
      * orden por orden antes de la carga, pero nadie miraba el libro
      * entero después, y el mercado solo puede llevarlo por encima
      * de los topes sin que nadie lo note. Este programa evalúa cada
      * noche el libro vigente contra los límites centrales de
      * risk_limits.dat (renglones palabra/valor, como
      * approval_limits.dat de APPROVE):
      *   GROSSPCT  exposición bruta, % del patrimonio
      *   NETPCT    exposición neta (valor absoluto), % del patrimonio
      *   NAMEPCT   un solo nombre, % del patrimonio
      *   SECTORPCT un sector (SYM-SECTOR de symbol_master.dat; sin
      *             fila, OTROS, como en BRINSON), % del patrimonio
      *   VARPCT    VaR 95% de VARRPT (varrpt_report.dat), % del
      *             patrimonio
      *   LIQDAYS   días para liquidar un nombre, cantidad / (ADV x
      *             LIQPART), como en LIQRISK (LIQPART 0.10 y
      *             LIQWINDOW 20 barras por omisión)
      *   AGEDAYS   noches en exceso para escalar (3 por omisión)
      *   REPEAT    excesos del mismo límite y sujeto dentro de
      *             REPDAYS días corridos para escalar (3 y 30)
      * Un límite que no figura, o en cero, no se evalúa.
      * El libro es el de VARRPT: un renglón de var_control.dat por
      * símbolo con el checkpoint de su corrida de TRADER; cada
      * posición se marca al último cierre del símbolo en el
      * historial OHLCV (prices.dat), o a su precio de entrada si no
      * lo tiene. El patrimonio es la suma de los capitales de los
      * checkpoints más el resultado no realizado a esa marca.
      * Bitácora de excesos (breach_log.dat): una fila por exceso
      * con límite, sujeto (LIBRO, el símbolo o el sector), primera
      * fecha, última fecha, noches en exceso, valor actual, peor
      * valor y tope. Un exceso que sigue suma una noche (una
      * segunda corrida en la misma fecha no la cuenta dos veces);
      * uno que ya no está se cierra CLRD con su fecha; las filas
      * cerradas hace más de KEEPDAYS= días (90) se depuran. El VaR
      * sin varrpt_report.dat no se evalúa y su fila abierta queda
      * como estaba.
      * Escalamiento: un exceso con AGEDAYS noches o más (envejecido)
      * o que es el REPEAT-ésimo del mismo límite y sujeto dentro de
      * REPDAYS (repetido) se asienta en alert_inbox.dat con la regla
      * LIM + límite (LIMGROSS, LIMNAME, ...) y el sujeto como
      * símbolo, severidad 2 (3 si es las dos cosas); con una alerta
      * ABIERTA de la misma regla y sujeto no se duplica, solo sube
      * su severidad si la nueva es mayor.
      * La fecha de la corrida es DATE=, o TRADE_RUN_DATE, u hoy.
      * Uso: LIMITMON [var_control.dat] [LIMITS=] [PRICES=] [VAR=]
      *      [DATE=aaaammdd] [KEEPDAYS=n]
      * Salida: limitmon_report.dat (cada control con su valor, tope
      * y noches en exceso, lo cerrado y lo escalado). RC 2 si hay
      * algún exceso; RC 1 si falta el libro, los límites o los
      * precios.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT LIMITS-FILE ASSIGN TO DYNAMIC WS-LIMITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT VAR-IN-FILE ASSIGN TO DYNAMIC WS-VAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT BREACH-FILE ASSIGN TO "breach_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREACH-FS.
           SELECT INBOX-FILE ASSIGN TO "alert_inbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-ID
               FILE STATUS IS WS-INBOX-FS.
           SELECT REPORT-FILE ASSIGN TO "limitmon_report.dat"
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
      * Mismo formato que CTL-RECORD de VARRPT (la ruta de ATR no se
      * usa aquí).
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 CTL-CKPT-PATH    PIC X(100).
           05 FILLER           PIC X.
           05 CTL-ATR-PATH     PIC X(100).
      * Mismo formato que CKPT-RECORD de TRADER; solo se usan el
      * capital, la posición, el precio y las acciones.
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
      * Mismo formato que LIMIT-RECORD de APPROVE.
       FD  LIMITS-FILE.
       01  LIMIT-RECORD.
           05 LIM-KEY         PIC X(10).
           05 FILLER          PIC X.
           05 LIM-VALUE       PIC X(14).
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
      * Mismo formato que REPORT-RECORD de VARRPT: se busca el
      * renglón "VAR 95%:".
       FD  VAR-IN-FILE.
       01  VAR-IN-RECORD.
           05 VIN-LINE        PIC X(90).
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
      * Bitácora de excesos: valores en porciento del patrimonio
      * (días para LIQ). BL-ESC: A envejecido, R repetido, B ambos.
       FD  BREACH-FILE.
       01  BREACH-RECORD.
           05 BL-LIMIT        PIC X(6).
           05 FILLER          PIC X.
           05 BL-SUBJECT      PIC X(10).
           05 FILLER          PIC X.
           05 BL-STATUS       PIC X(4).
           05 FILLER          PIC X.
           05 BL-FIRST-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 BL-LAST-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 BL-DAYS         PIC 9(4).
           05 FILLER          PIC X.
           05 BL-VALUE        PIC 9(7)V99.
           05 FILLER          PIC X.
           05 BL-WORST        PIC 9(7)V99.
           05 FILLER          PIC X.
           05 BL-THRESHOLD    PIC 9(7)V99.
           05 FILLER          PIC X.
           05 BL-CLEAR-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 BL-ESC          PIC X(1).
      * Mismo formato que INBOX-RECORD de ALERTS.
       FD  INBOX-FILE.
       01  INBOX-RECORD.
           05 AIX-ID          PIC 9(6).
           05 FILLER          PIC X.
           05 AIX-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 AIX-RULE        PIC X(12).
           05 FILLER          PIC X.
           05 AIX-SEVERITY    PIC 9(1).
           05 FILLER          PIC X.
           05 AIX-RAISED      PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-STATUS      PIC X(4).
           05 FILLER          PIC X.
           05 AIX-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 AIX-ACK-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-NOTE        PIC X(30).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 LMR-LINE        PIC X(100).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "LIMITMON".
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
       01  WS-CONTROL-STATUS  PIC XX.
           88  WS-CONTROL-OK      VALUE "00".
           88  WS-CONTROL-EOF     VALUE "10".
       01  WS-CKPT-FS         PIC XX.
           88  WS-CKPT-OK         VALUE "00".
       01  WS-LIM-FS          PIC XX.
           88  WS-LIM-OK          VALUE "00".
           88  WS-LIM-EOF         VALUE "10".
       01  WS-PRICES-STATUS   PIC XX.
           88  WS-PRICES-OK       VALUE "00".
           88  WS-PRICES-EOF      VALUE "10".
       01  WS-VAR-FS          PIC XX.
           88  WS-VAR-OK          VALUE "00".
           88  WS-VAR-EOF         VALUE "10".
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK    VALUE "00".
       01  WS-SYMVAL-FLAG     PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON       VALUE "Y".
       01  WS-BREACH-FS       PIC XX.
           88  WS-BREACH-OK       VALUE "00".
           88  WS-BREACH-EOF      VALUE "10".
       01  WS-INBOX-FS        PIC XX.
           88  WS-INBOX-OK        VALUE "00".
           88  WS-INBOX-EOF       VALUE "10".
           88  WS-INBOX-NEW       VALUE "35".
       01  WS-INBOX-MAX-ID    PIC 9(6) COMP-3.
       01  WS-INBOX-HIT       PIC 9(6) COMP-3.
       01  WS-REP-FS          PIC XX.
       01  WS-CONTROL-PATH    PIC X(200).
       01  WS-CKPT-PATH       PIC X(200).
       01  WS-LIMITS-PATH     PIC X(200).
       01  WS-PRICES-PATH     PIC X(200).
       01  WS-VAR-PATH        PIC X(200).
      * Historial OHLCV (WS-OHLCV-LOAD).
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
      * Límites centrales (cero = no se evalúa).
       01  WS-LIM-GROSS       PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIM-NET         PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIM-NAME        PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIM-SECTOR      PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIM-VAR         PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIM-LIQDAYS     PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-LIQ-PART        PIC 9V999 COMP-3 VALUE 0.100.
       01  WS-LIQ-WINDOW      PIC 9(3) COMP VALUE 20.
       01  WS-AGE-DAYS        PIC 9(4) COMP VALUE 3.
       01  WS-REPEAT-MIN      PIC 9(4) COMP VALUE 3.
       01  WS-REPEAT-DAYS     PIC 9(4) COMP VALUE 30.
       01  WS-KEEP-DAYS       PIC 9(4) COMP VALUE 90.
       01  WS-LIM-NUM         PIC 9(5)V99 COMP-3.
      * Fecha de la corrida.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-ENV-DATE        PIC X(8).
       01  WS-RUN-INT         PIC 9(7) COMP-3.
       01  WS-ROW-INT         PIC 9(7) COMP-3.
      * El libro por nombre: nocional con signo a la marca, acciones
      * con signo, sector, días para liquidar.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 50 TIMES.
              10 NM-SYMBOL       PIC X(10).
              10 NM-SECTOR       PIC X(8).
              10 NM-SHARES       PIC S9(9) COMP-3.
              10 NM-NOTIONAL     PIC S9(13)V99 COMP-3.
              10 NM-MARK         PIC 9(7)V9(4) COMP-3.
              10 NM-MULT         PIC 9(5)V9(4) COMP-3.
              10 NM-ADV          PIC 9(12) COMP-3.
              10 NM-DAYS         PIC 9(4) COMP.
       01  WS-NAME-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MAX-NAMES       PIC 9(3) COMP VALUE 50.
       01  WS-SECTOR-TABLE.
           05 WS-SECTOR-ENTRY OCCURS 50 TIMES.
              10 SC-NAME         PIC X(8).
              10 SC-GROSS        PIC 9(13)V99 COMP-3.
       01  WS-SECTOR-COUNT    PIC 9(3) COMP VALUE 0.
       01  WS-SEC-NAME        PIC X(8).
       01  WS-CAPITAL-SUM     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-UNREALIZED      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EQUITY          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GROSS           PIC 9(13)V99 COMP-3 VALUE 0.
       01  WS-NET             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NET-ABS         PIC 9(13)V99 COMP-3.
       01  WS-POS-NOTIONAL    PIC S9(13)V99 COMP-3.
       01  WS-PRICE-DIFF      PIC S9(7)V9(4) COMP-3.
       01  WS-PNL-MARK        PIC S9(13)V99 COMP-3.
       01  WS-LINE-MARK       PIC 9(7)V9(4) COMP-3.
       01  WS-LINE-ADV        PIC 9(12) COMP-3.
       01  WS-VOL-BARS        PIC 9(3) COMP.
       01  WS-VOL-SUM         PIC 9(15) COMP-3.
       01  WS-ABS-SHARES      PIC 9(9) COMP-3.
       01  WS-DAILY-CAP       PIC 9(12)V9(3) COMP-3.
       01  WS-DAYS-RAW        PIC 9(9)V9(6) COMP-3.
       01  WS-VAR95           PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-VAR-FOUND       PIC X(1) VALUE "N".
       01  WS-POS-LINES       PIC 9(3) COMP VALUE 0.
      * Controles de la noche: uno por límite y sujeto evaluados.
       01  WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 200 TIMES.
              10 CK-LIMIT        PIC X(6).
              10 CK-SUBJECT      PIC X(10).
              10 CK-VALUE        PIC 9(7)V99 COMP-3.
              10 CK-THRESHOLD    PIC 9(7)V99 COMP-3.
              10 CK-BREACH       PIC X(1).
              10 CK-ROW          PIC 9(4) COMP.
              10 CK-SEVERITY     PIC 9(1).
       01  WS-CHECK-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-CHECKS      PIC 9(4) COMP VALUE 200.
       01  WS-CHK-LIMIT       PIC X(6).
       01  WS-CHK-SUBJECT     PIC X(10).
       01  WS-CHK-VALUE       PIC 9(7)V99 COMP-3.
       01  WS-CHK-THRESHOLD   PIC 9(7)V99 COMP-3.
       01  WS-PCT-WORK        PIC 9(9)V99 COMP-3.
      * Límites evaluados esta noche (para cerrar lo que ya no está).
       01  WS-EVAL-FLAGS.
           05 WS-EVAL-GROSS   PIC X(1) VALUE "N".
           05 WS-EVAL-NET     PIC X(1) VALUE "N".
           05 WS-EVAL-NAME    PIC X(1) VALUE "N".
           05 WS-EVAL-SECTOR  PIC X(1) VALUE "N".
           05 WS-EVAL-VAR     PIC X(1) VALUE "N".
           05 WS-EVAL-LIQ     PIC X(1) VALUE "N".
       01  WS-EVAL-HIT        PIC X(1).
      * Bitácora de excesos en memoria.
       01  WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 1000 TIMES.
              10 LG-LIMIT        PIC X(6).
              10 LG-SUBJECT      PIC X(10).
              10 LG-STATUS       PIC X(4).
              10 LG-FIRST-DATE   PIC 9(8).
              10 LG-LAST-DATE    PIC 9(8).
              10 LG-DAYS         PIC 9(4) COMP.
              10 LG-VALUE        PIC 9(7)V99 COMP-3.
              10 LG-WORST        PIC 9(7)V99 COMP-3.
              10 LG-THRESHOLD    PIC 9(7)V99 COMP-3.
              10 LG-CLEAR-DATE   PIC 9(8).
              10 LG-ESC          PIC X(1).
              10 LG-SEEN         PIC X(1).
       01  WS-LOG-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-LOG         PIC 9(4) COMP VALUE 1000.
       01  WS-LOG-HIT         PIC 9(4) COMP.
       01  WS-EPISODES        PIC 9(4) COMP.
       01  WS-AGED            PIC X(1).
       01  WS-REPEATED        PIC X(1).
      * Conteos del resumen.
       01  WS-BREACH-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-NEW-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-CLEARED-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-ESC-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-PURGED-COUNT    PIC 9(4) COMP VALUE 0.
      * Impresión.
       01  WS-CHECK-LINE.
           05 CKL-LIMIT       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-SUBJECT     PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-VALUE       PIC Z(6)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-THRESHOLD   PIC Z(6)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-STATE       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-DAYS        PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-FIRST       PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKL-ESC         PIC X(10).
       01  WS-AMT-ED          PIC -(12)9.99.
       01  WS-VAL-ED          PIC Z(6)9.99.
       01  WS-THR-ED          PIC Z(6)9.99.
       01  WS-DAYS-ED         PIC ZZZ9.
       01  WS-CNT-ED          PIC ZZZ9.
       01  WS-I               PIC 9(4) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-N               PIC 9(4) COMP.
       01  WS-FOUND           PIC 9(4) COMP.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa LIMITMON iniciado"
           PERFORM 1000-LEER-PARAMETROS
      * Los precios antes que los límites: la carga de OHLCV pone en
      * cero el conteo de rechazos.
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE = 0
               PERFORM 1100-CARGAR-LIMITES
           END-IF
           IF WS-EXIT-CODE = 0
               PERFORM 2500-CARGAR-LIBRO
           END-IF
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2800-LEER-VAR
           PERFORM 3000-CARGAR-BITACORA
           PERFORM 4000-EVALUAR-LIMITES
           PERFORM 5000-ACTUALIZAR-BITACORA
           PERFORM 5500-GRABAR-BITACORA
           IF WS-ESC-COUNT > 0
               PERFORM 7000-ESCALAR-EN-INBOX
           END-IF
           PERFORM 6000-ESCRIBIR-REPORTE
           IF WS-BREACH-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "var_control.dat" TO WS-CONTROL-PATH
           MOVE "risk_limits.dat" TO WS-LIMITS-PATH
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE "varrpt_report.dat" TO WS-VAR-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "LIMITS="
                       MOVE WS-ARG1(8:) TO WS-LIMITS-PATH
                   WHEN WS-ARG1(1:7) = "PRICES="
                       MOVE WS-ARG1(8:) TO WS-PRICES-PATH
                   WHEN WS-ARG1(1:4) = "VAR="
                       MOVE WS-ARG1(5:) TO WS-VAR-PATH
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:9) = "KEEPDAYS="
                       MOVE "KEEPDAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-RUN-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                   DISPLAY "WARNING: DATE= inválida, se ignora"
                   MOVE 0 TO WS-RUN-DATE
               END-IF
           END-IF
      * La fecha de negocio se toma igual que al estampar los
      * renglones: TRADE_RUN_DATE si es una fecha válida, si no hoy.
           IF WS-RUN-DATE = 0
               ACCEPT WS-ENV-DATE FROM ENVIRONMENT "TRADE_RUN_DATE"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF WS-ENV-DATE IS NUMERIC
                   MOVE WS-ENV-DATE TO WS-RUN-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                       MOVE 0 TO WS-RUN-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "KEEPDAYS" TO PRM-NAME(1)
           MOVE "90" TO PRM-DEFAULT(1)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999)
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
           COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Renglones palabra/valor; una palabra desconocida o un valor
      * no numérico se avisa y se salta.
       1100-CARGAR-LIMITES.
           OPEN INPUT LIMITS-FILE
           IF NOT WS-LIM-OK
               DISPLAY "ERROR: límites de riesgo ilegibles ("
                   FUNCTION TRIM(WS-LIMITS-PATH) ") FS=" WS-LIM-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIM-EOF
               READ LIMITS-FILE
                   AT END
                       SET WS-LIM-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-UN-LIMITE
               END-READ
           END-PERFORM
           CLOSE LIMITS-FILE
           IF WS-LIQ-PART = 0
               MOVE 0.100 TO WS-LIQ-PART
           END-IF
           IF WS-LIQ-WINDOW = 0
               MOVE 20 TO WS-LIQ-WINDOW
           END-IF
           IF WS-AGE-DAYS = 0
               MOVE 3 TO WS-AGE-DAYS
           END-IF
           IF WS-REPEAT-MIN = 0
               MOVE 3 TO WS-REPEAT-MIN
           END-IF
           DISPLAY "[DEBUG] 1100-CARGAR-LIMITES - bruta " WS-LIM-GROSS
               " neta " WS-LIM-NET " nombre " WS-LIM-NAME
               " sector " WS-LIM-SECTOR " VaR " WS-LIM-VAR
               " días " WS-LIM-LIQDAYS
           EXIT.

       1150-UN-LIMITE.
           IF LIM-KEY = SPACES OR LIM-KEY(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LIM-VALUE) NOT = 0
               DISPLAY "WARNING: límite " LIM-KEY " con valor no "
                   "numérico, se ignora"
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIM-NUM = FUNCTION NUMVAL(LIM-VALUE)
           EVALUATE LIM-KEY
               WHEN "GROSSPCT"
                   MOVE WS-LIM-NUM TO WS-LIM-GROSS
               WHEN "NETPCT"
                   MOVE WS-LIM-NUM TO WS-LIM-NET
               WHEN "NAMEPCT"
                   MOVE WS-LIM-NUM TO WS-LIM-NAME
               WHEN "SECTORPCT"
                   MOVE WS-LIM-NUM TO WS-LIM-SECTOR
               WHEN "VARPCT"
                   MOVE WS-LIM-NUM TO WS-LIM-VAR
               WHEN "LIQDAYS"
                   MOVE WS-LIM-NUM TO WS-LIM-LIQDAYS
               WHEN "LIQPART"
                   COMPUTE WS-LIQ-PART = FUNCTION NUMVAL(LIM-VALUE)
               WHEN "LIQWINDOW"
                   MOVE WS-LIM-NUM TO WS-LIQ-WINDOW
               WHEN "AGEDAYS"
                   MOVE WS-LIM-NUM TO WS-AGE-DAYS
               WHEN "REPEAT"
                   MOVE WS-LIM-NUM TO WS-REPEAT-MIN
               WHEN "REPDAYS"
                   MOVE WS-LIM-NUM TO WS-REPEAT-DAYS
               WHEN OTHER
                   DISPLAY "WARNING: límite desconocido " LIM-KEY
                       ", se ignora"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           EXIT.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Un renglón de control por símbolo, como en VARRPT: el
      * checkpoint trae capital, posición, acciones y precio de
      * entrada. Los renglones del mismo símbolo se suman en un
      * nombre.
       2500-CARGAR-LIBRO.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: sin maestro de símbolos (FS="
                   WS-SYMMASTER-FS "), todo el libro en OTROS"
           END-IF
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               IF WS-SYMVAL-ON
                   CLOSE SYMMASTER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-CARGAR-UNA-POSICION
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           COMPUTE WS-EQUITY = WS-CAPITAL-SUM + WS-UNREALIZED
           DISPLAY "[DEBUG] 2500-CARGAR-LIBRO - " WS-NAME-COUNT
               " nombres, patrimonio " WS-EQUITY
           IF WS-EQUITY NOT > 0
               DISPLAY "ERROR: patrimonio del libro no positivo, no "
                   "hay base para los porcientos"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

       2600-CARGAR-UNA-POSICION.
           IF CTL-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-CKPT-PATH TO WS-CKPT-PATH
           OPEN INPUT CKPT-FILE
           IF NOT WS-CKPT-OK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: checkpoint ilegible para "
                   CTL-SYMBOL ", omitido"
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE
               AT END
                   CLOSE CKPT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CKPT-FILE
           IF CKPT-CAPITAL NUMERIC
               ADD CKPT-CAPITAL TO WS-CAPITAL-SUM
           END-IF
           IF CKPT-POSITION NOT NUMERIC OR CKPT-POSITION = 0
              OR CKPT-SHARES NOT NUMERIC OR CKPT-SHARES = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-LINES
           PERFORM 2700-BUSCAR-NOMBRE
           IF WS-FOUND = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de nombres llena, " CTL-SYMBOL
                   " omitido"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRICE-DIFF =
               NM-MARK(WS-FOUND) - CKPT-TRADE-PRICE
           COMPUTE WS-PNL-MARK =
               WS-PRICE-DIFF * CKPT-SHARES * CKPT-POSITION
               * NM-MULT(WS-FOUND)
           ADD WS-PNL-MARK TO WS-UNREALIZED
           COMPUTE WS-POS-NOTIONAL =
               NM-MARK(WS-FOUND) * CKPT-SHARES * CKPT-POSITION
               * NM-MULT(WS-FOUND)
           ADD WS-POS-NOTIONAL TO NM-NOTIONAL(WS-FOUND)
           COMPUTE NM-SHARES(WS-FOUND) =
               NM-SHARES(WS-FOUND) + CKPT-SHARES * CKPT-POSITION
           EXIT.

      * Ubica CTL-SYMBOL en la tabla de nombres o lo agrega con su
      * marca, su ADV, su sector y el multiplicador del contrato (1
      * sin maestro o sin valor, como en TRADER); WS-FOUND queda en
      * cero con la tabla llena.
       2700-BUSCAR-NOMBRE.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NAME-COUNT OR WS-FOUND > 0
               IF NM-SYMBOL(WS-I) = CTL-SYMBOL
                   MOVE WS-I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND > 0 OR WS-NAME-COUNT >= WS-MAX-NAMES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NAME-COUNT
           MOVE WS-NAME-COUNT TO WS-FOUND
           MOVE CTL-SYMBOL TO NM-SYMBOL(WS-FOUND)
           MOVE 0 TO NM-SHARES(WS-FOUND)
           MOVE 0 TO NM-NOTIONAL(WS-FOUND)
           MOVE 0 TO NM-DAYS(WS-FOUND)
           PERFORM 2750-MARCA-Y-VOLUMEN
           IF WS-LINE-MARK = 0
               MOVE CKPT-TRADE-PRICE TO WS-LINE-MARK
               DISPLAY "WARNING: " CTL-SYMBOL " sin historial de "
                   "precios, se marca a precio de entrada"
           END-IF
           MOVE WS-LINE-MARK TO NM-MARK(WS-FOUND)
           MOVE WS-LINE-ADV TO NM-ADV(WS-FOUND)
           MOVE SPACES TO WS-SEC-NAME
           MOVE 1 TO NM-MULT(WS-FOUND)
           IF WS-SYMVAL-ON
               MOVE CTL-SYMBOL TO SYM-SYMBOL
               READ SYMMASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-SEC-NAME
                   NOT INVALID KEY
                       MOVE SYM-SECTOR TO WS-SEC-NAME
                       IF SYM-MULTIPLIER NUMERIC
                          AND SYM-MULTIPLIER > 0
                           MOVE SYM-MULTIPLIER TO NM-MULT(WS-FOUND)
                       END-IF
               END-READ
           END-IF
           IF WS-SEC-NAME = SPACES
               MOVE "OTROS" TO WS-SEC-NAME
           END-IF
           MOVE WS-SEC-NAME TO NM-SECTOR(WS-FOUND)
           EXIT.

      * Último cierre del símbolo y volumen promedio de sus últimas
      * LIQWINDOW barras, recorriendo el historial de atrás hacia
      * adelante como 4100-MEDIR-VOLUMEN de LIQRISK.
       2750-MARCA-Y-VOLUMEN.
           MOVE 0 TO WS-LINE-MARK
           MOVE 0 TO WS-LINE-ADV
           MOVE 0 TO WS-VOL-BARS
           MOVE 0 TO WS-VOL-SUM
           PERFORM VARYING WS-J FROM WS-COUNT BY -1
                   UNTIL WS-J < 1 OR WS-VOL-BARS >= WS-LIQ-WINDOW
               IF WS-OHLCV-SYMBOL(WS-J) = CTL-SYMBOL
                   IF WS-VOL-BARS = 0
                       MOVE WS-OHLCV-CLOSE(WS-J) TO WS-LINE-MARK
                   END-IF
                   ADD 1 TO WS-VOL-BARS
                   ADD WS-OHLCV-VOLUME(WS-J) TO WS-VOL-SUM
               END-IF
           END-PERFORM
           IF WS-VOL-BARS > 0
               COMPUTE WS-LINE-ADV ROUNDED = WS-VOL-SUM / WS-VOL-BARS
           END-IF
           EXIT.

      * VaR 95% del último VARRPT: el renglón "VAR 95%:" de su
      * reporte. Sin reporte el límite de VaR queda sin evaluar.
       2800-LEER-VAR.
           IF WS-LIM-VAR = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VAR-IN-FILE
           IF NOT WS-VAR-OK
               DISPLAY "WARNING: sin reporte de VARRPT (FS=" WS-VAR-FS
                   "), el límite de VaR no se evalúa"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VAR-EOF
               READ VAR-IN-FILE
                   AT END
                       SET WS-VAR-EOF TO TRUE
                   NOT AT END
                       IF VIN-LINE(1:8) = "VAR 95%:"
                          AND FUNCTION TEST-NUMVAL(VIN-LINE(9:20)) = 0
                           COMPUTE WS-VAR95 =
                               FUNCTION NUMVAL(VIN-LINE(9:20))
                           MOVE "Y" TO WS-VAR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAR-IN-FILE
           IF WS-VAR-FOUND NOT = "Y"
               DISPLAY "WARNING: el reporte de VARRPT no trae VAR 95%"
                   ", el límite de VaR no se evalúa"
           END-IF
           EXIT.

      * La bitácora entera a memoria; sin archivo se arranca vacía.
       3000-CARGAR-BITACORA.
           OPEN INPUT BREACH-FILE
           IF NOT WS-BREACH-OK
               DISPLAY "[LIMITMON] bitácora de excesos nueva (FS="
                   WS-BREACH-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BREACH-EOF
               READ BREACH-FILE
                   AT END
                       SET WS-BREACH-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-UNA-FILA
               END-READ
           END-PERFORM
           CLOSE BREACH-FILE
           DISPLAY "[DEBUG] 3000-CARGAR-BITACORA - " WS-LOG-COUNT
               " filas"
           EXIT.

       3100-UNA-FILA.
           IF BL-FIRST-DATE NOT NUMERIC OR BL-LAST-DATE NOT NUMERIC
              OR BL-DAYS NOT NUMERIC OR BL-VALUE NOT NUMERIC
              OR BL-WORST NOT NUMERIC OR BL-THRESHOLD NOT NUMERIC
              OR BL-CLEAR-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-COUNT >= WS-MAX-LOG
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: bitácora de excesos llena, fila "
                   "descartada"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE BL-LIMIT TO LG-LIMIT(WS-LOG-COUNT)
           MOVE BL-SUBJECT TO LG-SUBJECT(WS-LOG-COUNT)
           MOVE BL-STATUS TO LG-STATUS(WS-LOG-COUNT)
           MOVE BL-FIRST-DATE TO LG-FIRST-DATE(WS-LOG-COUNT)
           MOVE BL-LAST-DATE TO LG-LAST-DATE(WS-LOG-COUNT)
           MOVE BL-DAYS TO LG-DAYS(WS-LOG-COUNT)
           MOVE BL-VALUE TO LG-VALUE(WS-LOG-COUNT)
           MOVE BL-WORST TO LG-WORST(WS-LOG-COUNT)
           MOVE BL-THRESHOLD TO LG-THRESHOLD(WS-LOG-COUNT)
           MOVE BL-CLEAR-DATE TO LG-CLEAR-DATE(WS-LOG-COUNT)
           MOVE BL-ESC TO LG-ESC(WS-LOG-COUNT)
           MOVE "N" TO LG-SEEN(WS-LOG-COUNT)
           EXIT.

      *================================================================
      * Evaluación del libro: cada control entra a la tabla con su
      * valor y su tope (4900-ANOTAR-CONTROL).
      *================================================================
       4000-EVALUAR-LIMITES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NAME-COUNT
               IF NM-NOTIONAL(WS-I) < 0
                   COMPUTE WS-GROSS = WS-GROSS - NM-NOTIONAL(WS-I)
               ELSE
                   ADD NM-NOTIONAL(WS-I) TO WS-GROSS
               END-IF
               ADD NM-NOTIONAL(WS-I) TO WS-NET
           END-PERFORM
           IF WS-NET < 0
               COMPUTE WS-NET-ABS = 0 - WS-NET
           ELSE
               MOVE WS-NET TO WS-NET-ABS
           END-IF
           IF WS-LIM-GROSS > 0
               MOVE "Y" TO WS-EVAL-GROSS
               MOVE "GROSS" TO WS-CHK-LIMIT
               MOVE "LIBRO" TO WS-CHK-SUBJECT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-GROSS * 100 / WS-EQUITY
               MOVE WS-LIM-GROSS TO WS-CHK-THRESHOLD
               PERFORM 4900-ANOTAR-CONTROL
           END-IF
           IF WS-LIM-NET > 0
               MOVE "Y" TO WS-EVAL-NET
               MOVE "NET" TO WS-CHK-LIMIT
               MOVE "LIBRO" TO WS-CHK-SUBJECT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-NET-ABS * 100 / WS-EQUITY
               MOVE WS-LIM-NET TO WS-CHK-THRESHOLD
               PERFORM 4900-ANOTAR-CONTROL
           END-IF
           IF WS-LIM-NAME > 0
               MOVE "Y" TO WS-EVAL-NAME
               PERFORM 4100-CONTROL-NOMBRE
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NAME-COUNT
           END-IF
           IF WS-LIM-SECTOR > 0
               MOVE "Y" TO WS-EVAL-SECTOR
               PERFORM 4200-SUMAR-SECTORES
               PERFORM 4250-CONTROL-SECTOR
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SECTOR-COUNT
           END-IF
           IF WS-LIM-VAR > 0 AND WS-VAR-FOUND = "Y"
               MOVE "Y" TO WS-EVAL-VAR
               MOVE "VAR" TO WS-CHK-LIMIT
               MOVE "LIBRO" TO WS-CHK-SUBJECT
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-VAR95 * 100 / WS-EQUITY
               MOVE WS-LIM-VAR TO WS-CHK-THRESHOLD
               PERFORM 4900-ANOTAR-CONTROL
           END-IF
           IF WS-LIM-LIQDAYS > 0
               MOVE "Y" TO WS-EVAL-LIQ
               PERFORM 4300-CONTROL-LIQUIDEZ
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NAME-COUNT
           END-IF
           EXIT.

       4100-CONTROL-NOMBRE.
           IF NM-NOTIONAL(WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "NAME" TO WS-CHK-LIMIT
           MOVE NM-SYMBOL(WS-I) TO WS-CHK-SUBJECT
           IF NM-NOTIONAL(WS-I) < 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (0 - NM-NOTIONAL(WS-I)) * 100 / WS-EQUITY
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   NM-NOTIONAL(WS-I) * 100 / WS-EQUITY
           END-IF
           MOVE WS-LIM-NAME TO WS-CHK-THRESHOLD
           PERFORM 4900-ANOTAR-CONTROL
           EXIT.

      * Exposición bruta por sector: la suma de los nombres del
      * sector en valor absoluto (un largo y un corto del mismo
      * sector no se compensan).
       4200-SUMAR-SECTORES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NAME-COUNT
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-SECTOR-COUNT OR WS-FOUND > 0
                   IF SC-NAME(WS-J) = NM-SECTOR(WS-I)
                       MOVE WS-J TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   ADD 1 TO WS-SECTOR-COUNT
                   MOVE WS-SECTOR-COUNT TO WS-FOUND
                   MOVE NM-SECTOR(WS-I) TO SC-NAME(WS-FOUND)
                   MOVE 0 TO SC-GROSS(WS-FOUND)
               END-IF
               IF NM-NOTIONAL(WS-I) < 0
                   COMPUTE SC-GROSS(WS-FOUND) =
                       SC-GROSS(WS-FOUND) - NM-NOTIONAL(WS-I)
               ELSE
                   ADD NM-NOTIONAL(WS-I) TO SC-GROSS(WS-FOUND)
               END-IF
           END-PERFORM
           EXIT.

       4250-CONTROL-SECTOR.
           IF SC-GROSS(WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "SECTOR" TO WS-CHK-LIMIT
           MOVE SC-NAME(WS-I) TO WS-CHK-SUBJECT
           COMPUTE WS-PCT-WORK ROUNDED =
               SC-GROSS(WS-I) * 100 / WS-EQUITY
           MOVE WS-LIM-SECTOR TO WS-CHK-THRESHOLD
           PERFORM 4900-ANOTAR-CONTROL
           EXIT.

      * Días = acciones / (ADV x LIQPART), hacia arriba; sin volumen
      * en la ventana el nombre no sale nunca al ritmo pedido (9999).
       4300-CONTROL-LIQUIDEZ.
           IF NM-SHARES(WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           IF NM-SHARES(WS-I) < 0
               COMPUTE WS-ABS-SHARES = 0 - NM-SHARES(WS-I)
           ELSE
               MOVE NM-SHARES(WS-I) TO WS-ABS-SHARES
           END-IF
           COMPUTE WS-DAILY-CAP = NM-ADV(WS-I) * WS-LIQ-PART
           IF WS-DAILY-CAP = 0
               MOVE 9999 TO NM-DAYS(WS-I)
           ELSE
               COMPUTE WS-DAYS-RAW = WS-ABS-SHARES / WS-DAILY-CAP
               IF WS-DAYS-RAW > 9999
                   MOVE 9999 TO NM-DAYS(WS-I)
               ELSE
                   MOVE WS-DAYS-RAW TO NM-DAYS(WS-I)
                   IF NM-DAYS(WS-I) < WS-DAYS-RAW
                       ADD 1 TO NM-DAYS(WS-I)
                   END-IF
               END-IF
               IF NM-DAYS(WS-I) = 0
                   MOVE 1 TO NM-DAYS(WS-I)
               END-IF
           END-IF
           MOVE "LIQ" TO WS-CHK-LIMIT
           MOVE NM-SYMBOL(WS-I) TO WS-CHK-SUBJECT
           MOVE NM-DAYS(WS-I) TO WS-PCT-WORK
           MOVE WS-LIM-LIQDAYS TO WS-CHK-THRESHOLD
           PERFORM 4900-ANOTAR-CONTROL
           EXIT.

      * Un control a la tabla: excede si el valor pasa el tope.
       4900-ANOTAR-CONTROL.
           IF WS-CHECK-COUNT >= WS-MAX-CHECKS
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de controles llena, "
                   WS-CHK-LIMIT " " WS-CHK-SUBJECT " sin evaluar"
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-WORK > 9999999.99
               MOVE 9999999.99 TO WS-CHK-VALUE
           ELSE
               MOVE WS-PCT-WORK TO WS-CHK-VALUE
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CHK-LIMIT TO CK-LIMIT(WS-CHECK-COUNT)
           MOVE WS-CHK-SUBJECT TO CK-SUBJECT(WS-CHECK-COUNT)
           MOVE WS-CHK-VALUE TO CK-VALUE(WS-CHECK-COUNT)
           MOVE WS-CHK-THRESHOLD TO CK-THRESHOLD(WS-CHECK-COUNT)
           MOVE 0 TO CK-ROW(WS-CHECK-COUNT)
           MOVE 0 TO CK-SEVERITY(WS-CHECK-COUNT)
           IF WS-CHK-VALUE > WS-CHK-THRESHOLD
               MOVE "Y" TO CK-BREACH(WS-CHECK-COUNT)
               ADD 1 TO WS-BREACH-COUNT
           ELSE
               MOVE "N" TO CK-BREACH(WS-CHECK-COUNT)
           END-IF
           EXIT.

      *================================================================
      * Bitácora de excesos
      *================================================================
      * Cada exceso de la noche sigue su fila abierta o abre una
      * nueva y se decide si escala; después se cierra lo abierto de
      * un límite evaluado que esta noche no excedió, y se depura lo
      * cerrado viejo.
       5000-ACTUALIZAR-BITACORA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CHECK-COUNT
               IF CK-BREACH(WS-I) = "Y"
                   PERFORM 5100-SEGUIR-EXCESO
                   PERFORM 5200-DECIDIR-ESCALA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LOG-COUNT
               IF LG-STATUS(WS-J) = "OPEN" AND LG-SEEN(WS-J) = "N"
                   PERFORM 5300-CERRAR-SI-EVALUADO
               END-IF
           END-PERFORM
           EXIT.

       5100-SEGUIR-EXCESO.
           MOVE 0 TO WS-LOG-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LOG-COUNT OR WS-LOG-HIT > 0
               IF LG-STATUS(WS-J) = "OPEN"
                  AND LG-LIMIT(WS-J) = CK-LIMIT(WS-I)
                  AND LG-SUBJECT(WS-J) = CK-SUBJECT(WS-I)
                   MOVE WS-J TO WS-LOG-HIT
               END-IF
           END-PERFORM
           IF WS-LOG-HIT = 0
               IF WS-LOG-COUNT >= WS-MAX-LOG
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WARNING: bitácora de excesos llena, "
                       CK-LIMIT(WS-I) " " CK-SUBJECT(WS-I)
                       " sin asentar"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOG-COUNT
               MOVE WS-LOG-COUNT TO WS-LOG-HIT
               MOVE CK-LIMIT(WS-I) TO LG-LIMIT(WS-LOG-HIT)
               MOVE CK-SUBJECT(WS-I) TO LG-SUBJECT(WS-LOG-HIT)
               MOVE "OPEN" TO LG-STATUS(WS-LOG-HIT)
               MOVE WS-RUN-DATE TO LG-FIRST-DATE(WS-LOG-HIT)
               MOVE WS-RUN-DATE TO LG-LAST-DATE(WS-LOG-HIT)
               MOVE 1 TO LG-DAYS(WS-LOG-HIT)
               MOVE 0 TO LG-WORST(WS-LOG-HIT)
               MOVE 0 TO LG-CLEAR-DATE(WS-LOG-HIT)
               MOVE SPACE TO LG-ESC(WS-LOG-HIT)
               ADD 1 TO WS-NEW-COUNT
           ELSE
               IF WS-RUN-DATE > LG-LAST-DATE(WS-LOG-HIT)
                   ADD 1 TO LG-DAYS(WS-LOG-HIT)
                   MOVE WS-RUN-DATE TO LG-LAST-DATE(WS-LOG-HIT)
               END-IF
           END-IF
           MOVE "Y" TO LG-SEEN(WS-LOG-HIT)
           MOVE CK-VALUE(WS-I) TO LG-VALUE(WS-LOG-HIT)
           MOVE CK-THRESHOLD(WS-I) TO LG-THRESHOLD(WS-LOG-HIT)
           IF CK-VALUE(WS-I) > LG-WORST(WS-LOG-HIT)
               MOVE CK-VALUE(WS-I) TO LG-WORST(WS-LOG-HIT)
           END-IF
           MOVE WS-LOG-HIT TO CK-ROW(WS-I)
           EXIT.

      * Envejecido: AGEDAYS noches o más. Repetido: contando éste,
      * REPEAT excesos o más del mismo límite y sujeto que empezaron
      * dentro de los últimos REPDAYS días corridos.
       5200-DECIDIR-ESCALA.
           IF CK-ROW(WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CK-ROW(WS-I) TO WS-LOG-HIT
           MOVE "N" TO WS-AGED
           MOVE "N" TO WS-REPEATED
           IF LG-DAYS(WS-LOG-HIT) >= WS-AGE-DAYS
               MOVE "Y" TO WS-AGED
           END-IF
           MOVE 0 TO WS-EPISODES
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LOG-COUNT
               IF LG-LIMIT(WS-J) = CK-LIMIT(WS-I)
                  AND LG-SUBJECT(WS-J) = CK-SUBJECT(WS-I)
                   COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
                       LG-FIRST-DATE(WS-J))
                   IF WS-RUN-INT - WS-ROW-INT <= WS-REPEAT-DAYS
                       ADD 1 TO WS-EPISODES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EPISODES >= WS-REPEAT-MIN
               MOVE "Y" TO WS-REPEATED
           END-IF
           EVALUATE TRUE
               WHEN WS-AGED = "Y" AND WS-REPEATED = "Y"
                   MOVE "B" TO LG-ESC(WS-LOG-HIT)
                   MOVE 3 TO CK-SEVERITY(WS-I)
               WHEN WS-AGED = "Y"
                   MOVE "A" TO LG-ESC(WS-LOG-HIT)
                   MOVE 2 TO CK-SEVERITY(WS-I)
               WHEN WS-REPEATED = "Y"
                   MOVE "R" TO LG-ESC(WS-LOG-HIT)
                   MOVE 2 TO CK-SEVERITY(WS-I)
           END-EVALUATE
           IF CK-SEVERITY(WS-I) > 0
               ADD 1 TO WS-ESC-COUNT
           END-IF
           EXIT.

      * Una fila abierta que esta noche no excedió se cierra, salvo
      * que su límite no se haya evaluado (apagado, o VaR sin
      * reporte): de ése no se sabe nada nuevo.
       5300-CERRAR-SI-EVALUADO.
           EVALUATE LG-LIMIT(WS-J)
               WHEN "GROSS"
                   MOVE WS-EVAL-GROSS TO WS-EVAL-HIT
               WHEN "NET"
                   MOVE WS-EVAL-NET TO WS-EVAL-HIT
               WHEN "NAME"
                   MOVE WS-EVAL-NAME TO WS-EVAL-HIT
               WHEN "SECTOR"
                   MOVE WS-EVAL-SECTOR TO WS-EVAL-HIT
               WHEN "VAR"
                   MOVE WS-EVAL-VAR TO WS-EVAL-HIT
               WHEN "LIQ"
                   MOVE WS-EVAL-LIQ TO WS-EVAL-HIT
               WHEN OTHER
                   MOVE "N" TO WS-EVAL-HIT
           END-EVALUATE
           IF WS-EVAL-HIT = "Y"
               MOVE "CLRD" TO LG-STATUS(WS-J)
               MOVE WS-RUN-DATE TO LG-CLEAR-DATE(WS-J)
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           EXIT.

      * La bitácora se vuelve a escribir entera, sin las filas
      * cerradas hace más de KEEPDAYS días.
       5500-GRABAR-BITACORA.
           OPEN OUTPUT BREACH-FILE
           IF NOT WS-BREACH-OK
               DISPLAY "WARNING: no se pudo grabar la bitácora de "
                   "excesos FS=" WS-BREACH-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-LOG-COUNT
               PERFORM 5550-GRABAR-FILA
           END-PERFORM
           CLOSE BREACH-FILE
           EXIT.

       5550-GRABAR-FILA.
           IF LG-STATUS(WS-J) = "CLRD" AND LG-CLEAR-DATE(WS-J) > 0
               COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
                   LG-CLEAR-DATE(WS-J))
               IF WS-RUN-INT - WS-ROW-INT > WS-KEEP-DAYS
                   ADD 1 TO WS-PURGED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO BREACH-RECORD
           MOVE LG-LIMIT(WS-J) TO BL-LIMIT
           MOVE LG-SUBJECT(WS-J) TO BL-SUBJECT
           MOVE LG-STATUS(WS-J) TO BL-STATUS
           MOVE LG-FIRST-DATE(WS-J) TO BL-FIRST-DATE
           MOVE LG-LAST-DATE(WS-J) TO BL-LAST-DATE
           MOVE LG-DAYS(WS-J) TO BL-DAYS
           MOVE LG-VALUE(WS-J) TO BL-VALUE
           MOVE LG-WORST(WS-J) TO BL-WORST
           MOVE LG-THRESHOLD(WS-J) TO BL-THRESHOLD
           MOVE LG-CLEAR-DATE(WS-J) TO BL-CLEAR-DATE
           MOVE LG-ESC(WS-J) TO BL-ESC
           WRITE BREACH-RECORD
           EXIT.

      *================================================================
      * Reporte
      *================================================================
       6000-ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO LMR-LINE
           STRING "LIMITES DE RIESGO DEL LIBRO - " WS-RUN-DATE
               DELIMITED BY SIZE INTO LMR-LINE
           PERFORM 6900-EMITIR
           MOVE WS-EQUITY TO WS-AMT-ED
           STRING "PATRIMONIO " FUNCTION TRIM(WS-AMT-ED)
               DELIMITED BY SIZE INTO LMR-LINE
           MOVE WS-GROSS TO WS-AMT-ED
           STRING "  BRUTA " FUNCTION TRIM(WS-AMT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(31:)
           MOVE WS-NET TO WS-AMT-ED
           STRING "  NETA " FUNCTION TRIM(WS-AMT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(56:)
           PERFORM 6900-EMITIR
           MOVE WS-VAR95 TO WS-AMT-ED
           MOVE WS-NAME-COUNT TO WS-CNT-ED
           IF WS-VAR-FOUND = "Y"
               STRING "NOMBRES " FUNCTION TRIM(WS-CNT-ED)
                   "  VAR 95% " FUNCTION TRIM(WS-AMT-ED)
                   DELIMITED BY SIZE INTO LMR-LINE
           ELSE
               STRING "NOMBRES " FUNCTION TRIM(WS-CNT-ED)
                   "  VAR 95% SIN EVALUAR"
                   DELIMITED BY SIZE INTO LMR-LINE
           END-IF
           PERFORM 6900-EMITIR
           PERFORM 6900-EMITIR
           STRING "LIMITE  SUJETO           VALOR        TOPE  ESTADO"
               "  DIAS  PRIMERA   ESCALA"
               DELIMITED BY SIZE INTO LMR-LINE
           PERFORM 6900-EMITIR
           PERFORM 6100-RENGLON-CONTROL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CHECK-COUNT
           PERFORM 6900-EMITIR
           IF WS-CLEARED-COUNT > 0
               STRING "EXCESOS CERRADOS HOY:"
                   DELIMITED BY SIZE INTO LMR-LINE
               PERFORM 6900-EMITIR
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-LOG-COUNT
                   IF LG-STATUS(WS-J) = "CLRD"
                      AND LG-CLEAR-DATE(WS-J) = WS-RUN-DATE
                      AND LG-SEEN(WS-J) = "N"
                       PERFORM 6200-RENGLON-CERRADO
                   END-IF
               END-PERFORM
               PERFORM 6900-EMITIR
           END-IF
           MOVE WS-CHECK-COUNT TO WS-CNT-ED
           STRING "CONTROLES " FUNCTION TRIM(WS-CNT-ED)
               DELIMITED BY SIZE INTO LMR-LINE
           MOVE WS-BREACH-COUNT TO WS-CNT-ED
           STRING "  EXCESOS " FUNCTION TRIM(WS-CNT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(16:)
           MOVE WS-NEW-COUNT TO WS-CNT-ED
           STRING "  NUEVOS " FUNCTION TRIM(WS-CNT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(31:)
           MOVE WS-CLEARED-COUNT TO WS-CNT-ED
           STRING "  CERRADOS " FUNCTION TRIM(WS-CNT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(45:)
           MOVE WS-ESC-COUNT TO WS-CNT-ED
           STRING "  ESCALADOS " FUNCTION TRIM(WS-CNT-ED)
               DELIMITED BY SIZE INTO LMR-LINE(61:)
           PERFORM 6900-EMITIR
           IF WS-PURGED-COUNT > 0
               MOVE WS-PURGED-COUNT TO WS-CNT-ED
               STRING "FILAS DEPURADAS DE LA BITACORA "
                   FUNCTION TRIM(WS-CNT-ED)
                   DELIMITED BY SIZE INTO LMR-LINE
               PERFORM 6900-EMITIR
           END-IF
           CLOSE REPORT-FILE
           EXIT.

       6100-RENGLON-CONTROL.
           MOVE CK-LIMIT(WS-I) TO CKL-LIMIT
           MOVE CK-SUBJECT(WS-I) TO CKL-SUBJECT
           MOVE CK-VALUE(WS-I) TO CKL-VALUE
           MOVE CK-THRESHOLD(WS-I) TO CKL-THRESHOLD
           MOVE SPACES TO CKL-FIRST
           MOVE SPACES TO CKL-ESC
           MOVE 0 TO CKL-DAYS
           IF CK-BREACH(WS-I) = "Y"
               MOVE "EXCESO" TO CKL-STATE
               IF CK-ROW(WS-I) > 0
                   MOVE LG-DAYS(CK-ROW(WS-I)) TO CKL-DAYS
                   MOVE LG-FIRST-DATE(CK-ROW(WS-I)) TO CKL-FIRST
               END-IF
               IF CK-SEVERITY(WS-I) > 0
                   EVALUATE LG-ESC(CK-ROW(WS-I))
                       WHEN "A"
                           MOVE "ENVEJECIDO" TO CKL-ESC
                       WHEN "R"
                           MOVE "REPETIDO" TO CKL-ESC
                       WHEN "B"
                           MOVE "AMBOS" TO CKL-ESC
                   END-EVALUATE
               END-IF
           ELSE
               MOVE "OK" TO CKL-STATE
           END-IF
           MOVE WS-CHECK-LINE TO LMR-LINE
           PERFORM 6900-EMITIR
           EXIT.

       6200-RENGLON-CERRADO.
           MOVE LG-DAYS(WS-J) TO WS-DAYS-ED
           MOVE LG-WORST(WS-J) TO WS-VAL-ED
           MOVE LG-THRESHOLD(WS-J) TO WS-THR-ED
           STRING "  " LG-LIMIT(WS-J) "  " LG-SUBJECT(WS-J)
               "  DESDE " LG-FIRST-DATE(WS-J) "  "
               FUNCTION TRIM(WS-DAYS-ED) " NOCHES  PEOR "
               FUNCTION TRIM(WS-VAL-ED) "  TOPE "
               FUNCTION TRIM(WS-THR-ED)
               DELIMITED BY SIZE INTO LMR-LINE
           PERFORM 6900-EMITIR
           EXIT.

       6900-EMITIR.
           WRITE REPORT-RECORD
           DISPLAY LMR-LINE
           MOVE SPACES TO LMR-LINE
           EXIT.

      *================================================================
      * Escalamiento por la casilla de alertas
      *================================================================
      * Como 7000-ASENTAR-EN-INBOX de TRACKMON, una pasada por cada
      * exceso que escala: una alerta ABIERTA de la misma regla y
      * sujeto no se duplica, solo sube a la severidad nueva si es
      * mayor; si no hay, entra con la clave siguiente.
       7000-ESCALAR-EN-INBOX.
           OPEN I-O INBOX-FILE
           IF WS-INBOX-NEW
               OPEN OUTPUT INBOX-FILE
               CLOSE INBOX-FILE
               OPEN I-O INBOX-FILE
           END-IF
           IF NOT WS-INBOX-OK
               DISPLAY "WARNING: casilla de alertas ilegible FS="
                   WS-INBOX-FS ", escalamiento solo en el reporte"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CHECK-COUNT
               IF CK-SEVERITY(WS-I) > 0
                   PERFORM 7100-UNA-ALERTA
               END-IF
           END-PERFORM
           CLOSE INBOX-FILE
           EXIT.

       7100-UNA-ALERTA.
           MOVE 0 TO WS-INBOX-MAX-ID
           MOVE 0 TO WS-INBOX-HIT
           MOVE "00" TO WS-INBOX-FS
           MOVE 0 TO AIX-ID
           START INBOX-FILE KEY IS GREATER THAN AIX-ID
               INVALID KEY
                   MOVE "10" TO WS-INBOX-FS
           END-START
           PERFORM UNTIL NOT WS-INBOX-OK
               READ INBOX-FILE NEXT RECORD
                   AT END
                       SET WS-INBOX-EOF TO TRUE
                   NOT AT END
                       IF AIX-ID > WS-INBOX-MAX-ID
                           MOVE AIX-ID TO WS-INBOX-MAX-ID
                       END-IF
                       IF AIX-STATUS = "OPEN"
                          AND AIX-SYMBOL = CK-SUBJECT(WS-I)
                          AND AIX-RULE(1:3) = "LIM"
                          AND AIX-RULE(4:9) = CK-LIMIT(WS-I)
                           MOVE AIX-ID TO WS-INBOX-HIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE CK-VALUE(WS-I) TO WS-VAL-ED
           MOVE CK-THRESHOLD(WS-I) TO WS-THR-ED
           MOVE LG-DAYS(CK-ROW(WS-I)) TO WS-DAYS-ED
           IF WS-INBOX-HIT > 0
               MOVE WS-INBOX-HIT TO AIX-ID
               READ INBOX-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF AIX-SEVERITY >= CK-SEVERITY(WS-I)
                   EXIT PARAGRAPH
               END-IF
               MOVE CK-SEVERITY(WS-I) TO AIX-SEVERITY
               PERFORM 7200-NOTA-ALERTA
               REWRITE INBOX-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: no se pudo subir la alerta "
                           AIX-ID " en la casilla"
               END-REWRITE
               DISPLAY "[ALERTA] " AIX-SYMBOL " " AIX-RULE
                   " sube a severidad " AIX-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INBOX-RECORD
           COMPUTE AIX-ID = WS-INBOX-MAX-ID + 1
           MOVE CK-SUBJECT(WS-I) TO AIX-SYMBOL
           STRING "LIM" CK-LIMIT(WS-I)
               DELIMITED BY SIZE INTO AIX-RULE
           MOVE CK-SEVERITY(WS-I) TO AIX-SEVERITY
           MOVE WS-RUN-DATE TO AIX-RAISED
           MOVE "OPEN" TO AIX-STATUS
           MOVE SPACES TO AIX-OPERATOR
           MOVE 0 TO AIX-ACK-DATE
           PERFORM 7200-NOTA-ALERTA
           WRITE INBOX-RECORD
               INVALID KEY
                   DISPLAY "WARNING: no se pudo asentar la alerta "
                       AIX-ID " en la casilla"
           END-WRITE
           DISPLAY "[ALERTA] " AIX-SYMBOL " " AIX-RULE " " AIX-NOTE
           EXIT.

       7200-NOTA-ALERTA.
           MOVE SPACES TO AIX-NOTE
           STRING FUNCTION TRIM(WS-VAL-ED) " TOPE "
               FUNCTION TRIM(WS-THR-ED) " "
               FUNCTION TRIM(WS-DAYS-ED) "N "
               LG-ESC(CK-ROW(WS-I))
               DELIMITED BY SIZE INTO AIX-NOTE
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
           MOVE WS-CHECK-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE TRUE
               WHEN NOT WS-PRICES-OK AND NOT WS-PRICES-EOF
                   STRING "ERROR: precios ilegibles ("
                       FUNCTION TRIM(WS-PRICES-PATH) ") FS="
                       WS-PRICES-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               WHEN WS-CONTROL-STATUS = "35"
                   MOVE "ERROR: Archivo de control no encontrado"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-CONTROL-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
