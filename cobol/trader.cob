           SELECT RESTRICT-FILE ASSIGN TO DYNAMIC WS-RESTRICT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-FS.
           SELECT SUSP-FILE ASSIGN TO DYNAMIC WS-SUSP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FS.
           SELECT MARGIN-FILE ASSIGN TO DYNAMIC WS-MARGIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-FS.
           SELECT MARGIN-RPT-FILE ASSIGN TO "margin_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-RPT-FS.
           SELECT PERIOD-FILE ASSIGN TO "period_summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT ORDERS-FILE ASSIGN TO "broker_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FS.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT SUMMARY-FILE ASSIGN TO "trader_summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FS.
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
      * La fecha de la barra viaja como columna final opcional (la
           05 FILLER          PIC X.
           05 SIGNAL-VOLUME   PIC X(14).
      * LED-FMT marca la versión del trazado ("02" desde que los
      * precios traen cuatro decimales, "03" desde que cada fila
      * lleva su sello LED-HASH): un libro viejo tiene otro largo de
      * registro y el OPEN indexado truena con estado 39 en vez de
      * leer columnas corridas en silencio.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Una fila por barra, no por operación cerrada: el libro se
      * valúa a mercado en cada barra (efectivo más la posición
      * abierta al precio de la barra) con la fecha de la barra como
           05 RL-END          PIC 9(8).
           05 FILLER          PIC X.
           05 RL-REASON       PIC X(8).
      * El calendario de suspensiones de rueda: símbolo, fecha y
      * tipo (HALT todo el día, LKUP / LKDN trabado en el límite
      * alcista / bajista). Se carga con WS-SUSP-LOAD.
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05 HT-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 HT-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 HT-TYPE         PIC X(4).
      * Requerimientos de margen del broker (WS-MARGIN-LOAD): clave
      * símbolo / clase / DEFAULT y porcentajes inicial y de
      * mantenimiento del largo y del corto.
       FD  MARGIN-FILE.
       01  MARGIN-RECORD.
           05 MR-KEY             PIC X(10).
           05 FILLER             PIC X.
           05 MR-LONG-INIT-RAW   PIC X(7).
           05 FILLER             PIC X.
           05 MR-LONG-MAINT-RAW  PIC X(7).
           05 FILLER             PIC X.
           05 MR-SHORT-INIT-RAW  PIC X(7).
           05 FILLER             PIC X.
           05 MR-SHORT-MAINT-RAW PIC X(7).
      * El reporte de margen: una fila BAR por barra valuada con el
      * valor de la posición, los requerimientos, el equity, el
      * exceso (equity menos el requerimiento que aplica: el inicial
      * en la barra de apertura, el de mantenimiento después) y el
      * apalancamiento; y una fila por evento del llamado - CALL al
      * abrirse (MG-CALL-AMT = lo que falta), MET al cubrirse, LIQ
      * cuando vence la gracia y se liquida. PORTSIM escribe el mismo
      * formato para el libro completo.
       FD  MARGIN-RPT-FILE.
       01  MARGIN-RPT-RECORD.
           05 MG-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 MG-EVENT        PIC X(4).
           05 FILLER          PIC X.
           05 MG-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 MG-SIDE         PIC X(1).
           05 FILLER          PIC X.
           05 MG-VALUE        PIC 9(11)V99.
           05 FILLER          PIC X.
           05 MG-INIT-REQ     PIC 9(11)V99.
           05 FILLER          PIC X.
           05 MG-MAINT-REQ    PIC 9(11)V99.
           05 FILLER          PIC X.
           05 MG-EQUITY       PIC 9(11)V99.
           05 FILLER          PIC X.
           05 MG-EXCESS       PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 MG-LEVERAGE     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 MG-CALL-AMT     PIC 9(11)V99.
           05 FILLER          PIC X.
           05 MG-CALL-BARS    PIC 9(3).
      * El diario de períodos de PERCLOSE (prefijo): la última fila
      * de un mes es su estado vigente; escribir dentro de un mes
      * LOCKED se marca a gritos y la corrida termina con RC 2.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Flujos externos de caja: fecha, monto como texto con punto
      * decimal, y sentido (D depósito / W retiro). Se aplican al
      * capital al llegar la primera barra con fecha en o después de
           05 ORD-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 ORD-STAMP       PIC 9(14).
      * Libro de órdenes vivas, mismo formato que BOOK-RECORD de
      * ORDBOOK. En modo ORDERS solo se consulta: una entrada que
      * todavía trabaja en el broker no se vuelve a pedir.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           05 WO-ID           PIC 9(5).
           05 FILLER          PIC X.
           05 WO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 WO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 WO-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 WO-FILLED       PIC 9(5).
           05 FILLER          PIC X.
           05 WO-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 WO-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-TIF          PIC X(3).
           05 FILLER          PIC X.
           05 WO-EXPIRY       PIC 9(8).
           05 FILLER          PIC X.
           05 WO-STATUS       PIC X(9).
           05 FILLER          PIC X.
           05 WO-ENTERED      PIC 9(8).
           05 FILLER          PIC X.
           05 WO-SENT-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-FILL-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-AVG-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-ORD-SEQ      PIC 9(4).
      * Resumen de una línea por corrida, con las mismas cifras que
      * 3000-REPORTAR-RESULTADOS muestra por consola, para que un
      * driver (el barrido de parámetros, el lote maestro) pueda
           05 SUM-MARGIN-INT  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 SUM-BORROW-FEE  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 SUM-SUSP-BLOCKED PIC 9(5).
           05 FILLER          PIC X.
           05 SUM-MARGIN-CALLS PIC 9(5).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
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
       01  WS-FS              PIC XX.
           88  WS-FS-OK       VALUE "00".
           88  WS-FS-EOF      VALUE "10".
       01  WS-LEDGER-FS       PIC XX.
      * Sello de la última fila del libro, del que se encadena la
      * siguiente (WS-HASH-CHAIN).
       01  WS-LEDGER-SEAL     PIC X(16).
       01  WS-EQUITY-FS       PIC XX.
       01  WS-CKPT-FS         PIC XX.
       01  WS-SUMM-FS         PIC XX.
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
           05 WS-PARM-ENTRY OCCURS 14 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 14.
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
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-PATH-TABLE.
           05 WS-PATH-ENTRY OCCURS 50 TIMES
       01  WS-MAX-RESTR       PIC 9(2) COMP VALUE 50.
       01  WS-RL              PIC 9(2) COMP.
       01  WS-RESTR-HIT       PIC 9(2) COMP VALUE 0.
      * Suspensiones de rueda del símbolo de la corrida: en un día
      * HALT no se llena nada; trabado en el límite solo se llena el
      * lado que tiene contraparte (LKUP vende, LKDN compra). La
      * salida bloqueada queda pendiente para la próxima barra
      * operable y el ledger la marca con el tipo que la demoró.
       01  WS-SUSP-FS         PIC XX.
           88  WS-SUSP-OK     VALUE "00".
           88  WS-SUSP-EOF    VALUE "10".
       01  WS-SUSP-PATH       PIC X(200)
                              VALUE "halt_calendar.dat".
       01  WS-SUSP-FILTER     PIC X(10) VALUE SPACES.
       01  WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
              10 SPT-SYMBOL     PIC X(10).
              10 SPT-DATE       PIC 9(8).
              10 SPT-TYPE       PIC X(4).
       01  WS-SUSP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SUSP        PIC 9(4) COMP VALUE 500.
       01  WS-SUSP-REJECTS    PIC 9(4) COMP VALUE 0.
       01  WS-SP              PIC 9(4) COMP.
       01  WS-SUSP-TYPE       PIC X(4) VALUE SPACES.
       01  WS-SUSP-NOBUY      PIC X(1) VALUE "N".
       01  WS-SUSP-NOSELL     PIC X(1) VALUE "N".
       01  WS-SUSP-PENDING    PIC X(1) VALUE "N".
       01  WS-SUSP-PEND-TYPE  PIC X(4) VALUE SPACES.
       01  WS-SUSP-PEND-RULE  PIC X(12) VALUE SPACES.
       01  WS-SUSP-PEND-DATE  PIC 9(8) VALUE 0.
       01  WS-SUSP-BLOCKED    PIC 9(5) COMP VALUE 0.
      * Control de margen (MARGIN=): en cada valuación se calcula el
      * requerimiento de la posición contra el equity a mercado; si
      * el equity no lo cubre se abre un llamado de margen, y si
      * sigue sin cubrirse pasadas MGRACE= barras (3 por omisión) la
      * posición se liquida a la fuerza con regla MARGINCALL. Sin
      * MARGIN= el control queda apagado.
       01  WS-MARGIN-FS       PIC XX.
           88  WS-MARGIN-OK   VALUE "00".
           88  WS-MARGIN-EOF  VALUE "10".
       01  WS-MARGIN-PATH     PIC X(200) VALUE SPACES.
       01  WS-MRG-RPT-FS      PIC XX.
       01  WS-MRG-FLAG        PIC X(1) VALUE "N".
           88  WS-MRG-ON      VALUE "Y".
       01  WS-MRG-TABLE.
           05 WS-MRG-ENTRY OCCURS 200 TIMES.
              10 MRT-KEY         PIC X(10).
              10 MRT-LONG-INIT   PIC 9(3)V99 COMP-3.
              10 MRT-LONG-MAINT  PIC 9(3)V99 COMP-3.
              10 MRT-SHORT-INIT  PIC 9(3)V99 COMP-3.
              10 MRT-SHORT-MAINT PIC 9(3)V99 COMP-3.
       01  WS-MRG-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-MRG         PIC 9(4) COMP VALUE 200.
       01  WS-MRG-REJECTS     PIC 9(4) COMP VALUE 0.
       01  WS-MRG-IX          PIC 9(4) COMP.
       01  WS-MRG-HIT-S       PIC 9(4) COMP.
       01  WS-MRG-HIT-C       PIC 9(4) COMP.
       01  WS-MRG-HIT-D       PIC 9(4) COMP.
       01  WS-MRG-SYMBOL      PIC X(10) VALUE SPACES.
       01  WS-MRG-CLASS       PIC X(8) VALUE SPACES.
       01  WS-MRG-SIDE        PIC X(1).
       01  WS-MRG-MATCH       PIC X(1).
       01  WS-MRG-VALUE       PIC 9(11)V99 COMP-3.
       01  WS-MRG-INIT-PCT    PIC 9(3)V99 COMP-3.
       01  WS-MRG-MAINT-PCT   PIC 9(3)V99 COMP-3.
       01  WS-MRG-INIT-REQ    PIC 9(11)V99 COMP-3.
       01  WS-MRG-MAINT-REQ   PIC 9(11)V99 COMP-3.
       01  WS-MRG-APPLIED     PIC 9(11)V99 COMP-3.
       01  WS-MRG-EXCESS      PIC S9(11)V99 COMP-3.
       01  WS-MRG-GRACE       PIC 9(3) COMP VALUE 3.
       01  WS-MRG-CALL-FLAG   PIC X(1) VALUE "N".
           88  WS-MRG-CALL-OPEN VALUE "Y".
       01  WS-MRG-CALL-AMT    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-MRG-CALL-BARS   PIC 9(3) COMP VALUE 0.
       01  WS-MRG-CALLS       PIC 9(5) COMP VALUE 0.
       01  WS-MRG-LIQS        PIC 9(5) COMP VALUE 0.
       01  WS-MRG-WARNED      PIC X(1) VALUE "N".
       01  WS-MRG-EVENT       PIC X(4).
       01  WS-BORROW-FS       PIC XX.
           88  WS-BORROW-OK   VALUE "00".
           88  WS-BORROW-EOF  VALUE "10".
      * distinto del EOR de fin de corrida) y no se procesa ninguna
      * barra más del papel muerto.
       01  WS-DELIST-DATE     PIC 9(8) VALUE 0.
      * Multiplicador del contrato (del maestro): un futuro mueve
      * precio por multiplicador por contrato, así que el P&L, la
      * valuación a mercado y el dimensionamiento van por contrato;
      * una acción tiene multiplicador 1 y nada cambia.
       01  WS-MULTIPLIER      PIC 9(5)V9(4) COMP-3 VALUE 1.
      * Meses contables cerrados, cargados del diario de PERCLOSE.
       01  WS-PERIOD-FS       PIC XX.
           88  WS-PERIOD-OK   VALUE "00".
       01  WS-ORDER-SYMBOL    PIC X(10) VALUE SPACES.
       01  WS-ORDER-SIDE      PIC X(4).
       01  WS-ORDER-COUNT     PIC 9(5) COMP VALUE 0.
      * Entradas del símbolo que siguen vivas en working_orders.dat
      * (número de orden del libro, cero = ninguna) y las órdenes de
      * entrada que por eso quedaron pendientes en vez de repetirse.
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK     VALUE "00".
           88  WS-BOOK-EOF    VALUE "10".
       01  WS-WORKING-BUY     PIC 9(5) VALUE 0.
       01  WS-WORKING-SSHT    PIC 9(5) VALUE 0.
       01  WS-ORDER-HELD      PIC 9(5) COMP VALUE 0.
      * Moneda del símbolo y conversión a moneda base: el P&L de
      * cada cierre se convierte a la tasa vigente a la fecha de
      * salida (la última tasa en o antes de esa fecha) y viaja al
               STOP RUN
           END-IF.
           IF WS-ORDERS-ON
               PERFORM 1057-CARGAR-LIBRO-VIVO
               OPEN OUTPUT ORDERS-FILE
           END-IF.
           PERFORM 2000-PROCESAR-ARCHIVOS.
               CLOSE ORDERS-FILE
               DISPLAY "[ORDENES] " WS-ORDER-COUNT
                   " ordenes generadas en broker_orders.dat"
               IF WS-ORDER-HELD > 0
                   DISPLAY "[ORDENES] " WS-ORDER-HELD
                       " entradas pendientes por orden viva en el"
                       " libro"
               END-IF
           END-IF.
           IF NOT WS-BATCH-FAILED AND NOT WS-ORDERS-ON
               PERFORM 2950-BORRAR-CHECKPOINT
       1000-LEER-PARAMETROS.
           MOVE 0 TO WS-PATH-COUNT
           MOVE SPACES TO WS-ARG1
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                   WHEN WS-ARG1(1:5) = "STOP="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "STOP" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:7) = "TARGET="
                       MOVE WS-ARG1(8:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "TARGET" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:5) = "FROM="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                   WHEN WS-ARG1(1:8) = "PYRAMID="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "PYRAMID" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:9) = "CURRENCY="
                       MOVE WS-ARG1(10:3) TO WS-CURRENCY
                   WHEN WS-ARG1(1:8) = "MAXLOSS="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "MAXLOSS" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:10) = "MAXSTREAK="
                       MOVE WS-ARG1(11:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "MAXSTREAK" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:6) = "MAXDD="
                       MOVE WS-ARG1(7:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "MAXDD" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:8) = "FILLPCT="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "FILLPCT" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:4) = "ATR="
                       MOVE WS-ARG1(5:) TO WS-ATR-PATH
                       MOVE WS-ARG1(7:) TO WS-EXITS-PATH
                   WHEN WS-ARG1(1:9) = "RESTRICT="
                       MOVE WS-ARG1(10:) TO WS-RESTRICT-PATH
                   WHEN WS-ARG1(1:6) = "HALTS="
                       MOVE WS-ARG1(7:) TO WS-SUSP-PATH
                   WHEN WS-ARG1(1:7) = "EVENTS="
                       MOVE WS-ARG1(8:) TO WS-EVENTS-PATH
                   WHEN WS-ARG1(1:9) = "BLACKWIN="
                       MOVE WS-ARG1(10:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "BLACKWIN" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:7) = "BORROW="
                       MOVE WS-ARG1(8:) TO WS-BORROW-PATH
                       SET WS-BORROW-ON TO TRUE
                   WHEN WS-ARG1(1:7) = "MARGIN="
                       MOVE WS-ARG1(8:) TO WS-MARGIN-PATH
                   WHEN WS-ARG1(1:7) = "MGRACE="
                       MOVE WS-ARG1(8:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "MGRACE" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:7) = "SETTLE="
                       MOVE WS-ARG1(8:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "SETTLE" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:5) = "RISK="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "RISK" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:8) = "CAPITAL="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "CAPITAL" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:9) = "SLIPPAGE="
                       MOVE WS-ARG1(10:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "SLIPPAGE" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:11) = "COMMISSION="
                       MOVE WS-ARG1(12:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           MOVE "COMMISSION" TO WS-PARM-KEY
                           MOVE WS-KEYWORD-VAL TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-NUMVAL-RC = 0
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1 TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-PATH-COUNT >= WS-MAX-PATHS
                       DISPLAY "WARNING: archivo descartado, limite "
                           WS-MAX-PATHS " alcanzado: " WS-ARG1
                       MOVE WS-ARG1 TO WS-PATH-ENTRY(WS-PATH-COUNT)
               END-EVALUATE
           END-PERFORM
           MOVE WS-ORDER-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-PATH-COUNT = 0
               ADD 1 TO WS-PATH-COUNT
               MOVE "signals.txt" TO WS-PATH-ENTRY(WS-PATH-COUNT)
               PERFORM 1066-CARGAR-EVENTOS
           END-IF
           PERFORM 1067-CARGAR-RESTRINGIDOS
           PERFORM 1061-CARGAR-SUSPENSIONES
           PERFORM 1068-CARGAR-PERIODOS
           IF WS-ORDER-SYMBOL NOT = SPACES
               PERFORM 1056-CONSULTAR-MAESTRO
           IF WS-RATES-PATH NOT = SPACES
               PERFORM 1097-CARGAR-TASAS-CARRY
           END-IF
           IF WS-MARGIN-PATH NOT = SPACES
               PERFORM 1098-CARGAR-MARGEN
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "CAPITAL" TO PRM-NAME(1)
           MOVE "10000.00" TO PRM-DEFAULT(1)
           MOVE "STOP" TO PRM-NAME(2)
           MOVE "0.050" TO PRM-DEFAULT(2)
           MOVE "TARGET" TO PRM-NAME(3)
           MOVE "0.100" TO PRM-DEFAULT(3)
           MOVE "RISK" TO PRM-NAME(4)
           MOVE "1.00" TO PRM-DEFAULT(4)
           MOVE "SLIPPAGE" TO PRM-NAME(5)
           MOVE "0.001" TO PRM-DEFAULT(5)
           MOVE "COMMISSION" TO PRM-NAME(6)
           MOVE "0.001" TO PRM-DEFAULT(6)
           MOVE "FILLPCT" TO PRM-NAME(7)
           MOVE "0" TO PRM-DEFAULT(7)
           MOVE "PYRAMID" TO PRM-NAME(8)
           MOVE "1" TO PRM-DEFAULT(8)
           MOVE "MAXLOSS" TO PRM-NAME(9)
           MOVE "0" TO PRM-DEFAULT(9)
           MOVE "MAXSTREAK" TO PRM-NAME(10)
           MOVE "0" TO PRM-DEFAULT(10)
           MOVE "MAXDD" TO PRM-NAME(11)
           MOVE "0" TO PRM-DEFAULT(11)
           MOVE "BLACKWIN" TO PRM-NAME(12)
           MOVE "2" TO PRM-DEFAULT(12)
           MOVE "MGRACE" TO PRM-NAME(13)
           MOVE "3" TO PRM-DEFAULT(13)
           MOVE "SETTLE" TO PRM-NAME(14)
           MOVE "0" TO PRM-DEFAULT(14)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), un cero donde el
      * valor por omisión no lo es (salvo BLACKWIN y MGRACE, donde
      * cero es válido), un MAXLOSS o MAXDD sobre 100 o un valor que
      * no cabe en su campo se avisa y rige el valor por omisión,
      * que es el que queda registrado. SETTLE se topa en 10 días.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 12 AND WS-PARM-I NOT = 13)
                   OR ((WS-PARM-I = 9 OR 11)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
                   OR ((WS-PARM-I = 10 OR 13)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
                   OR (WS-PARM-I = 12
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99)
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
           COMPUTE WS-STARTING-CAPITAL =
               FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-STOP-LOSS-PCT = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-TAKE-PROFIT-PCT = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-RISK-PCT = FUNCTION NUMVAL(PRM-VALUE(4))
           COMPUTE WS-SLIPPAGE-PCT = FUNCTION NUMVAL(PRM-VALUE(5))
           COMPUTE WS-COMMISSION-PCT = FUNCTION NUMVAL(PRM-VALUE(6))
           COMPUTE WS-FILL-LIMIT-PCT = FUNCTION NUMVAL(PRM-VALUE(7))
           COMPUTE WS-MAX-ENTRIES = FUNCTION NUMVAL(PRM-VALUE(8))
           IF FUNCTION NUMVAL(PRM-VALUE(14)) > 10
               MOVE "10" TO PRM-VALUE(14)
           END-IF
           COMPUTE WS-MAX-LOSS-PCT = FUNCTION NUMVAL(PRM-VALUE(9))
           COMPUTE WS-MAX-STREAK = FUNCTION NUMVAL(PRM-VALUE(10))
           COMPUTE WS-MAX-DD-LIMIT = FUNCTION NUMVAL(PRM-VALUE(11))
           COMPUTE WS-BLACKOUT-WIN = FUNCTION NUMVAL(PRM-VALUE(12))
           COMPUTE WS-MRG-GRACE = FUNCTION NUMVAL(PRM-VALUE(13))
           COMPUTE WS-SETTLE-LAG = FUNCTION NUMVAL(PRM-VALUE(14)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Los requerimientos del broker; el símbolo de la corrida y su
      * clase (del maestro, vía 1056) eligen la fila en cada barra.
       1098-CARGAR-MARGEN.
           MOVE WS-ORDER-SYMBOL TO WS-MRG-SYMBOL
           IF WS-MRG-SYMBOL = SPACES
               ACCEPT WS-MRG-SYMBOL FROM ENVIRONMENT
                   "TRADE_RUN_SYMBOL"
           END-IF
           COPY WS-MARGIN-LOAD.

      * Las filas llegan ordenadas por fecha; cada fila rige desde su
      * fecha hasta la siguiente. Un archivo ilegible no frena el
      * lote: la corrida sigue sin acarreo, con aviso.
                   AT END
                       SET WS-ATR-FS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-COUNT
                       IF WS-ATR-COUNT < WS-MAX-ATR-ROWS
                           ADD 1 TO WS-ATR-COUNT
                           IF AIN-STOP NUMERIC
               END-READ
           END-PERFORM
           CLOSE ATR-IN-FILE
      *    La fila de ATR no lleva el cierre: solo la cantidad.
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-ATR-PATH TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           DISPLAY "[DEBUG] 1050-CARGAR-STOPS-ATR - " WS-ATR-COUNT
               " stops sugeridos cargados"
           EXIT.
               FUNCTION TRIM(EVT-TYPE(WS-BLACKOUT-HIT))
               DELIMITED BY SIZE INTO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           CLOSE LEDGER-FILE
           EXIT.

               FUNCTION TRIM(RLT-REASON(WS-RESTR-HIT))
               DELIMITED BY SIZE INTO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           CLOSE LEDGER-FILE
           EXIT.

      * El calendario de suspensiones solo del símbolo de la corrida:
      * SYMBOL=, o el TRADE_RUN_SYMBOL del lote cuando corre dentro
      * de MASTERBATCH. Sin ninguno de los dos no se sabe de qué
      * papel son las filas y el calendario no se aplica.
       1061-CARGAR-SUSPENSIONES.
           MOVE WS-ORDER-SYMBOL TO WS-SUSP-FILTER
           IF WS-SUSP-FILTER = SPACES
               ACCEPT WS-SUSP-FILTER FROM ENVIRONMENT
                   "TRADE_RUN_SYMBOL"
           END-IF
           IF WS-SUSP-FILTER = SPACES
               DISPLAY "[DEBUG] 1061-CARGAR-SUSPENSIONES - corrida "
                   "sin SYMBOL=, calendario de suspensiones no "
                   "aplicado"
               EXIT PARAGRAPH
           END-IF
           COPY WS-SUSP-LOAD.

      * ¿La barra cae en un día suspendido o trabado del símbolo?
      * Deja el tipo en WS-SUSP-TYPE y qué lado queda sin llenar.
       2280-REVISAR-SUSPENSION.
           MOVE SPACES TO WS-SUSP-TYPE
           MOVE "N" TO WS-SUSP-NOBUY
           MOVE "N" TO WS-SUSP-NOSELL
           IF WS-SUSP-COUNT = 0 OR WS-BAR-DATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SP FROM 1 BY 1
                   UNTIL WS-SP > WS-SUSP-COUNT
                      OR WS-SUSP-TYPE NOT = SPACES
               IF SPT-DATE(WS-SP) = WS-BAR-DATE
                   MOVE SPT-TYPE(WS-SP) TO WS-SUSP-TYPE
               END-IF
           END-PERFORM
           EVALUATE WS-SUSP-TYPE
               WHEN "HALT"
                   MOVE "Y" TO WS-SUSP-NOBUY
                   MOVE "Y" TO WS-SUSP-NOSELL
               WHEN "LKUP"
                   MOVE "Y" TO WS-SUSP-NOBUY
               WHEN "LKDN"
                   MOVE "Y" TO WS-SUSP-NOSELL
           END-EVALUATE
           EXIT.

      * La salida que una suspensión dejó pendiente se llena en la
      * primera barra que la deja operar, al open cuando hay barras
      * OHLC (el primer precio de la rueda reabierta) o al precio de
      * la barra; la regla del ledger lleva el tipo que la demoró.
       2285-SALIDA-DIFERIDA.
           IF WS-FLAT
               MOVE "N" TO WS-SUSP-PENDING
               EXIT PARAGRAPH
           END-IF
           IF (WS-LONG AND WS-SUSP-NOSELL = "Y")
              OR (WS-SHORT AND WS-SUSP-NOBUY = "Y")
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUSP-PENDING
           MOVE SIGNAL-PRICE TO WS-EXIT-BASE-PRICE
           IF WS-OHLC-ON AND WS-BAR-NUM <= WS-OHLC-COUNT
               IF OHT-OPEN(WS-BAR-NUM) > 0
                   MOVE OHT-OPEN(WS-BAR-NUM) TO WS-EXIT-BASE-PRICE
               END-IF
           END-IF
           MOVE SPACES TO WS-EXIT-RULE-NAME
           STRING WS-SUSP-PEND-TYPE ">"
               FUNCTION TRIM(WS-SUSP-PEND-RULE)
               DELIMITED BY SIZE INTO WS-EXIT-RULE-NAME
           DISPLAY "[SUSPENSION] salida diferida desde "
               WS-SUSP-PEND-DATE " llenada en " WS-BAR-DATE
               " (" FUNCTION TRIM(WS-EXIT-RULE-NAME) ")"
           PERFORM 2600-CERRAR-POSICION
           EXIT.

      * El cierre que cae en un lado sin contraparte no se llena:
      * queda pendiente con su regla para 2285 y se cuenta una vez.
       2290-DIFERIR-SALIDA.
           IF WS-SUSP-PENDING NOT = "Y"
               MOVE "Y" TO WS-SUSP-PENDING
               MOVE WS-SUSP-TYPE TO WS-SUSP-PEND-TYPE
               MOVE WS-EXIT-RULE-NAME TO WS-SUSP-PEND-RULE
               IF WS-SUSP-PEND-RULE = SPACES
                   MOVE "SIGNAL" TO WS-SUSP-PEND-RULE
               END-IF
               MOVE WS-BAR-DATE TO WS-SUSP-PEND-DATE
               ADD 1 TO WS-SUSP-BLOCKED
               DISPLAY "[SUSPENSION] salida "
                   FUNCTION TRIM(WS-SUSP-PEND-RULE)
                   " bloqueada en " WS-BAR-DATE " ("
                   WS-SUSP-TYPE "), pasa a la próxima barra operable"
           END-IF
           MOVE SPACES TO WS-EXIT-RULE-NAME
           MOVE 0 TO WS-EXIT-BASE-PRICE
           MOVE "N" TO WS-GAP-THROUGH
           EXIT.

      * La entrada que cae en un lado sin contraparte queda como
      * fila propia del ledger (tipo SKIPS, con el tipo de
      * suspensión en la columna de regla) además de en consola.
       2295-ASENTAR-SUSPENSION.
           ADD 1 TO WS-SUSP-BLOCKED
           DISPLAY "[SUSPENSION] entrada bloqueada en " WS-BAR-DATE
               " (" WS-SUSP-TYPE ")"
           IF WS-ORDERS-ON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
           MOVE "SKIPS" TO LED-TYPE
           MOVE 0 TO LED-ENTRY
           MOVE 0 TO LED-EXIT
           MOVE 0 TO LED-SHARES
           MOVE 0 TO LED-PNL
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE 0 TO LED-MAE-PCT
           MOVE 0 TO LED-MFE-PCT
           MOVE WS-BAR-DATE TO LED-ENTRY-DATE
           MOVE 0 TO LED-EXIT-DATE
           MOVE WS-CURRENCY TO LED-CURRENCY
           MOVE 0 TO LED-BASE-PNL
           MOVE "N" TO LED-GAP
           MOVE SPACES TO LED-EXIT-RULE
           STRING "SUSP " WS-SUSP-TYPE
               DELIMITED BY SIZE INTO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           CLOSE LEDGER-FILE
           EXIT.

                       DISPLAY "[DEBUG] 1056-CONSULTAR-MAESTRO - "
                           "baja de cotización " WS-DELIST-DATE
                   END-IF
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-MULTIPLIER
                       DISPLAY "[DEBUG] 1056-CONSULTAR-MAESTRO - "
                           "multiplicador " WS-MULTIPLIER
                   END-IF
                   MOVE SYM-SECTOR TO WS-MRG-CLASS
           END-READ
           CLOSE SYMMASTER-FILE
           EXIT.

      * Las entradas del símbolo que siguen trabajando en el broker
      * (OPEN o PARTIAL en el libro de órdenes vivas). Sin libro no
      * hay nada vivo; sin SYMBOL= no hay con qué cruzarlo.
       1057-CARGAR-LIBRO-VIVO.
           IF WS-ORDER-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BOOK-FILE
           IF NOT WS-BOOK-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE
                   AT END
                       SET WS-BOOK-EOF TO TRUE
                   NOT AT END
                       IF WO-SYMBOL = WS-ORDER-SYMBOL
                          AND (WO-STATUS = "OPEN"
                               OR WO-STATUS = "PARTIAL")
                           IF WO-SIDE = "BUY "
                               MOVE WO-ID TO WS-WORKING-BUY
                           END-IF
                           IF WO-SIDE = "SSHT"
                               MOVE WO-ID TO WS-WORKING-SSHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           IF WS-WORKING-BUY > 0 OR WS-WORKING-SSHT > 0
               DISPLAY "[DEBUG] 1057-CARGAR-LIBRO-VIVO - entradas "
                   "vivas BUY=" WS-WORKING-BUY " SSHT="
                   WS-WORKING-SSHT
           END-IF
           EXIT.

      * Carga las reglas de salida; una regla de tipo desconocido o
      * con parámetro ilegible se descarta con aviso en vez de
      * frenar el lote. Las reglas se evalúan en el orden del
               CLOSE LEDGER-FILE
               OPEN OUTPUT EQUITY-FILE
               CLOSE EQUITY-FILE
               IF WS-MRG-ON
                   OPEN OUTPUT MARGIN-RPT-FILE
                   CLOSE MARGIN-RPT-FILE
               END-IF
           END-IF
           PERFORM 1105-CARGAR-SELLO-LIBRO
           MOVE WS-CAPITAL TO WS-SETTLED-CASH
           EXIT.

      * El sello del que se encadena la próxima fila: el de la última
      * fila del libro (una corrida que reanuda sigue la cadena de la
      * interrumpida); libro vacío o sin sellos, dieciséis ceros.
       1105-CARGAR-SELLO-LIBRO.
           MOVE ALL "0" TO WS-LEDGER-SEAL
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-FS NOT = "00"
               READ LEDGER-FILE
                   NOT AT END
                       IF LED-HASH = SPACES
                           MOVE ALL "0" TO WS-LEDGER-SEAL
                       ELSE
                           MOVE LED-HASH TO WS-LEDGER-SEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           EXIT.

       2000-PROCESAR-ARCHIVOS.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-PATH-COUNT
           PERFORM UNTIL WS-FS-EOF
               READ SIGNALS-FILE INTO SIGNAL-RECORD
                   AT END SET WS-FS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-ACUMULAR-ENTRADA
                       PERFORM 2200-PROCESAR-BARRA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS
           CLOSE SIGNALS-FILE
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-SIGNALS-PATH TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

      * Totales de control del archivo de señales tal como se leyó:
      * todas las filas, con el hash de los precios legibles (una
      * fila con precio ilegible cuenta como descartada) y las
      * fechas de las series que las traen.
       2150-ACUMULAR-ENTRADA.
           ADD 1 TO WS-CTL-COUNT
           IF SIGNAL-PRICE NUMERIC
               ADD SIGNAL-PRICE TO WS-CTL-HASH-CLOSE
           ELSE
               ADD 1 TO WS-CTL-REJECTS
           END-IF
           IF SIGNAL-DATE NUMERIC
               IF WS-CTL-FIRST-DATE = SPACES
                   MOVE SIGNAL-DATE TO WS-CTL-FIRST-DATE
               END-IF
               MOVE SIGNAL-DATE TO WS-CTL-LAST-DATE
           END-IF
           EXIT.

      * Cada registro es una barra: casi todas llegan con SIGNAL-TYPE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2280-REVISAR-SUSPENSION
           IF WS-SETTLE-LAG > 0
               PERFORM 2250-MADURAR-CAJA
           END-IF
               MOVE BWT-RATE(WS-NEXT-BORROW) TO WS-CUR-BORROW-FRATE
               ADD 1 TO WS-NEXT-BORROW
           END-PERFORM
           IF WS-SUSP-PENDING = "Y"
               PERFORM 2285-SALIDA-DIFERIDA
           END-IF
           IF NOT WS-FLAT
               PERFORM 2300-VIGILAR-SALIDA
           END-IF
           END-IF
           COMPUTE WS-MAX-AFFORD =
               WS-SETTLED-CASH /
               (WS-FILL-PRICE * WS-MULTIPLIER
               * (1 + WS-COMMISSION-PCT))
           IF WS-SHARES > WS-MAX-AFFORD
               DISPLAY "[LIQUIDACION] orden recortada de "
                   WS-SHARES " a " WS-MAX-AFFORD
           IF WS-HALTED
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSP-NOBUY = "Y"
               PERFORM 2295-ASENTAR-SUSPENSION
               EXIT PARAGRAPH
           END-IF
           PERFORM 2370-REVISAR-APAGON
           IF WS-BLACKOUT-HIT NOT = 0
               PERFORM 2375-ASENTAR-APAGON
           COMPUTE WS-FILL-PRICE =
               WS-ENTRY-BASE * (1 + WS-SLIPPAGE-PCT)
           COMPUTE WS-SHARES =
               WS-CAPITAL * WS-RISK-PCT
               / (WS-FILL-PRICE * WS-MULTIPLIER)
           IF WS-SHARES = 0
               EXIT PARAGRAPH
           END-IF
           END-IF
           COMPUTE WS-COMMISSION-AMT =
               WS-FILL-PRICE * WS-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           IF WS-SETTLE-LAG > 0
               COMPUTE WS-SETTLED-CASH = WS-SETTLED-CASH
                   - (WS-FILL-PRICE * WS-SHARES
                      * WS-MULTIPLIER)
                   - WS-COMMISSION-AMT
           END-IF
           MOVE WS-COMMISSION-AMT TO WS-POS-COMMISSIONS
           END-IF
           EXIT.

      * Una entrada cuyo lado ya trabaja en el libro no se repite:
      * la orden viva sigue en el broker (APPROVE la vuelve a emitir
      * por lo que le falta) y esta queda como pendiente.
       2470-GRABAR-ORDEN.
           IF (WS-ORDER-SIDE = "BUY " AND WS-WORKING-BUY > 0)
              OR (WS-ORDER-SIDE = "SSHT" AND WS-WORKING-SSHT > 0)
               ADD 1 TO WS-ORDER-HELD
               IF WS-ORDER-SIDE = "BUY "
                   DISPLAY "[ORDENES] entrada BUY  de "
                       FUNCTION TRIM(WS-ORDER-SYMBOL) " del "
                       WS-BAR-DATE " pendiente: orden viva "
                       WS-WORKING-BUY " en el libro"
               ELSE
                   DISPLAY "[ORDENES] entrada SSHT de "
                       FUNCTION TRIM(WS-ORDER-SYMBOL) " del "
                       WS-BAR-DATE " pendiente: orden viva "
                       WS-WORKING-SSHT " en el libro"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO ORDER-RECORD
           MOVE WS-ORDER-COUNT TO ORD-SEQ
           IF WS-HALTED
               EXIT PARAGRAPH
           END-IF
           IF (WS-LONG AND WS-SUSP-NOBUY = "Y")
              OR (WS-SHORT AND WS-SUSP-NOSELL = "Y")
               PERFORM 2295-ASENTAR-SUSPENSION
               EXIT PARAGRAPH
           END-IF
           PERFORM 2370-REVISAR-APAGON
           IF WS-BLACKOUT-HIT NOT = 0
               PERFORM 2375-ASENTAR-APAGON
                   WS-ENTRY-BASE * (1 - WS-SLIPPAGE-PCT)
           END-IF
           COMPUTE WS-ADD-SHARES =
               WS-CAPITAL * WS-RISK-PCT
               / (WS-FILL-PRICE * WS-MULTIPLIER)
      * 2460 trabaja sobre WS-SHARES (y usa WS-MAX-FILL-SHARES como
      * área de trabajo), así que el tamaño de la posición viva se
      * resguarda en su propio campo mientras se recorta el agregado.
           END-IF
           COMPUTE WS-COMMISSION-AMT =
               WS-FILL-PRICE * WS-ADD-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           IF WS-SETTLE-LAG > 0
               IF WS-LONG
                   COMPUTE WS-SETTLED-CASH = WS-SETTLED-CASH
                       - (WS-FILL-PRICE * WS-ADD-SHARES
                          * WS-MULTIPLIER)
                       - WS-COMMISSION-AMT
               ELSE
                   SUBTRACT WS-COMMISSION-AMT
                       FROM WS-SETTLED-CASH
                   COMPUTE WS-PENDING-DIA(WS-SETTLE-LAG) =
                       WS-PENDING-DIA(WS-SETTLE-LAG)
                       + (WS-FILL-PRICE * WS-ADD-SHARES
                          * WS-MULTIPLIER)
               END-IF
           END-IF
           COMPUTE WS-BLEND-COST =
           MOVE "N" TO LED-GAP
           MOVE SPACES TO LED-EXIT-RULE
           MOVE WS-COMMISSION-AMT TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           CLOSE LEDGER-FILE
           EXIT.

           IF WS-HALTED
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSP-NOSELL = "Y"
               PERFORM 2295-ASENTAR-SUSPENSION
               EXIT PARAGRAPH
           END-IF
           PERFORM 2370-REVISAR-APAGON
           IF WS-BLACKOUT-HIT NOT = 0
               PERFORM 2375-ASENTAR-APAGON
           COMPUTE WS-FILL-PRICE =
               WS-ENTRY-BASE * (1 - WS-SLIPPAGE-PCT)
           COMPUTE WS-SHARES =
               WS-CAPITAL * WS-RISK-PCT
               / (WS-FILL-PRICE * WS-MULTIPLIER)
           IF WS-SHARES = 0
               EXIT PARAGRAPH
           END-IF
           END-IF
           COMPUTE WS-COMMISSION-AMT =
               WS-FILL-PRICE * WS-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
      * Los productos de la venta corta maduran como cualquier
      * venta; la comisión sale de la caja liquidada hoy.
               SUBTRACT WS-COMMISSION-AMT FROM WS-SETTLED-CASH
               COMPUTE WS-PENDING-DIA(WS-SETTLE-LAG) =
                   WS-PENDING-DIA(WS-SETTLE-LAG)
                   + (WS-FILL-PRICE * WS-SHARES
                      * WS-MULTIPLIER)
           END-IF
           MOVE WS-COMMISSION-AMT TO WS-POS-COMMISSIONS
           MOVE WS-FILL-PRICE TO WS-TRADE-PRICE
           MOVE "N" TO LED-GAP
           MOVE "NO BORROW" TO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           CLOSE LEDGER-FILE
           EXIT.

           EXIT.

       2600-CERRAR-POSICION.
      * Suspendida o trabada del lado del cierre: no se llena aquí,
      * queda pendiente para la próxima barra operable.
           IF (WS-LONG AND WS-SUSP-NOSELL = "Y")
              OR (WS-SHORT AND WS-SUSP-NOBUY = "Y")
               PERFORM 2290-DIFERIR-SALIDA
               EXIT PARAGRAPH
           END-IF
      * El precio base del cierre: el que la vigilancia OHLC dejó
      * resuelto contra el rango de la barra, o el precio de la
      * señal cuando el cierre vino por señal contraria o por la
                   WS-EXIT-BASE-PRICE * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-EXIT-PRICE - WS-TRADE-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "LONG " TO WS-TRADE-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   WS-EXIT-BASE-PRICE * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-TRADE-PRICE - WS-EXIT-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "SHORT" TO WS-TRADE-TYPE
           END-IF
           MOVE 0 TO WS-EXIT-BASE-PRICE
           COMPUTE WS-COMMISSION-AMT =
               WS-EXIT-PRICE * WS-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           IF WS-CURRENCY NOT = SPACES AND WS-FX-COUNT > 0
               PERFORM 1080-BUSCAR-TASA
               PERFORM 2620-ASENTAR-CAJA-CIERRE
           END-IF
           COMPUTE WS-TRADE-RETURN ROUNDED =
               100 * WS-NET-PNL
               / (WS-TRADE-PRICE * WS-SHARES * WS-MULTIPLIER)
           ADD WS-TRADE-RETURN TO WS-SUM-RETURN
           COMPUTE WS-SUMSQ-RETURN =
               WS-SUMSQ-RETURN + (WS-TRADE-RETURN * WS-TRADE-RETURN)
               MOVE "N" TO LED-GAP
               MOVE SPACES TO LED-EXIT-RULE
               MOVE 0 TO LED-COMMISSION
               MOVE "03" TO LED-FMT
               PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
               CLOSE LEDGER-FILE
           END-IF
           MOVE "HALT" TO WS-AUDIT-STATUS
              OR WS-TRADE-TYPE = "DELLG"
               COMPUTE WS-PENDING-DIA(WS-SETTLE-LAG) =
                   WS-PENDING-DIA(WS-SETTLE-LAG)
                   + (WS-EXIT-PRICE * WS-SHARES
                      * WS-MULTIPLIER)
                   - WS-COMMISSION-AMT
           ELSE
               COMPUTE WS-SETTLED-CASH = WS-SETTLED-CASH
                   - (WS-EXIT-PRICE * WS-SHARES
                      * WS-MULTIPLIER)
                   - WS-COMMISSION-AMT
               IF WS-SETTLED-CASH < 0
                   DISPLAY "[LIQUIDACION] caja liquidada en rojo "
           COMPUTE LED-COMMISSION =
               WS-POS-COMMISSIONS + WS-COMMISSION-AMT
           MOVE 0 TO WS-POS-COMMISSIONS
           MOVE "03" TO LED-FMT
           PERFORM 2810-SELLAR-Y-GRABAR-LEDGER
           IF WS-LEDGER-FS NOT = "00"
               DISPLAY "ERROR: no se pudo grabar el ledger, clave "
                   LED-TRADE-NUM " FS=" WS-LEDGER-FS
           CLOSE LEDGER-FILE
           EXIT.

      * Cada fila del libro sale con su sello encadenado al de la
      * anterior; el sello corriente avanza solo si el WRITE entró.
       2810-SELLAR-Y-GRABAR-LEDGER.
           MOVE WS-LEDGER-SEAL TO WS-HASH-SEED
           MOVE LEDGER-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(LEDGER-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO LED-HASH
           WRITE LEDGER-RECORD
           IF WS-LEDGER-FS = "00"
               MOVE LED-HASH TO WS-LEDGER-SEAL
           END-IF
           EXIT.

      * Valuación a mercado de la barra: efectivo más el P&L no
      * realizado de la posición abierta al precio de esta barra. El
      * pico y el drawdown máximo se alimentan de esta serie, así el
                   COMPUTE WS-EQUITY-MTM =
                       WS-CAPITAL +
                       (SIGNAL-PRICE - WS-TRADE-PRICE) * WS-SHARES
                       * WS-MULTIPLIER
               WHEN WS-SHORT
                   COMPUTE WS-EQUITY-MTM =
                       WS-CAPITAL +
                       (WS-TRADE-PRICE - SIGNAL-PRICE) * WS-SHARES
                       * WS-MULTIPLIER
               WHEN OTHER
                   MOVE WS-CAPITAL TO WS-EQUITY-MTM
           END-EVALUATE
           IF WS-MRG-ON
               PERFORM 2860-VALUAR-MARGEN
           END-IF
           IF WS-EQUITY-MTM > WS-PEAK-EQUITY
               MOVE WS-EQUITY-MTM TO WS-PEAK-EQUITY
           END-IF
           CLOSE EQUITY-FILE
           EXIT.

      * Control de margen de la barra, sobre la valuación a mercado
      * recién calculada: el requerimiento que aplica es el inicial
      * en la barra en que se abrió la posición y el de mantenimiento
      * después. Un exceso negativo abre el llamado; el llamado se da
      * por cubierto en la primera valuación con exceso no negativo
      * (o posición ya cerrada por otra vía), y si pasan más de
      * MGRACE= barras sin cubrirse la posición se liquida a la
      * fuerza al precio de esta barra.
       2860-VALUAR-MARGEN.
           PERFORM 2861-MEDIR-REQUERIMIENTO
           EVALUATE TRUE
               WHEN WS-MRG-CALL-OPEN AND WS-MRG-EXCESS NOT < 0
                   MOVE "N" TO WS-MRG-CALL-FLAG
                   DISPLAY "[MARGEN] " WS-BAR-DATE " llamado cubierto"
                       " tras " WS-MRG-CALL-BARS " barra(s)"
                   MOVE "MET " TO WS-MRG-EVENT
                   PERFORM 2865-GRABAR-MARGEN
               WHEN WS-MRG-CALL-OPEN
                   ADD 1 TO WS-MRG-CALL-BARS
                   COMPUTE WS-MRG-CALL-AMT = 0 - WS-MRG-EXCESS
                   IF WS-MRG-CALL-BARS > WS-MRG-GRACE
                       PERFORM 2870-LIQUIDAR-POR-MARGEN
                   END-IF
               WHEN WS-MRG-EXCESS < 0
                   MOVE "Y" TO WS-MRG-CALL-FLAG
                   MOVE 0 TO WS-MRG-CALL-BARS
                   COMPUTE WS-MRG-CALL-AMT = 0 - WS-MRG-EXCESS
                   ADD 1 TO WS-MRG-CALLS
                   DISPLAY "[MARGEN] " WS-BAR-DATE " llamado de margen"
                       " por " WS-MRG-CALL-AMT " (equity "
                       WS-EQUITY-MTM ", requerido " WS-MRG-APPLIED ")"
                   MOVE "CALL" TO WS-MRG-EVENT
                   PERFORM 2865-GRABAR-MARGEN
           END-EVALUATE
           MOVE "BAR " TO WS-MRG-EVENT
           PERFORM 2865-GRABAR-MARGEN
           EXIT.

      * Requerimiento y exceso de la posición a mercado.
       2861-MEDIR-REQUERIMIENTO.
           MOVE 0 TO WS-MRG-VALUE
           MOVE 0 TO WS-MRG-INIT-REQ
           MOVE 0 TO WS-MRG-MAINT-REQ
           MOVE 0 TO WS-MRG-APPLIED
           MOVE SPACE TO WS-MRG-SIDE
           IF NOT WS-FLAT
               COMPUTE WS-MRG-VALUE ROUNDED =
                   SIGNAL-PRICE * WS-SHARES * WS-MULTIPLIER
               IF WS-LONG
                   MOVE "L" TO WS-MRG-SIDE
               ELSE
                   MOVE "S" TO WS-MRG-SIDE
               END-IF
               PERFORM 2862-CALCULAR-MARGEN
               IF WS-MRG-MATCH = "N" AND WS-MRG-WARNED = "N"
                   MOVE "Y" TO WS-MRG-WARNED
                   DISPLAY "WARNING: " WS-MRG-SYMBOL " sin fila de "
                       "margen ni DEFAULT, se exige el 100%"
               END-IF
               IF WS-BARS-IN-TRADE = 0
                   MOVE WS-MRG-INIT-REQ TO WS-MRG-APPLIED
               ELSE
                   MOVE WS-MRG-MAINT-REQ TO WS-MRG-APPLIED
               END-IF
           END-IF
           COMPUTE WS-MRG-EXCESS = WS-EQUITY-MTM - WS-MRG-APPLIED
           EXIT.

       2862-CALCULAR-MARGEN.
           COPY WS-MARGIN-CALC.

       2865-GRABAR-MARGEN.
           IF WS-ORDERS-ON
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MARGIN-RPT-FILE
           IF WS-MRG-RPT-FS = "35"
               OPEN OUTPUT MARGIN-RPT-FILE
           END-IF
           MOVE SPACES TO MARGIN-RPT-RECORD
           MOVE WS-BAR-DATE TO MG-DATE
           MOVE WS-MRG-EVENT TO MG-EVENT
           MOVE WS-MRG-SYMBOL TO MG-SYMBOL
           MOVE WS-MRG-SIDE TO MG-SIDE
           MOVE WS-MRG-VALUE TO MG-VALUE
           MOVE WS-MRG-INIT-REQ TO MG-INIT-REQ
           MOVE WS-MRG-MAINT-REQ TO MG-MAINT-REQ
           MOVE WS-EQUITY-MTM TO MG-EQUITY
           MOVE WS-MRG-EXCESS TO MG-EXCESS
           MOVE 0 TO MG-LEVERAGE
           IF WS-EQUITY-MTM > 0
               COMPUTE MG-LEVERAGE ROUNDED =
                   WS-MRG-VALUE / WS-EQUITY-MTM
           END-IF
           MOVE 0 TO MG-CALL-AMT
           MOVE 0 TO MG-CALL-BARS
           IF WS-MRG-CALL-OPEN OR WS-MRG-EVENT NOT = "BAR "
               MOVE WS-MRG-CALL-AMT TO MG-CALL-AMT
               MOVE WS-MRG-CALL-BARS TO MG-CALL-BARS
           END-IF
           WRITE MARGIN-RPT-RECORD
           CLOSE MARGIN-RPT-FILE
           EXIT.

      * Vencida la gracia, la posición sale con el cierre de
      * siempre (comisión, deslizamiento, fila del ledger) y regla
      * MARGINCALL; la fila LIQ lleva las cifras previas al cierre.
      * Si la barra está suspendida del lado del cierre,
      * 2600 la difiere como cualquier salida y el llamado sigue
      * abierto hasta que se llene.
       2870-LIQUIDAR-POR-MARGEN.
           DISPLAY "[MARGEN] " WS-BAR-DATE " gracia de " WS-MRG-GRACE
               " barra(s) vencida, liquidación forzada a "
               SIGNAL-PRICE
           MOVE "MARGINCALL" TO WS-EXIT-RULE-NAME
           MOVE 0 TO WS-EXIT-BASE-PRICE
           PERFORM 2600-CERRAR-POSICION
           MOVE SPACES TO WS-EXIT-RULE-NAME
           IF NOT WS-FLAT
               DISPLAY "[MARGEN] liquidación diferida por suspensión"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MRG-LIQS
           MOVE "LIQ " TO WS-MRG-EVENT
           PERFORM 2865-GRABAR-MARGEN
           MOVE "N" TO WS-MRG-CALL-FLAG
           MOVE WS-CAPITAL TO WS-EQUITY-MTM
           PERFORM 2861-MEDIR-REQUERIMIENTO
           EXIT.

      * Devengo de acarreo de la barra, antes de valuar: la fila de
      * tasas vigente es la última con fecha en o antes de la barra.
      * El efectivo "ocioso" es el capital menos el nocional del
                   WS-LAST-SEEN-PRICE * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-EXIT-PRICE - WS-TRADE-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "EORLG" TO WS-TRADE-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   WS-LAST-SEEN-PRICE * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-TRADE-PRICE - WS-EXIT-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "EORSH" TO WS-TRADE-TYPE
           END-IF
           MOVE "EOR" TO WS-EXIT-RULE-NAME
           COMPUTE WS-COMMISSION-AMT =
               WS-EXIT-PRICE * WS-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           IF WS-CURRENCY NOT = SPACES AND WS-FX-COUNT > 0
               PERFORM 1080-BUSCAR-TASA
               PERFORM 2620-ASENTAR-CAJA-CIERRE
           END-IF
           COMPUTE WS-TRADE-RETURN ROUNDED =
               100 * WS-NET-PNL
               / (WS-TRADE-PRICE * WS-SHARES * WS-MULTIPLIER)
           ADD WS-TRADE-RETURN TO WS-SUM-RETURN
           COMPUTE WS-SUMSQ-RETURN =
               WS-SUMSQ-RETURN + (WS-TRADE-RETURN * WS-TRADE-RETURN)
                   SIGNAL-PRICE * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-EXIT-PRICE - WS-TRADE-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "DELLG" TO WS-TRADE-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   SIGNAL-PRICE * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL =
                   (WS-TRADE-PRICE - WS-EXIT-PRICE) * WS-SHARES
                   * WS-MULTIPLIER
               MOVE "DELSH" TO WS-TRADE-TYPE
           END-IF
           MOVE "DELISTED" TO WS-EXIT-RULE-NAME
           COMPUTE WS-COMMISSION-AMT =
               WS-EXIT-PRICE * WS-SHARES * WS-COMMISSION-PCT
               * WS-MULTIPLIER
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           IF WS-CURRENCY NOT = SPACES AND WS-FX-COUNT > 0
               PERFORM 1080-BUSCAR-TASA
               PERFORM 2620-ASENTAR-CAJA-CIERRE
           END-IF
           COMPUTE WS-TRADE-RETURN ROUNDED =
               100 * WS-NET-PNL
               / (WS-TRADE-PRICE * WS-SHARES * WS-MULTIPLIER)
           ADD WS-TRADE-RETURN TO WS-SUM-RETURN
           COMPUTE WS-SUMSQ-RETURN =
               WS-SUMSQ-RETURN + (WS-TRADE-RETURN * WS-TRADE-RETURN)
           END-IF
           DISPLAY WS-CAPITAL " " WS-CLOSED-COUNT " " WS-WIN-COUNT " "
               WS-MAX-DRAWDOWN-PCT " " WS-SHARPE-RATIO
           IF WS-SUSP-BLOCKED > 0
               DISPLAY "[SUSPENSION] " WS-SUSP-BLOCKED
                   " ejecuciones bloqueadas por suspensión o límite"
           END-IF
           IF WS-MRG-CALLS > 0
               DISPLAY "[MARGEN] " WS-MRG-CALLS " llamado(s) de "
                   "margen, " WS-MRG-LIQS " liquidación(es) forzada(s)"
           END-IF
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-RECORD
           MOVE WS-CAPITAL TO SUM-CAPITAL
           MOVE WS-TOT-CASH-INT TO SUM-CASH-INT
           MOVE WS-TOT-MARGIN-INT TO SUM-MARGIN-INT
           MOVE WS-TOT-BORROW-FEE TO SUM-BORROW-FEE
           MOVE WS-SUSP-BLOCKED TO SUM-SUSP-BLOCKED
           MOVE WS-MRG-CALLS TO SUM-MARGIN-CALLS
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE
           EXIT.
       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-FS
               WHEN "35"
