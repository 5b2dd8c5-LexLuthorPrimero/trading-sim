      * independientes de TRADER por símbolo (una cuenta de fantasía
      * completa cada una) no pueden contestar: qué habría hecho el
      * libro entero.
      * Con UNIV= solo se abren posiciones en las barras en que el
      * símbolo era miembro de ese universo (historia de UNIVMAINT);
      * la entrada fuera del universo queda como SKIPS en el ledger y
      * las salidas nunca se bloquean. El papel dado de baja se opera
      * hasta su SYM-DELIST-DATE inclusive y lo abierto se liquida
      * con la última barra. El calendario de suspensiones (HALTS=,
      * omisión halt_calendar.dat) frena los llenados: en un día HALT
      * nada se llena y trabado en el límite solo el lado con
      * contraparte; la salida frenada pasa a la próxima barra
      * operable del símbolo.
      * Con BETAHEDGE= (serie OHLCV de referencia) el libro lleva una
      * cobertura beta-neutral: la beta rodante de cada símbolo
      * contra la referencia (BETAWIN= retornos) da el beta en pesos
      * del libro cada día, y una posición en la referencia lo
      * compensa, redimensionada solo cuando la deriva pasa la
      * banda HBAND= (porciento del equity). Sus operaciones, su
      * costo y su acarreo (HCARRY=, porciento anual del nocional)
      * van al ledger con el símbolo de la referencia y a columnas
      * propias de la curva, junto al equity sin cubrir.
      * Con CKPT= (barras, 500 por omisión; 0 lo apaga) el libro
      * graba un punto de reinicio en portsim_checkpoint.dat al
      * cerrar el día cada tantas barras; si la corrida cae, la
      * siguiente lo encuentra, recorta el ledger, la curva y el
      * reporte de margen a las filas que el punto contaba y sigue
      * desde la barra siguiente sin repetir ninguna.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT SUSP-FILE ASSIGN TO DYNAMIC WS-SUSP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FS.
           SELECT MARGIN-FILE ASSIGN TO DYNAMIC WS-MARGIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-FS.
           SELECT MARGIN-RPT-FILE ASSIGN TO "portsim_margin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-RPT-FS.
           SELECT BENCH-FILE ASSIGN TO DYNAMIC WS-BH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-FS.
           SELECT MEMBER-FILE ASSIGN TO "universe_membership.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FS.
           SELECT PERIOD-FILE ASSIGN TO "period_summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT EQUITY-FILE ASSIGN TO "portsim_equity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT CHECKPOINT-FILE ASSIGN TO "portsim_checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT RESTART-WORK-FILE ASSIGN TO "portsim_restart.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
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
      * Un símbolo por renglón con la ruta de su archivo de señales
       01  WEIGHTS-RECORD.
           05 WG-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 WG-WEIGHT-RAW   PIC X(7).
      * La lista restringida de cumplimiento: símbolo (o "*" para
      * todos), tipo NONEW o FREEZE, ventana de vigencia (fin 0 =
      * abierta) y código de motivo. Los dos tipos bloquean la
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 EQ-OPEN-POS     PIC 9(2).
           05 FILLER          PIC X.
           05 EQ-DIV          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      * Columnas de la cobertura beta (en blanco sin BETAHEDGE=): el
      * equity sin cubrir, el P&L acumulado de la cobertura (neto
      * de costo y acarreo, con lo no realizado), su costo y su
      * acarreo acumulados, el beta en pesos del libro y las
      * unidades de la referencia en cartera (negativas = corto).
           05 FILLER          PIC X.
           05 EQ-UNHEDGED     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-HEDGE-PNL    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-HEDGE-COST   PIC 9(7)V99.
           05 FILLER          PIC X.
           05 EQ-HEDGE-CARRY  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 EQ-BOOK-BETA    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-HEDGE-QTY    PIC S9(7) SIGN IS LEADING SEPARATE.
      * Mismo formato que SUSP-RECORD de TRADER (WS-SUSP-LOAD).
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05 HT-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 HT-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 HT-TYPE         PIC X(4).
      * Mismo formato que MARGIN-RECORD de TRADER (WS-MARGIN-LOAD).
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
      * Mismo formato que MARGIN-RPT-RECORD de TRADER; las filas BAR
      * son del libro completo (símbolo BOOK, sin lado) y las LIQ
      * una por posición liquidada, con su valor y requerimientos.
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
      * Serie de referencia de la cobertura beta: mismo formato OHLCV
      * que WS-OHLCV-LOAD (se usan símbolo, fecha y cierre; el
      * registro se declara completo).
       FD  BENCH-FILE.
       01  BENCH-RECORD.
           05 BK-SYMBOL-RAW   PIC X(10).
           05 FILLER          PIC X.
           05 BK-DATE-RAW     PIC X(8).
           05 FILLER          PIC X.
           05 BK-OPEN-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 BK-HIGH-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 BK-LOW-RAW      PIC X(12).
           05 FILLER          PIC X.
           05 BK-CLOSE-RAW    PIC X(12).
           05 FILLER          PIC X.
           05 BK-VOLUME-RAW   PIC X(14).
      * Mismo formato que MEMBER-RECORD de UNIVMAINT.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 UM-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 UM-UNIVERSE     PIC X(8).
           05 FILLER          PIC X.
           05 UM-START        PIC 9(8).
           05 FILLER          PIC X.
           05 UM-END          PIC 9(8).
      * Punto de reinicio del libro, un registro por renglón con el
      * tipo en la primera columna: H el estado general (barra,
      * capital, contadores, drawdown, calendario de rebalanceo,
      * dividendos, margen, cobertura y las filas ya grabadas de
      * cada salida), S la posición de un símbolo, R una casilla
      * del anillo de beta, C las posiciones abiertas de un sector
      * y F el cierre con la cantidad de registros - un punto sin F
      * quedó a medio grabar.
       FD  CHECKPOINT-FILE.
       01  PKH-RECORD.
           05 PKH-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PKH-BAR-IDX       PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-BAR-DATE      PIC 9(8).
           05 FILLER            PIC X.
           05 PKH-BAR-COUNT     PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-SYM-COUNT     PIC 9(2).
           05 FILLER            PIC X.
           05 PKH-CAPITAL       PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PKH-EQUITY        PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PKH-TRADE-COUNT   PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-WIN-COUNT     PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-OPEN-POS      PIC 9(2).
           05 FILLER            PIC X.
           05 PKH-PEAK-EQUITY   PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PKH-MAX-DD-PCT    PIC 9(3)V99.
           05 FILLER            PIC X.
           05 PKH-EQ-ROWS       PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-MRG-ROWS      PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-CUR-PERIOD    PIC 9(6).
           05 FILLER            PIC X.
           05 PKH-NEXT-DIV      PIC 9(4).
           05 FILLER            PIC X.
           05 PKH-SKIP-COUNT    PIC 9(4).
           05 FILLER            PIC X.
           05 PKH-DELIST-CLOSES PIC 9(4).
           05 FILLER            PIC X.
           05 PKH-SUSP-BLOCKED  PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-LOCK-WARNED   PIC X(1).
           05 PKH-LOCK-VIOLATED PIC X(1).
           05 FILLER            PIC X.
           05 PKH-MRG-CALL-FLAG PIC X(1).
           05 FILLER            PIC X.
           05 PKH-MRG-CALL-AMT  PIC 9(11)V99.
           05 FILLER            PIC X.
           05 PKH-MRG-CALL-BARS PIC 9(3).
           05 FILLER            PIC X.
           05 PKH-MRG-CALLS     PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-MRG-LIQS      PIC 9(5).
           05 FILLER            PIC X.
           05 PKH-BH-CUR        PIC 9(4).
           05 FILLER            PIC X.
           05 PKH-BH-CLOSE      PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PKH-BH-QTY        PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKH-BH-ENTRY      PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PKH-BH-REALIZED   PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKH-BH-COST       PIC 9(7)V99.
           05 FILLER            PIC X.
           05 PKH-BH-CARRY      PIC 9(7)V99.
           05 FILLER            PIC X.
           05 PKH-BH-CARRY-PEND PIC 9(7)V99.
           05 FILLER            PIC X.
           05 PKH-BH-LAST-DATE  PIC 9(8).
           05 FILLER            PIC X.
           05 PKH-BH-UH-PEAK    PIC 9(9)V99.
           05 FILLER            PIC X.
           05 PKH-BH-UH-MAX-DD  PIC 9(3)V99.
           05 FILLER            PIC X.
           05 PKH-BH-TRADES     PIC 9(5).
       01  PKS-RECORD.
           05 PKS-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PKS-IDX           PIC 9(2).
           05 FILLER            PIC X.
           05 PKS-SYMBOL        PIC X(10).
           05 FILLER            PIC X.
           05 PKS-POSITION      PIC S9(1) SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKS-ENTRY-PRICE   PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PKS-SHARES        PIC 9(5).
           05 FILLER            PIC X.
           05 PKS-LAST-PRICE    PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PKS-ENTRY-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 PKS-VOLW          PIC 9V9(4).
           05 FILLER            PIC X.
           05 PKS-SUSP-PEND     PIC X(1).
           05 FILLER            PIC X.
           05 PKS-SUSP-PTYPE    PIC X(4).
           05 FILLER            PIC X.
           05 PKS-SUSP-PDATE    PIC 9(8).
           05 FILLER            PIC X.
           05 PKS-MRG-WARNED    PIC X(1).
           05 FILLER            PIC X.
           05 PKS-BT-N          PIC 9(3).
           05 FILLER            PIC X.
           05 PKS-BT-POS        PIC 9(3).
           05 FILLER            PIC X.
           05 PKS-BT-SX         PIC S9(5)V9(6)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKS-BT-SY         PIC S9(5)V9(6)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKS-BT-SXY        PIC S9(5)V9(12)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKS-BT-SXX        PIC S9(5)V9(12)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKS-BT-PREV-BEN   PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PKS-BETA          PIC S9(3)V9(4)
                                SIGN IS LEADING SEPARATE.
       01  PKR-RECORD.
           05 PKR-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PKR-SYM           PIC 9(2).
           05 FILLER            PIC X.
           05 PKR-OBS           PIC 9(3).
           05 FILLER            PIC X.
           05 PKR-X             PIC S9(3)V9(6)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 PKR-Y             PIC S9(3)V9(6)
                                SIGN IS LEADING SEPARATE.
       01  PKC-RECORD.
           05 PKC-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PKC-IDX           PIC 9(2).
           05 FILLER            PIC X.
           05 PKC-SECTOR        PIC X(8).
           05 FILLER            PIC X.
           05 PKC-OPEN          PIC 9(2).
       01  PKF-RECORD.
           05 PKF-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 PKF-RECORDS       PIC 9(5).
      * Copia de trabajo para recortar una salida a las filas que
      * cuenta el punto de reinicio.
       FD  RESTART-WORK-FILE.
       01  RESTART-WORK-RECORD.
           05 WRK-LINE          PIC X(400).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "PORTSIM".
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
           05 WS-PARM-ENTRY OCCURS 9 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 9.
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
              10 SY-DELIST-DATE  PIC 9(8).
              10 SY-ATR-PCT      PIC 9(3)V99 COMP-3.
              10 SY-VOLW         PIC 9V9(4) COMP-3.
      * Multiplicador del contrato (del maestro; 1 para acciones):
      * el P&L y la valuación del libro van por contrato.
              10 SY-MULT         PIC 9(5)V9(4) COMP-3.
      * Salida frenada por suspensión, pendiente para la próxima
      * barra operable del símbolo: tipo y fecha que la frenaron.
              10 SY-SUSP-PEND    PIC X(1).
              10 SY-SUSP-PTYPE   PIC X(4).
              10 SY-SUSP-PDATE   PIC 9(8).
      * Clase de margen (el sector del maestro; sin maestro, el del
      * mapa SECTORS=) y aviso de símbolo sin fila de margen.
              10 SY-MRG-CLASS    PIC X(8).
              10 SY-MRG-WARNED   PIC X(1).
      * Beta rodante contra la referencia: sumas de la ventana
      * (x = retorno de la referencia, y = del símbolo, entre dos
      * barras seguidas del símbolo), próxima casilla del anillo y
      * el cierre de la referencia en la barra anterior.
              10 SY-BT-N         PIC 9(3) COMP.
              10 SY-BT-POS       PIC 9(3) COMP.
              10 SY-BT-SX        PIC S9(5)V9(6) COMP-3.
              10 SY-BT-SY        PIC S9(5)V9(6) COMP-3.
              10 SY-BT-SXY       PIC S9(5)V9(12) COMP-3.
              10 SY-BT-SXX       PIC S9(5)V9(12) COMP-3.
              10 SY-BT-PREV-BEN  PIC 9(7)V9(4) COMP-3.
              10 SY-BETA         PIC S9(3)V9(4) COMP-3.
       01  WS-SYM-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SYMS        PIC 9(2) COMP VALUE 20.
      * Corriente cronológica combinada: todas las barras de todos
           88  WS-SYMVAL-ON   VALUE "Y".
       01  WS-SYM-VALID       PIC X(1).
       01  WS-VAL-DELIST      PIC 9(8) VALUE 0.
       01  WS-VAL-MULT        PIC 9(5)V9(4) COMP-3 VALUE 1.
       01  WS-VAL-CLASS       PIC X(8) VALUE SPACES.
       01  WS-DELIST-CLOSES   PIC 9(4) COMP VALUE 0.
       01  WS-STARTING-CAPITAL PIC 9(9)V99 COMP-3 VALUE 10000.00.
       01  WS-CAPITAL         PIC 9(9)V99 COMP-3.
       01  WS-VOLW-ED         PIC 9.9999.
      * Rebalanceo periódico hacia pesos objetivo: con WEIGHTS= y
      * REBAL=MONTHLY o QUARTERLY, el primer día hábil de cada
      * período las posiciones abiertas se recortan o se completan
      * hacia peso-por-equity al último precio visto de su símbolo,
      * con la comisión y el deslizamiento de siempre y una fila
      * propia (REBAL) en el ledger por cada ajuste. Un peso negativo
      * (OPTIMIZE con LONGONLY=N) dimensiona un corto; un peso de
      * signo contrario a la posición abierta no la da vuelta: la
      * dirección la gobierna la señal.
       01  WS-WEIGHTS-FS      PIC XX.
           88  WS-WEIGHTS-OK  VALUE "00".
           88  WS-WEIGHTS-EOF VALUE "10".
       01  WS-MAX-RESTR       PIC 9(2) COMP VALUE 50.
       01  WS-RL              PIC 9(2) COMP.
       01  WS-RESTR-HIT       PIC 9(2) COMP VALUE 0.
      * Pertenencia al universo UNIV= por fecha de barra.
       01  WS-MEM-FS          PIC XX.
           88  WS-MEM-OK      VALUE "00".
           88  WS-MEM-EOF     VALUE "10".
       01  WS-UNIV-CODE       PIC X(8) VALUE SPACES.
       01  WS-UNIV-TABLE.
           05 WS-UNIV-ENTRY OCCURS 500 TIMES.
              10 UVT-SYMBOL      PIC X(10).
              10 UVT-START       PIC 9(8).
              10 UVT-END         PIC 9(8).
       01  WS-UNIV-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-UNIV        PIC 9(4) COMP VALUE 500.
       01  WS-UV              PIC 9(4) COMP.
       01  WS-UNIV-MEMBER     PIC X(1).
      * Calendario de suspensiones de todo el libro (WS-SUSP-LOAD).
       01  WS-SUSP-FS         PIC XX.
           88  WS-SUSP-OK     VALUE "00".
           88  WS-SUSP-EOF    VALUE "10".
       01  WS-SUSP-PATH       PIC X(200)
                              VALUE "halt_calendar.dat".
       01  WS-SUSP-FILTER     PIC X(10) VALUE SPACES.
       01  WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 2000 TIMES.
              10 SPT-SYMBOL     PIC X(10).
              10 SPT-DATE       PIC 9(8).
              10 SPT-TYPE       PIC X(4).
       01  WS-SUSP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SUSP        PIC 9(4) COMP VALUE 2000.
       01  WS-SUSP-REJECTS    PIC 9(4) COMP VALUE 0.
       01  WS-SP              PIC 9(4) COMP.
       01  WS-SUSP-SYM        PIC 9(2) COMP.
       01  WS-SUSP-TYPE       PIC X(4) VALUE SPACES.
       01  WS-SUSP-NOBUY      PIC X(1) VALUE "N".
       01  WS-SUSP-NOSELL     PIC X(1) VALUE "N".
       01  WS-SUSP-BLOCKED    PIC 9(5) COMP VALUE 0.
       01  WS-EXIT-REASON     PIC X(20) VALUE SPACES.
      * Control de margen del libro (MARGIN=): en cada valuación
      * diaria se suman los requerimientos de las posiciones
      * abiertas contra el equity del libro; un exceso negativo abre
      * el llamado, y si sigue sin cubrirse pasados MGRACE= días (3
      * por omisión) se liquidan posiciones, la de mayor valor
      * primero, hasta cubrirlo.
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
       01  WS-MRG-SYMBOL      PIC X(10).
       01  WS-MRG-CLASS       PIC X(8).
       01  WS-MRG-SIDE        PIC X(1).
       01  WS-MRG-MATCH       PIC X(1).
       01  WS-MRG-VALUE       PIC 9(11)V99 COMP-3.
       01  WS-MRG-INIT-PCT    PIC 9(3)V99 COMP-3.
       01  WS-MRG-MAINT-PCT   PIC 9(3)V99 COMP-3.
       01  WS-MRG-INIT-REQ    PIC 9(11)V99 COMP-3.
       01  WS-MRG-MAINT-REQ   PIC 9(11)V99 COMP-3.
       01  WS-MRG-BOOK-VALUE  PIC 9(11)V99 COMP-3.
       01  WS-MRG-BOOK-INIT   PIC 9(11)V99 COMP-3.
       01  WS-MRG-BOOK-MAINT  PIC 9(11)V99 COMP-3.
       01  WS-MRG-APPLIED     PIC 9(11)V99 COMP-3.
       01  WS-MRG-EXCESS      PIC S9(11)V99 COMP-3.
       01  WS-MRG-GRACE       PIC 9(3) COMP VALUE 3.
       01  WS-MRG-CALL-FLAG   PIC X(1) VALUE "N".
           88  WS-MRG-CALL-OPEN VALUE "Y".
       01  WS-MRG-CALL-AMT    PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-MRG-CALL-BARS   PIC 9(3) COMP VALUE 0.
       01  WS-MRG-CALLS       PIC 9(5) COMP VALUE 0.
       01  WS-MRG-LIQS        PIC 9(5) COMP VALUE 0.
       01  WS-MRG-EVENT       PIC X(4).
       01  WS-MRG-BIG         PIC 9(2) COMP.
       01  WS-MRG-BIG-VALUE   PIC 9(11)V99 COMP-3.
       01  WS-MRG-SAVE-S      PIC 9(2) COMP.
      * Cobertura beta-neutral (BETAHEDGE=): la referencia en
      * memoria, el anillo de retornos de cada símbolo y el estado
      * de la posición de cobertura. Un símbolo sin ventana
      * suficiente (la mitad de BETAWIN=) entra con beta 1.
       01  WS-BH-FS           PIC XX.
           88  WS-BH-OK       VALUE "00".
           88  WS-BH-EOF      VALUE "10".
       01  WS-BH-PATH         PIC X(200) VALUE SPACES.
       01  WS-BH-FLAG         PIC X(1) VALUE "N".
           88  WS-BH-ON       VALUE "Y".
       01  WS-BH-SYMBOL       PIC X(10) VALUE SPACES.
       01  WS-BH-TABLE.
           05 WS-BH-ROW OCCURS 5000 TIMES.
              10 BHT-DATE       PIC 9(8).
              10 BHT-CLOSE      PIC 9(7)V9(4) COMP-3.
       01  WS-BH-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BH          PIC 9(4) COMP VALUE 5000.
       01  WS-BH-CUR          PIC 9(4) COMP VALUE 0.
       01  WS-BH-CLOSE        PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-BH-REJECTS      PIC 9(4) COMP VALUE 0.
       01  WS-BH-RING-TABLE.
           05 WS-BH-RING OCCURS 20 TIMES.
              10 WS-BH-OBS OCCURS 250 TIMES.
                 15 BTR-X       PIC S9(3)V9(6) COMP-3.
                 15 BTR-Y       PIC S9(3)V9(6) COMP-3.
       01  WS-BH-WINDOW       PIC 9(3) COMP VALUE 60.
       01  WS-BH-MIN-OBS      PIC 9(3) COMP.
       01  WS-BH-BAND         PIC 9(3)V99 COMP-3 VALUE 5.00.
       01  WS-BH-CARRY-PCT    PIC 9(3)V99 COMP-3 VALUE 0.
       01  WS-BH-X            PIC S9(3)V9(6) COMP-3.
       01  WS-BH-Y            PIC S9(3)V9(6) COMP-3.
       01  WS-BH-NUMER        PIC S9(9)V9(12) COMP-3.
       01  WS-BH-DENOM        PIC S9(9)V9(12) COMP-3.
       01  WS-BH-BETA-RAW     PIC S9(7)V9(4) COMP-3.
       01  WS-BH-BOOK-BETA    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BH-DRIFT        PIC S9(11)V99 COMP-3.
       01  WS-BH-DRIFT-ABS    PIC 9(11)V99 COMP-3.
       01  WS-BH-BAND-AMT     PIC 9(11)V99 COMP-3.
       01  WS-BH-TARGET       PIC S9(7) COMP-3.
       01  WS-BH-DELTA        PIC S9(7) COMP-3.
       01  WS-BH-DELTA-ABS    PIC 9(7) COMP-3.
       01  WS-BH-CLOSE-QTY    PIC 9(7) COMP-3.
       01  WS-BH-HELD-ABS     PIC 9(7) COMP-3.
       01  WS-BH-QTY          PIC S9(7) COMP-3 VALUE 0.
       01  WS-BH-ENTRY        PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-BH-FILL         PIC 9(7)V9(4) COMP-3.
       01  WS-BH-REALIZED     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BH-TRADE-PNL    PIC S9(9)V99 COMP-3.
       01  WS-BH-COMMISSION   PIC 9(7)V99 COMP-3.
       01  WS-BH-COST         PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-BH-CARRY        PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-BH-CARRY-DAY    PIC 9(7)V99 COMP-3.
       01  WS-BH-CARRY-PEND   PIC 9(7)V99 COMP-3 VALUE 0.
       01  WS-BH-LAST-DATE    PIC 9(8) VALUE 0.
       01  WS-BH-DAYS         PIC 9(5) COMP.
       01  WS-BH-UNREAL       PIC S9(9)V99 COMP-3.
       01  WS-BH-PNL          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BH-UNHEDGED     PIC S9(9)V99 COMP-3.
       01  WS-BH-UH-PEAK      PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-BH-UH-DD        PIC 9(3)V99 COMP-3.
       01  WS-BH-UH-MAX-DD    PIC 9(3)V99 COMP-3 VALUE 0.
       01  WS-BH-TRADES       PIC 9(5) COMP VALUE 0.
       01  WS-BH-REASON       PIC X(20).
       01  WS-BH-RET-HEDGED   PIC S9(5)V99 COMP-3.
       01  WS-BH-RET-UNHEDGED PIC S9(5)V99 COMP-3.
       01  WS-BH-PCT-ED       PIC -(5)9.99.
       01  WS-BH-DD-ED        PIC ZZ9.99.
       01  WS-BH-AMT-ED       PIC -(9)9.99.
      * Punto de reinicio (CKPT=): cada cuántas barras se graba, la
      * barra del último grabado, la barra desde la que arranca el
      * ciclo (1, o la siguiente a la del punto retomado) y las
      * filas ya escritas de la curva y del reporte de margen (las
      * del ledger son WS-TRADE-COUNT: cada fila lleva su número).
       01  WS-CKPT-FS         PIC XX.
       01  WS-WORK-FS         PIC XX.
       01  WS-CKPT-EVERY      PIC 9(5) COMP VALUE 500.
       01  WS-CKPT-LAST-BAR   PIC 9(5) COMP VALUE 0.
       01  WS-START-BAR       PIC 9(5) COMP VALUE 1.
       01  WS-EQ-ROWS         PIC 9(5) COMP VALUE 0.
       01  WS-MRG-ROWS        PIC 9(5) COMP VALUE 0.
       01  WS-CKPT-EXISTS     PIC X(1) VALUE "N".
           88  WS-CKPT-FOUND  VALUE "Y".
       01  WS-CKPT-HEADER     PIC X(1) VALUE "N".
       01  WS-CKPT-CLOSED     PIC X(1) VALUE "N".
       01  WS-CKPT-BAD        PIC X(1) VALUE "N".
       01  WS-CKPT-EOF        PIC X(1) VALUE "N".
       01  WS-CKPT-PHASE      PIC X(1) VALUE "C".
       01  WS-CKPT-RECORDS    PIC 9(5) COMP VALUE 0.
       01  WS-CKPT-ROWS       PIC 9(5) COMP.
       01  WS-CKPT-COPIED     PIC 9(5) COMP.
       01  WS-CK-S            PIC 9(2) COMP.
       01  WS-CK-O            PIC 9(3) COMP.
       01  WS-REBAL-MODE      PIC X(9) VALUE SPACES.
           88  WS-REBAL-MONTHLY   VALUE "MONTHLY".
           88  WS-REBAL-QUARTERLY VALUE "QUARTERLY".
       01  WS-WEIGHT-TABLE.
           05 WS-WEIGHT-ENTRY OCCURS 20 TIMES.
              10 WGT-SYMBOL     PIC X(10).
              10 WGT-WEIGHT     PIC S9V9(4) COMP-3.
       01  WS-WEIGHT-COUNT    PIC 9(2) COMP VALUE 0.
       01  WS-MAX-WEIGHTS     PIC 9(2) COMP VALUE 20.
       01  WS-CUR-PERIOD      PIC 9(6) COMP VALUE 0.
       01  WS-DELTA-SHARES    PIC S9(7) COMP-3.
       01  WS-W               PIC 9(2) COMP.
       01  WS-RB              PIC 9(2) COMP.
       01  WS-RB-WEIGHT       PIC S9V9(4) COMP-3.
       01  WS-RB-WEIGHT-ABS   PIC 9V9(4) COMP-3.
       01  WS-MAX-POSITIONS   PIC 9(2) COMP VALUE 5.
       01  WS-OPEN-POSITIONS  PIC 9(2) COMP VALUE 0.
       01  WS-ALLOC           PIC 9(9)V99 COMP-3.
       01  WS-J               PIC 9(5) COMP.
       01  WS-S               PIC 9(2) COMP.
       01  WS-CUR-SYM         PIC 9(2) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
           PERFORM 2500-ORDENAR-BARRAS
           MOVE WS-STARTING-CAPITAL TO WS-CAPITAL
           MOVE WS-STARTING-CAPITAL TO WS-PEAK-EQUITY
           PERFORM 1100-CARGAR-CHECKPOINT
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CKPT-FOUND
               OPEN EXTEND LEDGER-FILE
               OPEN EXTEND EQUITY-FILE
               IF WS-MRG-ON
                   OPEN EXTEND MARGIN-RPT-FILE
               END-IF
           ELSE
               OPEN OUTPUT LEDGER-FILE
               OPEN OUTPUT EQUITY-FILE
               IF WS-MRG-ON
                   OPEN OUTPUT MARGIN-RPT-FILE
               END-IF
           END-IF
           DISPLAY "[DEBUG] 3000-SIMULAR - " WS-BAR-COUNT
               " barras de " WS-SYM-COUNT " símbolos, tope "
               WS-MAX-POSITIONS " posiciones"
           PERFORM 5000-LIQUIDAR-ABIERTAS
           CLOSE LEDGER-FILE
           CLOSE EQUITY-FILE
           IF WS-MRG-ON
               CLOSE MARGIN-RPT-FILE
           END-IF
           PERFORM 2950-BORRAR-CHECKPOINT
           PERFORM 6000-REPORTAR-RESULTADOS
           MOVE "OK  " TO WS-AUDIT-STATUS
           IF WS-LOCK-VIOLATED = "Y" AND WS-EXIT-CODE = 0
      * archivo de control símbolo/señales.
       1000-LEER-PARAMETROS.
           MOVE "portsim_control.dat" TO WS-CONTROL-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                   WHEN WS-ARG1(1:8) = "SECTORS="
                       MOVE WS-ARG1(9:) TO WS-SECTOR-PATH
                   WHEN WS-ARG1(1:10) = "VOLTARGET="
                       MOVE "VOLTARGET" TO WS-PARM-KEY
                       MOVE WS-ARG1(11:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:10) = "ATRPREFIX="
                       MOVE WS-ARG1(11:60) TO WS-ATR-PREFIX
                   WHEN WS-ARG1(1:8) = "WEIGHTS="
                   WHEN WS-ARG1(1:9) = "RESTRICT="
                       MOVE WS-ARG1(10:) TO WS-RESTRICT-PATH
                   WHEN WS-ARG1(1:6) = "REBAL="
                       MOVE "REBAL" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:9) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "HALTS="
                       MOVE WS-ARG1(7:) TO WS-SUSP-PATH
                   WHEN WS-ARG1(1:5) = "UNIV="
                       MOVE WS-ARG1(6:8) TO WS-UNIV-CODE
                   WHEN WS-ARG1(1:4) = "DIV="
                       MOVE WS-ARG1(5:) TO WS-DIV-PATH
                   WHEN WS-ARG1(1:7) = "MARGIN="
                       MOVE WS-ARG1(8:) TO WS-MARGIN-PATH
                   WHEN WS-ARG1(1:7) = "MGRACE="
                       MOVE "MGRACE" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:10) = "BETAHEDGE="
                       MOVE WS-ARG1(11:) TO WS-BH-PATH
                   WHEN WS-ARG1(1:8) = "BETAWIN="
                       MOVE "BETAWIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "HBAND="
                       MOVE "HBAND" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "HCARRY="
                       MOVE "HCARRY" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "CKPT="
                       MOVE "CKPT" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "MAXPOS="
                       MOVE "MAXPOS" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-NUMVAL-RC = 0
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1 TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-MAX-POSITIONS = 0
               MOVE 1 TO WS-MAX-POSITIONS
           END-IF
               END-IF
           END-IF
           PERFORM 1650-CARGAR-RESTRINGIDOS
           PERFORM 1660-CARGAR-SUSPENSIONES
           IF WS-UNIV-CODE NOT = SPACES
               PERFORM 1680-CARGAR-UNIVERSO
           END-IF
           PERFORM 1700-CARGAR-PERIODOS
           IF WS-MARGIN-PATH NOT = SPACES
               PERFORM 1690-CARGAR-MARGEN
           END-IF
           IF WS-BH-PATH NOT = SPACES
               PERFORM 1695-CARGAR-REFERENCIA
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "CAPITAL" TO PRM-NAME(1)
           MOVE "10000.00" TO PRM-DEFAULT(1)
           MOVE "VOLTARGET" TO PRM-NAME(2)
           MOVE "0" TO PRM-DEFAULT(2)
           MOVE "MGRACE" TO PRM-NAME(3)
           MOVE "3" TO PRM-DEFAULT(3)
           MOVE "BETAWIN" TO PRM-NAME(4)
           MOVE "60" TO PRM-DEFAULT(4)
           MOVE "HBAND" TO PRM-NAME(5)
           MOVE "5.00" TO PRM-DEFAULT(5)
           MOVE "HCARRY" TO PRM-NAME(6)
           MOVE "0" TO PRM-DEFAULT(6)
           MOVE "CKPT" TO PRM-NAME(7)
           MOVE "500" TO PRM-DEFAULT(7)
           MOVE "MAXPOS" TO PRM-NAME(8)
           MOVE "5" TO PRM-DEFAULT(8)
           MOVE "REBAL" TO PRM-NAME(9)
           MOVE SPACES TO PRM-DEFAULT(9)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), un cero en CAPITAL,
      * BETAWIN o HBAND, un BETAWIN fuera de 10-250 o un valor que no
      * cabe en su campo se avisa y rige el valor por omisión, que es
      * el que queda registrado. MGRACE=0, CKPT=0 (sin puntos de
      * reinicio) y MAXPOS=0 (se toma 1) son válidos. REBAL acepta
      * MONTHLY, QUARTERLY o blanco.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 8
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 3 AND WS-PARM-I NOT = 7
                   AND WS-PARM-I NOT = 8)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999)
                   OR ((WS-PARM-I = 2 OR 5 OR 6)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
                   OR (WS-PARM-I = 4
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 10
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 250))
                   OR (WS-PARM-I = 7
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99999)
                   OR (WS-PARM-I = 8
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
           IF PRM-VALUE(9) NOT = SPACES
              AND PRM-VALUE(9) NOT = "MONTHLY"
              AND PRM-VALUE(9) NOT = "QUARTERLY"
               DISPLAY "WARNING: parámetro REBAL="
                   FUNCTION TRIM(PRM-VALUE(9)) " ("
                   FUNCTION TRIM(PRM-SOURCE(9))
                   ") inválido, sin rebalanceo"
               MOVE PRM-DEFAULT(9) TO PRM-VALUE(9)
               MOVE "DEF " TO PRM-SOURCE(9)
               MOVE SPACES TO PRM-SCOPE(9)
               MOVE 0 TO PRM-VERSION(9)
           END-IF
           COMPUTE WS-STARTING-CAPITAL = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-VOL-TARGET = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-MRG-GRACE = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-BH-WINDOW = FUNCTION NUMVAL(PRM-VALUE(4))
           COMPUTE WS-BH-BAND = FUNCTION NUMVAL(PRM-VALUE(5))
           COMPUTE WS-BH-CARRY-PCT = FUNCTION NUMVAL(PRM-VALUE(6))
           COMPUTE WS-CKPT-EVERY = FUNCTION NUMVAL(PRM-VALUE(7))
           COMPUTE WS-MAX-POSITIONS = FUNCTION NUMVAL(PRM-VALUE(8))
           MOVE PRM-VALUE(9) TO WS-REBAL-MODE.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       1690-CARGAR-MARGEN.
           COPY WS-MARGIN-LOAD.

      * La serie de referencia de la cobertura beta, en orden de
      * fecha: una fila sin fecha o sin cierre válido, o fuera de
      * orden, se descarta contada. Sin filas útiles la cobertura
      * queda apagada con aviso y el libro corre sin cubrir. La
      * ventana de beta va de 10 a 250 retornos.
       1695-CARGAR-REFERENCIA.
           IF WS-BH-WINDOW < 10 OR WS-BH-WINDOW > 250
               DISPLAY "WARNING: BETAWIN= fuera de rango (10-250), "
                   "se usa 60"
               MOVE 60 TO WS-BH-WINDOW
           END-IF
           DIVIDE WS-BH-WINDOW BY 2 GIVING WS-BH-MIN-OBS
           IF WS-BH-MIN-OBS < 5
               MOVE 5 TO WS-BH-MIN-OBS
           END-IF
           OPEN INPUT BENCH-FILE
           IF NOT WS-BH-OK
               DISPLAY "WARNING: referencia " FUNCTION TRIM(WS-BH-PATH)
                   " ilegible FS=" WS-BH-FS ", cobertura beta apagada"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BH-EOF
               READ BENCH-FILE
                   AT END
                       SET WS-BH-EOF TO TRUE
                   NOT AT END
                       IF BK-DATE-RAW NUMERIC
                          AND FUNCTION TEST-NUMVAL(BK-CLOSE-RAW) = 0
                          AND FUNCTION NUMVAL(BK-CLOSE-RAW) > 0
                          AND WS-BH-COUNT < WS-MAX-BH
                          AND (WS-BH-COUNT = 0
                           OR BK-DATE-RAW > BHT-DATE(WS-BH-COUNT))
                           ADD 1 TO WS-BH-COUNT
                           MOVE BK-DATE-RAW TO BHT-DATE(WS-BH-COUNT)
                           COMPUTE BHT-CLOSE(WS-BH-COUNT) =
                               FUNCTION NUMVAL(BK-CLOSE-RAW)
                           IF WS-BH-SYMBOL = SPACES
                               MOVE BK-SYMBOL-RAW TO WS-BH-SYMBOL
                           END-IF
                       ELSE
                           ADD 1 TO WS-BH-REJECTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENCH-FILE
           IF WS-BH-COUNT = 0
               DISPLAY "WARNING: referencia sin filas útiles, "
                   "cobertura beta apagada"
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-SYMBOL = SPACES
               MOVE "BENCH" TO WS-BH-SYMBOL
           END-IF
           SET WS-BH-ON TO TRUE
           DISPLAY "[DEBUG] 1695-CARGAR-REFERENCIA - " WS-BH-COUNT
               " cierres de " FUNCTION TRIM(WS-BH-SYMBOL) ", "
               WS-BH-REJECTS " descartados, ventana " WS-BH-WINDOW
           EXIT.

      * Carga la lista restringida de cumplimiento; el libro es de
               WS-RESTR-COUNT " restricciones vigentes"
           EXIT.

      * El calendario de suspensiones de todos los símbolos; el
      * cotejo es por símbolo y fecha de barra.
       1660-CARGAR-SUSPENSIONES.
           MOVE SPACES TO WS-SUSP-FILTER
           COPY WS-SUSP-LOAD.

      * Los tramos del universo pedido; sin historia, o sin tramos
      * de ese universo, el filtro queda apagado con aviso.
       1680-CARGAR-UNIVERSO.
           OPEN INPUT MEMBER-FILE
           IF NOT WS-MEM-OK
               DISPLAY "WARNING: historia de universos ilegible FS="
                   WS-MEM-FS ", filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       IF UM-UNIVERSE = WS-UNIV-CODE
                          AND UM-START NUMERIC
                          AND WS-UNIV-COUNT < WS-MAX-UNIV
                           ADD 1 TO WS-UNIV-COUNT
                           MOVE UM-SYMBOL TO UVT-SYMBOL(WS-UNIV-COUNT)
                           MOVE UM-START TO UVT-START(WS-UNIV-COUNT)
                           IF UM-END NUMERIC
                               MOVE UM-END TO UVT-END(WS-UNIV-COUNT)
                           ELSE
                               MOVE 0 TO UVT-END(WS-UNIV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF WS-UNIV-COUNT = 0
               DISPLAY "WARNING: universo " FUNCTION TRIM(WS-UNIV-CODE)
                   " sin tramos, filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
           ELSE
               DISPLAY "[DEBUG] 1680-UNIVERSO - " WS-UNIV-COUNT
                   " tramos de " FUNCTION TRIM(WS-UNIV-CODE)
           END-IF
           EXIT.

       1600-CARGAR-PESOS.
           OPEN INPUT WEIGHTS-FILE
           IF NOT WS-WEIGHTS-OK
               " dividendos cargados"
           EXIT.

      * Si quedó un punto de reinicio de una corrida caída, el libro
      * se retoma tal como estaba al cierre de ese día en vez de
      * volver a la primera barra. El punto tiene que ser de estas
      * mismas entradas (las mismas barras y los mismos símbolos en
      * el mismo orden, la barra del punto con su fecha) y estar
      * completo; si no, la corrida no arranca ni toca ninguna
      * salida - vaciar portsim_checkpoint.dat la manda desde la
      * primera barra. Un archivo vacío es una corrida anterior
      * terminada: arranque normal.
       1100-CARGAR-CHECKPOINT.
           MOVE 1 TO WS-START-BAR
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       PERFORM 1110-APLICAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-RECORDS = 0 AND WS-CKPT-CLOSED = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-HEADER = "N" OR WS-CKPT-CLOSED = "N"
               MOVE "Y" TO WS-CKPT-BAD
               DISPLAY "ERROR: portsim_checkpoint.dat incompleto"
           END-IF
           IF WS-CKPT-BAD = "Y"
               DISPLAY "ERROR: punto de reinicio inválido para "
                   "estas entradas; vaciar portsim_checkpoint.dat "
                   "para correr desde la primera barra"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-CKPT-FOUND TO TRUE
           COMPUTE WS-START-BAR = WS-CKPT-LAST-BAR + 1
           DISPLAY "[CHECKPOINT] Reanudando tras barra "
               WS-CKPT-LAST-BAR " (" BR-DATE(WS-CKPT-LAST-BAR)
               ") - operaciones=" WS-TRADE-COUNT
               " capital=" WS-CAPITAL
           PERFORM 1150-RECORTAR-SALIDAS
           EXIT.

       1110-APLICAR-REGISTRO.
           EVALUATE PKH-TYPE
               WHEN "H"
                   PERFORM 1120-APLICAR-ENCABEZADO
               WHEN "S"
                   PERFORM 1130-APLICAR-SIMBOLO
               WHEN "R"
                   IF PKR-SYM > 0 AND PKR-SYM <= WS-SYM-COUNT
                      AND PKR-OBS > 0 AND PKR-OBS <= WS-BH-WINDOW
                       MOVE PKR-X TO BTR-X(PKR-SYM, PKR-OBS)
                       MOVE PKR-Y TO BTR-Y(PKR-SYM, PKR-OBS)
                   ELSE
                       MOVE "Y" TO WS-CKPT-BAD
                   END-IF
               WHEN "C"
                   IF PKC-IDX > 0 AND PKC-IDX <= WS-CAP-COUNT
                       MOVE PKC-IDX TO WS-CK-S
                       IF PKC-SECTOR = CAP-SECTOR(WS-CK-S)
                           MOVE PKC-OPEN TO CAP-OPEN(WS-CK-S)
                       ELSE
                           MOVE "Y" TO WS-CKPT-BAD
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-CKPT-BAD
                   END-IF
               WHEN "F"
                   MOVE "Y" TO WS-CKPT-CLOSED
                   IF PKF-RECORDS NOT = WS-CKPT-RECORDS
                       MOVE "Y" TO WS-CKPT-BAD
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-CKPT-BAD
           END-EVALUATE
           IF PKH-TYPE NOT = "F"
               ADD 1 TO WS-CKPT-RECORDS
           END-IF
           EXIT.

       1120-APLICAR-ENCABEZADO.
           MOVE "Y" TO WS-CKPT-HEADER
           IF PKH-BAR-COUNT NOT = WS-BAR-COUNT
              OR PKH-SYM-COUNT NOT = WS-SYM-COUNT
              OR PKH-BAR-IDX = 0
              OR PKH-BAR-IDX > WS-BAR-COUNT
               MOVE "Y" TO WS-CKPT-BAD
               DISPLAY "ERROR: el punto de reinicio es de otra "
                   "corrida (" PKH-BAR-COUNT " barras, "
                   PKH-SYM-COUNT " símbolos)"
               EXIT PARAGRAPH
           END-IF
           IF BR-DATE(PKH-BAR-IDX) NOT = PKH-BAR-DATE
               MOVE "Y" TO WS-CKPT-BAD
               DISPLAY "ERROR: la barra " PKH-BAR-IDX
                   " del punto de reinicio es del " PKH-BAR-DATE
                   " y la corriente la trae del "
                   BR-DATE(PKH-BAR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE PKH-BAR-IDX TO WS-CKPT-LAST-BAR
           MOVE PKH-CAPITAL TO WS-CAPITAL
           MOVE PKH-EQUITY TO WS-EQUITY
           MOVE PKH-TRADE-COUNT TO WS-TRADE-COUNT
           MOVE PKH-WIN-COUNT TO WS-WIN-COUNT
           MOVE PKH-OPEN-POS TO WS-OPEN-POSITIONS
           MOVE PKH-PEAK-EQUITY TO WS-PEAK-EQUITY
           MOVE PKH-MAX-DD-PCT TO WS-MAX-DRAWDOWN-PCT
           MOVE PKH-EQ-ROWS TO WS-EQ-ROWS
           MOVE PKH-MRG-ROWS TO WS-MRG-ROWS
           MOVE PKH-CUR-PERIOD TO WS-CUR-PERIOD
           MOVE PKH-NEXT-DIV TO WS-NEXT-DIV
           MOVE PKH-SKIP-COUNT TO WS-SKIP-COUNT
           MOVE PKH-DELIST-CLOSES TO WS-DELIST-CLOSES
           MOVE PKH-SUSP-BLOCKED TO WS-SUSP-BLOCKED
           MOVE PKH-LOCK-WARNED TO WS-LOCK-WARNED
           MOVE PKH-LOCK-VIOLATED TO WS-LOCK-VIOLATED
           MOVE PKH-MRG-CALL-FLAG TO WS-MRG-CALL-FLAG
           MOVE PKH-MRG-CALL-AMT TO WS-MRG-CALL-AMT
           MOVE PKH-MRG-CALL-BARS TO WS-MRG-CALL-BARS
           MOVE PKH-MRG-CALLS TO WS-MRG-CALLS
           MOVE PKH-MRG-LIQS TO WS-MRG-LIQS
           MOVE PKH-BH-CUR TO WS-BH-CUR
           MOVE PKH-BH-CLOSE TO WS-BH-CLOSE
           MOVE PKH-BH-QTY TO WS-BH-QTY
           MOVE PKH-BH-ENTRY TO WS-BH-ENTRY
           MOVE PKH-BH-REALIZED TO WS-BH-REALIZED
           MOVE PKH-BH-COST TO WS-BH-COST
           MOVE PKH-BH-CARRY TO WS-BH-CARRY
           MOVE PKH-BH-CARRY-PEND TO WS-BH-CARRY-PEND
           MOVE PKH-BH-LAST-DATE TO WS-BH-LAST-DATE
           MOVE PKH-BH-UH-PEAK TO WS-BH-UH-PEAK
           MOVE PKH-BH-UH-MAX-DD TO WS-BH-UH-MAX-DD
           MOVE PKH-BH-TRADES TO WS-BH-TRADES
           EXIT.

       1130-APLICAR-SIMBOLO.
           IF PKS-IDX = 0 OR PKS-IDX > WS-SYM-COUNT
               MOVE "Y" TO WS-CKPT-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE PKS-IDX TO WS-CK-S
           IF PKS-SYMBOL NOT = SY-SYMBOL(WS-CK-S)
               MOVE "Y" TO WS-CKPT-BAD
               DISPLAY "ERROR: el punto de reinicio trae "
                   FUNCTION TRIM(PKS-SYMBOL) " donde el libro tiene "
                   FUNCTION TRIM(SY-SYMBOL(WS-CK-S))
               EXIT PARAGRAPH
           END-IF
           MOVE PKS-POSITION TO SY-POSITION(WS-CK-S)
           MOVE PKS-ENTRY-PRICE TO SY-ENTRY-PRICE(WS-CK-S)
           MOVE PKS-SHARES TO SY-SHARES(WS-CK-S)
           MOVE PKS-LAST-PRICE TO SY-LAST-PRICE(WS-CK-S)
           MOVE PKS-ENTRY-DATE TO SY-ENTRY-DATE(WS-CK-S)
           MOVE PKS-VOLW TO SY-VOLW(WS-CK-S)
           MOVE PKS-SUSP-PEND TO SY-SUSP-PEND(WS-CK-S)
           IF PKS-SUSP-PEND = "Y"
               MOVE PKS-SUSP-PTYPE TO SY-SUSP-PTYPE(WS-CK-S)
               MOVE PKS-SUSP-PDATE TO SY-SUSP-PDATE(WS-CK-S)
           END-IF
           MOVE PKS-MRG-WARNED TO SY-MRG-WARNED(WS-CK-S)
           MOVE PKS-BT-N TO SY-BT-N(WS-CK-S)
           MOVE PKS-BT-POS TO SY-BT-POS(WS-CK-S)
           MOVE PKS-BT-SX TO SY-BT-SX(WS-CK-S)
           MOVE PKS-BT-SY TO SY-BT-SY(WS-CK-S)
           MOVE PKS-BT-SXY TO SY-BT-SXY(WS-CK-S)
           MOVE PKS-BT-SXX TO SY-BT-SXX(WS-CK-S)
           MOVE PKS-BT-PREV-BEN TO SY-BT-PREV-BEN(WS-CK-S)
           MOVE PKS-BETA TO SY-BETA(WS-CK-S)
           EXIT.

      * Cada salida se recorta a las filas que el punto contaba: lo
      * que la corrida caída alcanzó a escribir después se vuelve a
      * producir desde la barra siguiente, y sin el recorte quedaría
      * dos veces. Una salida con menos filas que las contadas no
      * es la de ese punto: error, y la corrida no sigue. Primero se
      * cuentan las tres y recién con todas en regla se reescriben,
      * así un rechazo no deja ninguna a medio recortar.
       1150-RECORTAR-SALIDAS.
           MOVE "C" TO WS-CKPT-PHASE
           PERFORM 1160-RECORTAR-LEDGER
           IF WS-EXIT-CODE = 0
               PERFORM 1165-RECORTAR-EQUITY
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-MRG-ON
               PERFORM 1170-RECORTAR-MARGEN
           END-IF
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-CKPT-PHASE
           PERFORM 1160-RECORTAR-LEDGER
           PERFORM 1165-RECORTAR-EQUITY
           IF WS-MRG-ON
               PERFORM 1170-RECORTAR-MARGEN
           END-IF
           EXIT.

       1160-RECORTAR-LEDGER.
           MOVE WS-TRADE-COUNT TO WS-CKPT-ROWS
           MOVE 0 TO WS-CKPT-COPIED
           OPEN OUTPUT RESTART-WORK-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FS = "00"
               MOVE "N" TO WS-CKPT-EOF
               PERFORM UNTIL WS-CKPT-EOF = "Y"
                       OR WS-CKPT-COPIED >= WS-CKPT-ROWS
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-CKPT-EOF
                       NOT AT END
                           MOVE LEDGER-RECORD TO WRK-LINE
                           WRITE RESTART-WORK-RECORD
                           ADD 1 TO WS-CKPT-COPIED
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           CLOSE RESTART-WORK-FILE
           IF WS-CKPT-COPIED < WS-CKPT-ROWS
               DISPLAY "ERROR: portsim_ledger.dat tiene "
                   WS-CKPT-COPIED " filas y el punto de reinicio "
                   "cuenta " WS-CKPT-ROWS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-PHASE = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESTART-WORK-FILE
           OPEN OUTPUT LEDGER-FILE
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ RESTART-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       MOVE WRK-LINE TO LEDGER-RECORD
                       WRITE LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-WORK-FILE
           CLOSE LEDGER-FILE
           DISPLAY "[CHECKPOINT] portsim_ledger.dat recortado a "
               WS-CKPT-ROWS " filas"
           EXIT.

       1165-RECORTAR-EQUITY.
           MOVE WS-EQ-ROWS TO WS-CKPT-ROWS
           MOVE 0 TO WS-CKPT-COPIED
           OPEN OUTPUT RESTART-WORK-FILE
           OPEN INPUT EQUITY-FILE
           IF WS-EQUITY-FS = "00"
               MOVE "N" TO WS-CKPT-EOF
               PERFORM UNTIL WS-CKPT-EOF = "Y"
                       OR WS-CKPT-COPIED >= WS-CKPT-ROWS
                   READ EQUITY-FILE
                       AT END
                           MOVE "Y" TO WS-CKPT-EOF
                       NOT AT END
                           MOVE EQUITY-RECORD TO WRK-LINE
                           WRITE RESTART-WORK-RECORD
                           ADD 1 TO WS-CKPT-COPIED
                   END-READ
               END-PERFORM
               CLOSE EQUITY-FILE
           END-IF
           CLOSE RESTART-WORK-FILE
           IF WS-CKPT-COPIED < WS-CKPT-ROWS
               DISPLAY "ERROR: portsim_equity.dat tiene "
                   WS-CKPT-COPIED " filas y el punto de reinicio "
                   "cuenta " WS-CKPT-ROWS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-PHASE = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESTART-WORK-FILE
           OPEN OUTPUT EQUITY-FILE
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ RESTART-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       MOVE WRK-LINE TO EQUITY-RECORD
                       WRITE EQUITY-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-WORK-FILE
           CLOSE EQUITY-FILE
           DISPLAY "[CHECKPOINT] portsim_equity.dat recortado a "
               WS-CKPT-ROWS " filas"
           EXIT.

       1170-RECORTAR-MARGEN.
           MOVE WS-MRG-ROWS TO WS-CKPT-ROWS
           MOVE 0 TO WS-CKPT-COPIED
           OPEN OUTPUT RESTART-WORK-FILE
           OPEN INPUT MARGIN-RPT-FILE
           IF WS-MRG-RPT-FS = "00"
               MOVE "N" TO WS-CKPT-EOF
               PERFORM UNTIL WS-CKPT-EOF = "Y"
                       OR WS-CKPT-COPIED >= WS-CKPT-ROWS
                   READ MARGIN-RPT-FILE
                       AT END
                           MOVE "Y" TO WS-CKPT-EOF
                       NOT AT END
                           MOVE MARGIN-RPT-RECORD TO WRK-LINE
                           WRITE RESTART-WORK-RECORD
                           ADD 1 TO WS-CKPT-COPIED
                   END-READ
               END-PERFORM
               CLOSE MARGIN-RPT-FILE
           END-IF
           CLOSE RESTART-WORK-FILE
           IF WS-CKPT-COPIED < WS-CKPT-ROWS
               DISPLAY "ERROR: portsim_margin.dat tiene "
                   WS-CKPT-COPIED " filas y el punto de reinicio "
                   "cuenta " WS-CKPT-ROWS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-PHASE = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESTART-WORK-FILE
           OPEN OUTPUT MARGIN-RPT-FILE
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "Y"
               READ RESTART-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       MOVE WRK-LINE TO MARGIN-RPT-RECORD
                       WRITE MARGIN-RPT-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTART-WORK-FILE
           CLOSE MARGIN-RPT-FILE
           DISPLAY "[CHECKPOINT] portsim_margin.dat recortado a "
               WS-CKPT-ROWS " filas"
           EXIT.

       2000-CARGAR-SENALES.
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           OPEN INPUT CONTROL-FILE
       1250-VALIDAR-SIMBOLO.
           MOVE "Y" TO WS-SYM-VALID
           MOVE 0 TO WS-VAL-DELIST
           MOVE 1 TO WS-VAL-MULT
           MOVE SPACES TO WS-VAL-CLASS
           IF NOT WS-SYMVAL-ON
               EXIT PARAGRAPH
           END-IF
                   DISPLAY "WARNING: símbolo desconocido en el "
                       "maestro, rechazado: " SYM-SYMBOL
               NOT INVALID KEY
                   IF SYM-MULTIPLIER NUMERIC AND SYM-MULTIPLIER > 0
                       MOVE SYM-MULTIPLIER TO WS-VAL-MULT
                   END-IF
                   MOVE SYM-SECTOR TO WS-VAL-CLASS
                   IF SYM-DELIST-DATE NUMERIC
                      AND SYM-DELIST-DATE > 0
                       MOVE SYM-DELIST-DATE TO WS-VAL-DELIST
           MOVE SPACES TO SY-SECTOR(WS-CUR-SYM)
           MOVE 0 TO SY-ENTRY-DATE(WS-CUR-SYM)
           MOVE WS-VAL-DELIST TO SY-DELIST-DATE(WS-CUR-SYM)
           MOVE WS-VAL-MULT TO SY-MULT(WS-CUR-SYM)
           MOVE WS-VAL-CLASS TO SY-MRG-CLASS(WS-CUR-SYM)
           MOVE "N" TO SY-MRG-WARNED(WS-CUR-SYM)
           MOVE 0 TO SY-BT-N(WS-CUR-SYM)
           MOVE 1 TO SY-BT-POS(WS-CUR-SYM)
           MOVE 0 TO SY-BT-SX(WS-CUR-SYM)
           MOVE 0 TO SY-BT-SY(WS-CUR-SYM)
           MOVE 0 TO SY-BT-SXY(WS-CUR-SYM)
           MOVE 0 TO SY-BT-SXX(WS-CUR-SYM)
           MOVE 0 TO SY-BT-PREV-BEN(WS-CUR-SYM)
           MOVE 1 TO SY-BETA(WS-CUR-SYM)
           MOVE CTL-SIGNALS-PATH TO WS-SIGNALS-PATH
           MOVE "00" TO WS-FS
           OPEN INPUT SIGNALS-FILE
           EXIT.

       3000-SIMULAR-LIBRO.
           PERFORM VARYING WS-I FROM WS-START-BAR BY 1
                   UNTIL WS-I > WS-BAR-COUNT
      * El rebalanceo corre antes de fijar WS-S: el recorte a cero
      * de 6400 usa WS-S para descontar el sector y no debe pisar
                   PERFORM 6050-REVISAR-PERIODO
               END-IF
               MOVE BR-SYM(WS-I) TO WS-S
      * El papel dado de baja se opera hasta su fecha inclusive; las
      * barras posteriores se ignoran sin tocar su último precio, y
      * si algo quedó abierto (no hubo barra en la fecha de baja) se
      * liquida a ese último precio con tipo propio (el capital del
      * lugar vuelve al fondo común).
               IF SY-DELIST-DATE(WS-S) > 0
                  AND BR-DATE(WS-I) > SY-DELIST-DATE(WS-S)
                   IF SY-POSITION(WS-S) NOT = 0
                       PERFORM 3460-CERRAR-POR-BAJA
                   END-IF
                   IF WS-I = WS-BAR-COUNT
                      OR BR-DATE(WS-I + 1) NOT = BR-DATE(WS-I)
                       PERFORM 4000-VALUAR-LIBRO
                       PERFORM 3900-PUNTO-DE-CONTROL
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               IF WS-BH-ON
                   PERFORM 3010-ACTUALIZAR-BETA
               END-IF
               MOVE BR-PRICE(WS-I) TO SY-LAST-PRICE(WS-S)
               PERFORM 2850-REVISAR-CANDADO
               MOVE WS-S TO WS-SUSP-SYM
               PERFORM 3050-REVISAR-SUSPENSION
               PERFORM 2900-ACREDITAR-DIVIDENDOS
               IF SY-SUSP-PEND(WS-S) = "Y"
                   PERFORM 3060-SALIDA-DIFERIDA
               END-IF
               IF SY-POSITION(WS-S) NOT = 0
                   PERFORM 3100-VIGILAR-SALIDA
               END-IF
                   WHEN BR-TYPE(WS-I) = 'B' AND SY-POSITION(WS-S) = -1
                       PERFORM 3400-CERRAR-POSICION
               END-EVALUATE
      * La barra de la fecha de baja es la última: lo que siga
      * abierto tras operarla se liquida a su precio.
               IF SY-DELIST-DATE(WS-S) > 0
                  AND BR-DATE(WS-I) = SY-DELIST-DATE(WS-S)
                  AND SY-POSITION(WS-S) NOT = 0
                   PERFORM 3460-CERRAR-POR-BAJA
               END-IF
      * Al cambiar de día se graba la valuación del libro: efectivo
      * más las posiciones abiertas al último precio visto; con el
      * día cerrado puede tocar el punto de reinicio.
               IF WS-I = WS-BAR-COUNT
                  OR BR-DATE(WS-I + 1) NOT = BR-DATE(WS-I)
                   PERFORM 4000-VALUAR-LIBRO
                   PERFORM 3900-PUNTO-DE-CONTROL
               END-IF
           END-PERFORM
           EXIT.

      * Beta rodante del símbolo de la barra: el retorno desde su
      * barra anterior contra el de la referencia en el mismo
      * intervalo entra al anillo de BETAWIN= casillas (la más vieja
      * sale de las sumas). Con la mitad de la ventana llena la
      * beta es la pendiente de mínimos cuadrados, acotada a +-5;
      * antes queda en 1.
       3010-ACTUALIZAR-BETA.
           PERFORM 3015-AVANZAR-REFERENCIA
           IF WS-BH-CLOSE = 0
               EXIT PARAGRAPH
           END-IF
           IF SY-LAST-PRICE(WS-S) > 0 AND SY-BT-PREV-BEN(WS-S) > 0
               COMPUTE WS-BH-X ROUNDED =
                   WS-BH-CLOSE / SY-BT-PREV-BEN(WS-S)
               SUBTRACT 1 FROM WS-BH-X
               COMPUTE WS-BH-Y ROUNDED =
                   BR-PRICE(WS-I) / SY-LAST-PRICE(WS-S)
               SUBTRACT 1 FROM WS-BH-Y
               MOVE SY-BT-POS(WS-S) TO WS-J
               IF SY-BT-N(WS-S) = WS-BH-WINDOW
                   SUBTRACT BTR-X(WS-S, WS-J) FROM SY-BT-SX(WS-S)
                   SUBTRACT BTR-Y(WS-S, WS-J) FROM SY-BT-SY(WS-S)
                   COMPUTE SY-BT-SXY(WS-S) = SY-BT-SXY(WS-S) -
                       BTR-X(WS-S, WS-J) * BTR-Y(WS-S, WS-J)
                   COMPUTE SY-BT-SXX(WS-S) = SY-BT-SXX(WS-S) -
                       BTR-X(WS-S, WS-J) * BTR-X(WS-S, WS-J)
               ELSE
                   ADD 1 TO SY-BT-N(WS-S)
               END-IF
               MOVE WS-BH-X TO BTR-X(WS-S, WS-J)
               MOVE WS-BH-Y TO BTR-Y(WS-S, WS-J)
               ADD WS-BH-X TO SY-BT-SX(WS-S)
               ADD WS-BH-Y TO SY-BT-SY(WS-S)
               COMPUTE SY-BT-SXY(WS-S) = SY-BT-SXY(WS-S) +
                   WS-BH-X * WS-BH-Y
               COMPUTE SY-BT-SXX(WS-S) = SY-BT-SXX(WS-S) +
                   WS-BH-X * WS-BH-X
               IF SY-BT-POS(WS-S) >= WS-BH-WINDOW
                   MOVE 1 TO SY-BT-POS(WS-S)
               ELSE
                   ADD 1 TO SY-BT-POS(WS-S)
               END-IF
               IF SY-BT-N(WS-S) >= WS-BH-MIN-OBS
                   COMPUTE WS-BH-NUMER = SY-BT-N(WS-S) *
                       SY-BT-SXY(WS-S) - SY-BT-SX(WS-S) *
                       SY-BT-SY(WS-S)
                   COMPUTE WS-BH-DENOM = SY-BT-N(WS-S) *
                       SY-BT-SXX(WS-S) - SY-BT-SX(WS-S) *
                       SY-BT-SX(WS-S)
                   IF WS-BH-DENOM > 0
                       COMPUTE WS-BH-BETA-RAW ROUNDED =
                           WS-BH-NUMER / WS-BH-DENOM
                       IF WS-BH-BETA-RAW > 5
                           MOVE 5 TO WS-BH-BETA-RAW
                       END-IF
                       IF WS-BH-BETA-RAW < -5
                           MOVE -5 TO WS-BH-BETA-RAW
                       END-IF
                       MOVE WS-BH-BETA-RAW TO SY-BETA(WS-S)
                   END-IF
               END-IF
           END-IF
           MOVE WS-BH-CLOSE TO SY-BT-PREV-BEN(WS-S)
           EXIT.

      * Cierre vigente de la referencia a la fecha de la barra: la
      * última fila con fecha no posterior (las barras vienen en
      * orden de fecha, el cursor solo avanza). Antes de la primera
      * fila queda en cero.
       3015-AVANZAR-REFERENCIA.
           PERFORM UNTIL WS-BH-CUR >= WS-BH-COUNT
                   OR BHT-DATE(WS-BH-CUR + 1) > BR-DATE(WS-I)
               ADD 1 TO WS-BH-CUR
           END-PERFORM
           IF WS-BH-CUR > 0
               MOVE BHT-CLOSE(WS-BH-CUR) TO WS-BH-CLOSE
           ELSE
               MOVE 0 TO WS-BH-CLOSE
           END-IF
           EXIT.

      * El ATR% más reciente de cada símbolo del libro, leído de
      * atr_output_<SIM>.dat; un símbolo sin archivo queda con ATR%
      * cero y cae al dimensionamiento por lugares de siempre, con
               WS-DAY-BUDGET / WS-MAX-POSITIONS
           COMPUTE SY-SHARES(WS-S) =
               (WS-CAPITAL * WS-POS-BUDGET) /
               (WS-FILL-PRICE * SY-MULT(WS-S)
                * SY-ATR-PCT(WS-S) / 100)
           MOVE 0 TO WS-BOOK-VOL
           PERFORM VARYING WS-VT FROM 1 BY 1
                   UNTIL WS-VT > WS-SYM-COUNT
                  AND SY-ATR-PCT(WS-VT) > 0
                   COMPUTE WS-BOOK-VOL = WS-BOOK-VOL +
                       (SY-SHARES(WS-VT) * SY-LAST-PRICE(WS-VT)
                        * SY-MULT(WS-VT)
                        * SY-ATR-PCT(WS-VT) / 100 / WS-CAPITAL)
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-CONTR =
               SY-SHARES(WS-S) * WS-FILL-PRICE * SY-MULT(WS-S)
               * SY-ATR-PCT(WS-S) / 100 / WS-CAPITAL
           IF WS-BOOK-VOL + WS-NEW-CONTR > WS-DAY-BUDGET
               COMPUTE WS-REMAIN = WS-DAY-BUDGET - WS-BOOK-VOL
               COMPUTE SY-SHARES(WS-S) =
                   SY-SHARES(WS-S) * WS-SCALE
               COMPUTE WS-NEW-CONTR =
                   SY-SHARES(WS-S) * WS-FILL-PRICE * SY-MULT(WS-S)
                   * SY-ATR-PCT(WS-S) / 100 / WS-CAPITAL
               DISPLAY "[VOLTGT] entrada de " SY-SYMBOL(WS-S)
                   " encogida al presupuesto restante"
           END-PERFORM
           EXIT.

      * ¿El símbolo WS-SUSP-SYM está suspendido o trabado en la
      * fecha de la barra? Deja el tipo y qué lado no se llena.
       3050-REVISAR-SUSPENSION.
           MOVE SPACES TO WS-SUSP-TYPE
           MOVE "N" TO WS-SUSP-NOBUY
           MOVE "N" TO WS-SUSP-NOSELL
           PERFORM VARYING WS-SP FROM 1 BY 1
                   UNTIL WS-SP > WS-SUSP-COUNT
                      OR WS-SUSP-TYPE NOT = SPACES
               IF SPT-DATE(WS-SP) = BR-DATE(WS-I)
                  AND FUNCTION TRIM(SPT-SYMBOL(WS-SP)) =
                      FUNCTION TRIM(SY-SYMBOL(WS-SUSP-SYM))
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

      * La salida frenada se llena en la primera barra del símbolo
      * que la deja operar; la razón del ledger lleva el tipo y la
      * fecha que la demoraron.
       3060-SALIDA-DIFERIDA.
           IF SY-POSITION(WS-S) = 0
               MOVE "N" TO SY-SUSP-PEND(WS-S)
               EXIT PARAGRAPH
           END-IF
           IF (SY-POSITION(WS-S) = 1 AND WS-SUSP-NOSELL = "Y")
              OR (SY-POSITION(WS-S) = -1 AND WS-SUSP-NOBUY = "Y")
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SY-SUSP-PEND(WS-S)
           MOVE SPACES TO WS-EXIT-REASON
           STRING SY-SUSP-PTYPE(WS-S) " DELAY "
               SY-SUSP-PDATE(WS-S)
               DELIMITED BY SIZE INTO WS-EXIT-REASON
           DISPLAY "[SUSPENSION] salida de " SY-SYMBOL(WS-S)
               " diferida desde " SY-SUSP-PDATE(WS-S)
               " llenada en " BR-DATE(WS-I)
           PERFORM 3400-CERRAR-POSICION
           EXIT.

      * El cierre que cae en un lado sin contraparte no se llena:
      * queda pendiente en la tabla del símbolo, contado una vez.
       3070-DIFERIR-SALIDA.
           IF SY-SUSP-PEND(WS-S) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SY-SUSP-PEND(WS-S)
           MOVE WS-SUSP-TYPE TO SY-SUSP-PTYPE(WS-S)
           MOVE BR-DATE(WS-I) TO SY-SUSP-PDATE(WS-S)
           ADD 1 TO WS-SUSP-BLOCKED
           DISPLAY "[SUSPENSION] salida de " SY-SYMBOL(WS-S)
               " bloqueada en " BR-DATE(WS-I) " (" WS-SUSP-TYPE
               "), pasa a la próxima barra operable"
           EXIT.

      * La entrada que cae en un lado sin contraparte queda como
      * SKIPS en el ledger con el tipo de suspensión, como la
      * restringida.
       3080-ASENTAR-SUSPENSION.
           ADD 1 TO WS-SUSP-BLOCKED
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY "[SUSPENSION] señal de " SY-SYMBOL(WS-S)
               " saltada en " BR-DATE(WS-I) " (" WS-SUSP-TYPE ")"
           ADD 1 TO WS-TRADE-COUNT
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
           MOVE SY-SYMBOL(WS-S) TO LED-SYMBOL
           MOVE "SKIPS" TO LED-TYPE
           MOVE 0 TO LED-ENTRY
           MOVE 0 TO LED-EXIT
           MOVE 0 TO LED-SHARES
           MOVE 0 TO LED-PNL
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE SPACES TO LED-REASON
           STRING "SUSP " WS-SUSP-TYPE
               DELIMITED BY SIZE INTO LED-REASON
           MOVE 0 TO LED-ENTRY-DATE
           MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD
           EXIT.

       3100-VIGILAR-SALIDA.
           IF SY-POSITION(WS-S) = 1
               COMPUTE WS-STOP-PRICE =
           IF WS-OPEN-POSITIONS >= WS-MAX-POSITIONS
               EXIT PARAGRAPH
           END-IF
      * En su última barra el papel dado de baja ya no abre.
           IF SY-DELIST-DATE(WS-S) > 0
              AND BR-DATE(WS-I) >= SY-DELIST-DATE(WS-S)
               EXIT PARAGRAPH
           END-IF
           PERFORM 3165-REVISAR-UNIVERSO
           IF WS-UNIV-MEMBER = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSP-NOBUY = "Y"
               PERFORM 3080-ASENTAR-SUSPENSION
               EXIT PARAGRAPH
           END-IF
           PERFORM 3160-REVISAR-RESTRICCION
           IF WS-RESTR-HIT NOT = 0
               EXIT PARAGRAPH
               PERFORM 2750-DIMENSIONAR-POR-VOL
           ELSE
               COMPUTE WS-ALLOC = WS-CAPITAL / WS-MAX-POSITIONS
               COMPUTE SY-SHARES(WS-S) =
                   WS-ALLOC / (WS-FILL-PRICE * SY-MULT(WS-S))
           END-IF
           IF SY-SHARES(WS-S) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-FILL-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           MOVE WS-FILL-PRICE TO SY-ENTRY-PRICE(WS-S)
           MOVE BR-DATE(WS-I) TO SY-ENTRY-DATE(WS-S)
           IF WS-OPEN-POSITIONS >= WS-MAX-POSITIONS
               EXIT PARAGRAPH
           END-IF
      * En su última barra el papel dado de baja ya no abre.
           IF SY-DELIST-DATE(WS-S) > 0
              AND BR-DATE(WS-I) >= SY-DELIST-DATE(WS-S)
               EXIT PARAGRAPH
           END-IF
           PERFORM 3165-REVISAR-UNIVERSO
           IF WS-UNIV-MEMBER = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSP-NOSELL = "Y"
               PERFORM 3080-ASENTAR-SUSPENSION
               EXIT PARAGRAPH
           END-IF
           PERFORM 3160-REVISAR-RESTRICCION
           IF WS-RESTR-HIT NOT = 0
               EXIT PARAGRAPH
               PERFORM 2750-DIMENSIONAR-POR-VOL
           ELSE
               COMPUTE WS-ALLOC = WS-CAPITAL / WS-MAX-POSITIONS
               COMPUTE SY-SHARES(WS-S) =
                   WS-ALLOC / (WS-FILL-PRICE * SY-MULT(WS-S))
           END-IF
           IF SY-SHARES(WS-S) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-FILL-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           MOVE WS-FILL-PRICE TO SY-ENTRY-PRICE(WS-S)
           MOVE BR-DATE(WS-I) TO SY-ENTRY-DATE(WS-S)
           END-IF
           EXIT.

      * ¿El símbolo de la barra era miembro del universo UNIV= en su
      * fecha? Altas y bajas inclusive, baja cero = vigente. La
      * entrada fuera del universo queda como SKIPS, igual que la
      * restringida; sin UNIV= todos son miembros.
       3165-REVISAR-UNIVERSO.
           MOVE "S" TO WS-UNIV-MEMBER
           IF WS-UNIV-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-UNIV-MEMBER
           PERFORM VARYING WS-UV FROM 1 BY 1
                   UNTIL WS-UV > WS-UNIV-COUNT
                      OR WS-UNIV-MEMBER = "S"
               IF FUNCTION TRIM(UVT-SYMBOL(WS-UV)) =
                  FUNCTION TRIM(SY-SYMBOL(WS-S))
                  AND BR-DATE(WS-I) >= UVT-START(WS-UV)
                  AND (UVT-END(WS-UV) = 0
                       OR BR-DATE(WS-I) <= UVT-END(WS-UV))
                   MOVE "S" TO WS-UNIV-MEMBER
               END-IF
           END-PERFORM
           IF WS-UNIV-MEMBER = "N"
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "[UNIVERSO] señal de " SY-SYMBOL(WS-S)
                   " saltada en " BR-DATE(WS-I) ": no era miembro de "
                   FUNCTION TRIM(WS-UNIV-CODE)
               ADD 1 TO WS-TRADE-COUNT
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
               MOVE SY-SYMBOL(WS-S) TO LED-SYMBOL
               MOVE "SKIPS" TO LED-TYPE
               MOVE 0 TO LED-ENTRY
               MOVE 0 TO LED-EXIT
               MOVE 0 TO LED-SHARES
               MOVE 0 TO LED-PNL
               MOVE WS-CAPITAL TO LED-CAPITAL
               MOVE SPACES TO LED-REASON
               STRING "UNIV " FUNCTION TRIM(WS-UNIV-CODE)
                   DELIMITED BY SIZE INTO LED-REASON
               MOVE 0 TO LED-ENTRY-DATE
               MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
               WRITE LEDGER-RECORD
           END-IF
           EXIT.

       3170-SUMAR-AL-SECTOR.
           IF SY-SECTOR(WS-S) = SPACES
               EXIT PARAGRAPH
           EXIT.

       3400-CERRAR-POSICION.
      * Suspendida o trabada del lado del cierre: no se llena aquí,
      * queda pendiente para la próxima barra operable.
           IF (SY-POSITION(WS-S) = 1 AND WS-SUSP-NOSELL = "Y")
              OR (SY-POSITION(WS-S) = -1 AND WS-SUSP-NOBUY = "Y")
               PERFORM 3070-DIFERIR-SALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           IF SY-POSITION(WS-S) = 1
               COMPUTE WS-EXIT-PRICE =
                   BR-PRICE(WS-I) * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (WS-EXIT-PRICE -
                   SY-ENTRY-PRICE(WS-S)) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "LONG " TO LED-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   BR-PRICE(WS-I) * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (SY-ENTRY-PRICE(WS-S) -
                   WS-EXIT-PRICE) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "SHORT" TO LED-TYPE
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-EXIT-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD WS-NET-PNL TO WS-CAPITAL
           IF WS-NET-PNL > 0
           MOVE SY-SHARES(WS-S) TO LED-SHARES
           MOVE WS-NET-PNL TO LED-PNL
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE WS-EXIT-REASON TO LED-REASON
           MOVE SPACES TO WS-EXIT-REASON
           MOVE SY-ENTRY-DATE(WS-S) TO LED-ENTRY-DATE
           MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD

      * Cierre forzado por baja de cotización: como 3400 pero con
      * tipo y razón propios, para que la revisión separe lo que
      * cerró la baja de lo que cerró la estrategia. Sale al último
      * precio visto del papel, fechado en su fecha de baja.
       3460-CERRAR-POR-BAJA.
           MOVE SPACES TO LEDGER-RECORD
           IF SY-POSITION(WS-S) = 1
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-S) * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (WS-EXIT-PRICE -
                   SY-ENTRY-PRICE(WS-S)) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-S) * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (SY-ENTRY-PRICE(WS-S) -
                   WS-EXIT-PRICE) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
           END-IF
           MOVE "DELST" TO LED-TYPE
           COMPUTE WS-COMMISSION-AMT = WS-EXIT-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD WS-NET-PNL TO WS-CAPITAL
           IF WS-NET-PNL > 0
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE "DELISTED" TO LED-REASON
           MOVE SY-ENTRY-DATE(WS-S) TO LED-ENTRY-DATE
           MOVE SY-DELIST-DATE(WS-S) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD
           DISPLAY "[BAJA] " SY-SYMBOL(WS-S)
               " liquidado por baja el " SY-DELIST-DATE(WS-S)
               " P&L " WS-NET-PNL
           MOVE 0 TO SY-POSITION(WS-S)
           MOVE 0 TO SY-SHARES(WS-S)

      * Valuación del libro al cierre del día: efectivo más el P&L
      * no realizado de cada posición abierta al último precio visto
      * de su símbolo, por contrato (acciones por multiplicador).
      * Con control de margen, el llamado se evalúa sobre esta
      * valuación y una liquidación forzada la rehace antes de grabar.
      * Con cobertura beta, la posición en la referencia se valúa a
      * su cierre del día, se ajusta antes del margen (que no la
      * cuenta) y la curva lleva además el equity sin cubrir.
       4000-VALUAR-LIBRO.
           IF WS-BH-ON
               PERFORM 3015-AVANZAR-REFERENCIA
           END-IF
           PERFORM 4010-SUMAR-EQUITY
           IF WS-BH-ON
               PERFORM 4050-CUBRIR-BETA
           END-IF
           IF WS-MRG-ON
               PERFORM 4100-VALUAR-MARGEN
           END-IF
           IF WS-EQUITY > WS-PEAK-EQUITY
               MOVE WS-EQUITY TO WS-PEAK-EQUITY
           END-IF
           MOVE WS-DRAWDOWN-PCT TO EQ-DRAWDOWN-PCT
           MOVE WS-OPEN-POSITIONS TO EQ-OPEN-POS
           MOVE WS-DAY-DIV TO EQ-DIV
           IF WS-BH-ON
               PERFORM 4090-MEDIR-COBERTURA
               MOVE WS-BH-UNHEDGED TO EQ-UNHEDGED
               MOVE WS-BH-PNL TO EQ-HEDGE-PNL
               MOVE WS-BH-COST TO EQ-HEDGE-COST
               MOVE WS-BH-CARRY TO EQ-HEDGE-CARRY
               MOVE WS-BH-BOOK-BETA TO EQ-BOOK-BETA
               MOVE WS-BH-QTY TO EQ-HEDGE-QTY
           END-IF
           WRITE EQUITY-RECORD
           ADD 1 TO WS-EQ-ROWS
           MOVE 0 TO WS-DAY-DIV
           EXIT.

       4010-SUMAR-EQUITY.
           MOVE WS-CAPITAL TO WS-EQUITY
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SYM-COUNT
               EVALUATE SY-POSITION(WS-J)
                   WHEN 1
                       COMPUTE WS-EQUITY = WS-EQUITY +
                           (SY-LAST-PRICE(WS-J) -
                            SY-ENTRY-PRICE(WS-J)) * SY-SHARES(WS-J)
                           * SY-MULT(WS-J)
                   WHEN -1
                       COMPUTE WS-EQUITY = WS-EQUITY +
                           (SY-ENTRY-PRICE(WS-J) -
                            SY-LAST-PRICE(WS-J)) * SY-SHARES(WS-J)
                           * SY-MULT(WS-J)
               END-EVALUATE
           END-PERFORM
           IF WS-BH-ON AND WS-BH-QTY NOT = 0
               COMPUTE WS-EQUITY = WS-EQUITY +
                   (WS-BH-CLOSE - WS-BH-ENTRY) * WS-BH-QTY
           END-IF
           EXIT.

      * Cobertura del día: primero el acarreo devengado desde la
      * última valuación sobre el nocional corto (días corridos,
      * base 365), luego el beta en pesos del libro (posición por
      * acciones, multiplicador, último precio y beta del símbolo).
      * La cobertura objetivo lo anula; solo si la deriva del libro
      * cubierto pasa HBAND= porciento del equity se opera la
      * diferencia en la referencia.
       4050-CUBRIR-BETA.
           IF WS-BH-CLOSE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-QTY NOT = 0 AND WS-BH-CARRY-PCT > 0
              AND WS-BH-LAST-DATE > 0
               COMPUTE WS-BH-DAYS =
                   FUNCTION INTEGER-OF-DATE(BR-DATE(WS-I)) -
                   FUNCTION INTEGER-OF-DATE(WS-BH-LAST-DATE)
               COMPUTE WS-BH-CARRY-DAY ROUNDED =
                   FUNCTION ABS(WS-BH-QTY) * WS-BH-CLOSE
                   * WS-BH-CARRY-PCT / 100 * WS-BH-DAYS / 365
               SUBTRACT WS-BH-CARRY-DAY FROM WS-CAPITAL
               ADD WS-BH-CARRY-DAY TO WS-BH-CARRY
               ADD WS-BH-CARRY-DAY TO WS-BH-CARRY-PEND
           END-IF
           MOVE BR-DATE(WS-I) TO WS-BH-LAST-DATE
           PERFORM 4060-BETA-DEL-LIBRO
           COMPUTE WS-BH-DRIFT =
               WS-BH-BOOK-BETA + WS-BH-QTY * WS-BH-CLOSE
           MOVE WS-BH-DRIFT TO WS-BH-DRIFT-ABS
           COMPUTE WS-BH-BAND-AMT ROUNDED =
               WS-EQUITY * WS-BH-BAND / 100
           IF WS-BH-DRIFT-ABS > WS-BH-BAND-AMT
               COMPUTE WS-BH-TARGET ROUNDED =
                   WS-BH-BOOK-BETA / WS-BH-CLOSE
               COMPUTE WS-BH-TARGET = 0 - WS-BH-TARGET
               MOVE "BETA REBAL" TO WS-BH-REASON
               PERFORM 4070-OPERAR-COBERTURA
           END-IF
           PERFORM 4010-SUMAR-EQUITY
           EXIT.

       4060-BETA-DEL-LIBRO.
           MOVE 0 TO WS-BH-BOOK-BETA
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SYM-COUNT
               EVALUATE SY-POSITION(WS-J)
                   WHEN 1
                       COMPUTE WS-BH-BOOK-BETA = WS-BH-BOOK-BETA +
                           SY-SHARES(WS-J) * SY-MULT(WS-J)
                           * SY-LAST-PRICE(WS-J) * SY-BETA(WS-J)
                   WHEN -1
                       COMPUTE WS-BH-BOOK-BETA = WS-BH-BOOK-BETA -
                           SY-SHARES(WS-J) * SY-MULT(WS-J)
                           * SY-LAST-PRICE(WS-J) * SY-BETA(WS-J)
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Lleva la cobertura a WS-BH-TARGET unidades al cierre de la
      * referencia con deslizamiento y comisión, como una operación
      * del libro: la parte que reduce o da vuelta la posición
      * realiza contra el precio medio, la que la agranda lo
      * promedia. El P&L neto de comisión va al capital y al ledger
      * (tipo HEDGE); el acarreo devengado sin asentar sale en una
      * fila HCRRY propia.
       4070-OPERAR-COBERTURA.
           COMPUTE WS-BH-DELTA = WS-BH-TARGET - WS-BH-QTY
           IF WS-BH-DELTA = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-DELTA > 0
               COMPUTE WS-BH-FILL = WS-BH-CLOSE * (1 + WS-SLIPPAGE-PCT)
           ELSE
               COMPUTE WS-BH-FILL = WS-BH-CLOSE * (1 - WS-SLIPPAGE-PCT)
           END-IF
           MOVE WS-BH-DELTA TO WS-BH-DELTA-ABS
           MOVE WS-BH-QTY TO WS-BH-HELD-ABS
           COMPUTE WS-BH-COMMISSION ROUNDED =
               WS-BH-FILL * WS-BH-DELTA-ABS * WS-COMMISSION-PCT
           MOVE 0 TO WS-BH-TRADE-PNL
           MOVE SPACES TO LEDGER-RECORD
           IF WS-BH-QTY = 0
               MOVE WS-BH-FILL TO LED-ENTRY
           ELSE
               MOVE WS-BH-ENTRY TO LED-ENTRY
           END-IF
           IF (WS-BH-QTY > 0 AND WS-BH-DELTA < 0)
              OR (WS-BH-QTY < 0 AND WS-BH-DELTA > 0)
               IF WS-BH-DELTA-ABS < WS-BH-HELD-ABS
                   MOVE WS-BH-DELTA-ABS TO WS-BH-CLOSE-QTY
               ELSE
                   MOVE WS-BH-HELD-ABS TO WS-BH-CLOSE-QTY
               END-IF
               IF WS-BH-QTY > 0
                   COMPUTE WS-BH-TRADE-PNL ROUNDED =
                       (WS-BH-FILL - WS-BH-ENTRY) * WS-BH-CLOSE-QTY
               ELSE
                   COMPUTE WS-BH-TRADE-PNL ROUNDED =
                       (WS-BH-ENTRY - WS-BH-FILL) * WS-BH-CLOSE-QTY
               END-IF
               IF WS-BH-DELTA-ABS > WS-BH-HELD-ABS
                   MOVE WS-BH-FILL TO WS-BH-ENTRY
               END-IF
           ELSE
               COMPUTE WS-BH-NUMER = WS-BH-ENTRY * WS-BH-HELD-ABS
                   + WS-BH-FILL * WS-BH-DELTA-ABS
               COMPUTE WS-BH-DENOM = WS-BH-HELD-ABS + WS-BH-DELTA-ABS
               COMPUTE WS-BH-ENTRY ROUNDED =
                   WS-BH-NUMER / WS-BH-DENOM
           END-IF
           MOVE WS-BH-TARGET TO WS-BH-QTY
           IF WS-BH-QTY = 0
               MOVE 0 TO WS-BH-ENTRY
           END-IF
           SUBTRACT WS-BH-COMMISSION FROM WS-BH-TRADE-PNL
           ADD WS-BH-TRADE-PNL TO WS-CAPITAL
           ADD WS-BH-TRADE-PNL TO WS-BH-REALIZED
           COMPUTE WS-BH-COST = WS-BH-COST + WS-BH-COMMISSION
               + WS-BH-DELTA-ABS * WS-BH-CLOSE * WS-SLIPPAGE-PCT
           ADD 1 TO WS-BH-TRADES
           ADD 1 TO WS-TRADE-COUNT
           MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
           MOVE WS-BH-SYMBOL TO LED-SYMBOL
           MOVE "HEDGE" TO LED-TYPE
           MOVE WS-BH-FILL TO LED-EXIT
           MOVE WS-BH-DELTA-ABS TO LED-SHARES
           MOVE WS-BH-TRADE-PNL TO LED-PNL
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE WS-BH-REASON TO LED-REASON
           MOVE BR-DATE(WS-I) TO LED-ENTRY-DATE
           MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD
           DISPLAY "[BETA] " BR-DATE(WS-I) " cobertura a " WS-BH-QTY
               " " FUNCTION TRIM(WS-BH-SYMBOL) " (beta del libro "
               WS-BH-BOOK-BETA ")"
           IF WS-BH-CARRY-PEND > 0
               PERFORM 4080-ASENTAR-ACARREO
           END-IF
           EXIT.

       4080-ASENTAR-ACARREO.
           MOVE SPACES TO LEDGER-RECORD
           ADD 1 TO WS-TRADE-COUNT
           MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
           MOVE WS-BH-SYMBOL TO LED-SYMBOL
           MOVE "HCRRY" TO LED-TYPE
           MOVE WS-BH-ENTRY TO LED-ENTRY
           MOVE WS-BH-CLOSE TO LED-EXIT
           MOVE WS-BH-QTY TO WS-BH-HELD-ABS
           MOVE WS-BH-HELD-ABS TO LED-SHARES
           COMPUTE LED-PNL = 0 - WS-BH-CARRY-PEND
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE "BETA CARRY" TO LED-REASON
           MOVE BR-DATE(WS-I) TO LED-ENTRY-DATE
           MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD
           MOVE 0 TO WS-BH-CARRY-PEND
           EXIT.

      * P&L acumulado de la cobertura (realizado neto de comisión,
      * menos acarreo, más lo no realizado al cierre de la
      * referencia) y el equity que habría tenido el libro sin
      * ella, con su propio pico y drawdown.
       4090-MEDIR-COBERTURA.
           COMPUTE WS-BH-UNREAL =
               (WS-BH-CLOSE - WS-BH-ENTRY) * WS-BH-QTY
           COMPUTE WS-BH-PNL =
               WS-BH-REALIZED - WS-BH-CARRY + WS-BH-UNREAL
           COMPUTE WS-BH-UNHEDGED = WS-EQUITY - WS-BH-PNL
           IF WS-BH-UNHEDGED > WS-BH-UH-PEAK
               MOVE WS-BH-UNHEDGED TO WS-BH-UH-PEAK
           END-IF
           IF WS-BH-UH-PEAK > 0
               COMPUTE WS-BH-UH-DD ROUNDED = 100 *
                   (WS-BH-UH-PEAK - WS-BH-UNHEDGED) / WS-BH-UH-PEAK
               IF WS-BH-UH-DD > WS-BH-UH-MAX-DD
                   MOVE WS-BH-UH-DD TO WS-BH-UH-MAX-DD
               END-IF
           END-IF
           EXIT.

      * Llamado de margen del libro, como el de TRADER pero contado
      * en días de valuación: el requerimiento de cada posición es
      * el inicial el día en que se abrió y el de mantenimiento
      * después. Vencida la gracia se liquida hasta cubrir el
      * exceso; lo que quede trabado por suspensión espera al día
      * siguiente con el llamado abierto.
       4100-VALUAR-MARGEN.
           PERFORM 4110-MEDIR-REQUERIMIENTO
           EVALUATE TRUE
               WHEN WS-MRG-CALL-OPEN AND WS-MRG-EXCESS NOT < 0
                   MOVE "N" TO WS-MRG-CALL-FLAG
                   DISPLAY "[MARGEN] " BR-DATE(WS-I) " llamado "
                       "cubierto tras " WS-MRG-CALL-BARS " día(s)"
                   MOVE "MET " TO WS-MRG-EVENT
                   PERFORM 4140-GRABAR-MARGEN-LIBRO
               WHEN WS-MRG-CALL-OPEN
                   ADD 1 TO WS-MRG-CALL-BARS
                   COMPUTE WS-MRG-CALL-AMT = 0 - WS-MRG-EXCESS
                   IF WS-MRG-CALL-BARS > WS-MRG-GRACE
                       PERFORM 4150-LIQUIDAR-POR-MARGEN
                   END-IF
               WHEN WS-MRG-EXCESS < 0
                   MOVE "Y" TO WS-MRG-CALL-FLAG
                   MOVE 0 TO WS-MRG-CALL-BARS
                   COMPUTE WS-MRG-CALL-AMT = 0 - WS-MRG-EXCESS
                   ADD 1 TO WS-MRG-CALLS
                   DISPLAY "[MARGEN] " BR-DATE(WS-I) " llamado de "
                       "margen por " WS-MRG-CALL-AMT " (equity "
                       WS-EQUITY ", requerido " WS-MRG-APPLIED ")"
                   MOVE "CALL" TO WS-MRG-EVENT
                   PERFORM 4140-GRABAR-MARGEN-LIBRO
           END-EVALUATE
           MOVE "BAR " TO WS-MRG-EVENT
           PERFORM 4140-GRABAR-MARGEN-LIBRO
           EXIT.

       4110-MEDIR-REQUERIMIENTO.
           MOVE 0 TO WS-MRG-BOOK-VALUE
           MOVE 0 TO WS-MRG-BOOK-INIT
           MOVE 0 TO WS-MRG-BOOK-MAINT
           MOVE 0 TO WS-MRG-APPLIED
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SYM-COUNT
               IF SY-POSITION(WS-J) NOT = 0
                   PERFORM 4120-MEDIR-POSICION
                   ADD WS-MRG-VALUE TO WS-MRG-BOOK-VALUE
                   ADD WS-MRG-INIT-REQ TO WS-MRG-BOOK-INIT
                   ADD WS-MRG-MAINT-REQ TO WS-MRG-BOOK-MAINT
                   IF SY-ENTRY-DATE(WS-J) = BR-DATE(WS-I)
                       ADD WS-MRG-INIT-REQ TO WS-MRG-APPLIED
                   ELSE
                       ADD WS-MRG-MAINT-REQ TO WS-MRG-APPLIED
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-MRG-EXCESS = WS-EQUITY - WS-MRG-APPLIED
           EXIT.

      * Valor y requerimientos de la posición WS-J al último precio
      * visto de su símbolo.
       4120-MEDIR-POSICION.
           MOVE SY-SYMBOL(WS-J) TO WS-MRG-SYMBOL
           MOVE SY-MRG-CLASS(WS-J) TO WS-MRG-CLASS
           IF WS-MRG-CLASS = SPACES
               MOVE SY-SECTOR(WS-J) TO WS-MRG-CLASS
           END-IF
           IF SY-POSITION(WS-J) = 1
               MOVE "L" TO WS-MRG-SIDE
           ELSE
               MOVE "S" TO WS-MRG-SIDE
           END-IF
           COMPUTE WS-MRG-VALUE ROUNDED = SY-LAST-PRICE(WS-J)
               * SY-SHARES(WS-J) * SY-MULT(WS-J)
           PERFORM 4130-CALCULAR-MARGEN
           IF WS-MRG-MATCH = "N" AND SY-MRG-WARNED(WS-J) = "N"
               MOVE "Y" TO SY-MRG-WARNED(WS-J)
               DISPLAY "WARNING: " SY-SYMBOL(WS-J) " sin fila de "
                   "margen ni DEFAULT, se exige el 100%"
           END-IF
           EXIT.

       4130-CALCULAR-MARGEN.
           COPY WS-MARGIN-CALC.

       4140-GRABAR-MARGEN-LIBRO.
           MOVE SPACES TO MARGIN-RPT-RECORD
           MOVE BR-DATE(WS-I) TO MG-DATE
           MOVE WS-MRG-EVENT TO MG-EVENT
           MOVE "BOOK" TO MG-SYMBOL
           MOVE WS-MRG-BOOK-VALUE TO MG-VALUE
           MOVE WS-MRG-BOOK-INIT TO MG-INIT-REQ
           MOVE WS-MRG-BOOK-MAINT TO MG-MAINT-REQ
           PERFORM 4145-GRABAR-FILA-MARGEN
           EXIT.

       4145-GRABAR-FILA-MARGEN.
           MOVE WS-EQUITY TO MG-EQUITY
           MOVE WS-MRG-EXCESS TO MG-EXCESS
           MOVE 0 TO MG-LEVERAGE
           IF WS-EQUITY > 0
               COMPUTE MG-LEVERAGE ROUNDED =
                   WS-MRG-BOOK-VALUE / WS-EQUITY
           END-IF
           MOVE 0 TO MG-CALL-AMT
           MOVE 0 TO MG-CALL-BARS
           IF WS-MRG-CALL-OPEN OR WS-MRG-EVENT NOT = "BAR "
               MOVE WS-MRG-CALL-AMT TO MG-CALL-AMT
               MOVE WS-MRG-CALL-BARS TO MG-CALL-BARS
           END-IF
           WRITE MARGIN-RPT-RECORD
           ADD 1 TO WS-MRG-ROWS
           EXIT.

      * Vencida la gracia: se cierra la posición de mayor valor que
      * la suspensión del día deje cerrar, al último precio visto,
      * y se vuelve a medir, hasta que el exceso deje de ser
      * negativo o no quede nada que se pueda cerrar.
       4150-LIQUIDAR-POR-MARGEN.
           MOVE WS-S TO WS-MRG-SAVE-S
           DISPLAY "[MARGEN] " BR-DATE(WS-I) " gracia de "
               WS-MRG-GRACE " día(s) vencida, liquidación forzada"
           PERFORM UNTIL WS-MRG-EXCESS NOT < 0
               PERFORM 4155-ELEGIR-MAYOR
               IF WS-MRG-BIG = 0
                   DISPLAY "[MARGEN] liquidación diferida por "
                       "suspensión"
                   EXIT PERFORM
               END-IF
               MOVE WS-MRG-BIG TO WS-S
               MOVE WS-MRG-BIG TO WS-J
               PERFORM 4120-MEDIR-POSICION
               MOVE SPACES TO MARGIN-RPT-RECORD
               MOVE BR-DATE(WS-I) TO MG-DATE
               MOVE "LIQ " TO WS-MRG-EVENT
               MOVE "LIQ " TO MG-EVENT
               MOVE SY-SYMBOL(WS-S) TO MG-SYMBOL
               MOVE WS-MRG-SIDE TO MG-SIDE
               MOVE WS-MRG-VALUE TO MG-VALUE
               MOVE WS-MRG-INIT-REQ TO MG-INIT-REQ
               MOVE WS-MRG-MAINT-REQ TO MG-MAINT-REQ
               PERFORM 4145-GRABAR-FILA-MARGEN
               PERFORM 4160-CERRAR-POR-MARGEN
               ADD 1 TO WS-MRG-LIQS
               PERFORM 4010-SUMAR-EQUITY
               PERFORM 4110-MEDIR-REQUERIMIENTO
           END-PERFORM
           IF WS-MRG-EXCESS NOT < 0
               MOVE "N" TO WS-MRG-CALL-FLAG
           END-IF
           MOVE WS-MRG-SAVE-S TO WS-S
           EXIT.

       4155-ELEGIR-MAYOR.
           MOVE 0 TO WS-MRG-BIG
           MOVE 0 TO WS-MRG-BIG-VALUE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SYM-COUNT
               IF SY-POSITION(WS-J) NOT = 0
                   MOVE WS-J TO WS-SUSP-SYM
                   PERFORM 3050-REVISAR-SUSPENSION
                   COMPUTE WS-MRG-VALUE ROUNDED = SY-LAST-PRICE(WS-J)
                       * SY-SHARES(WS-J) * SY-MULT(WS-J)
                   IF NOT (SY-POSITION(WS-J) = 1
                           AND WS-SUSP-NOSELL = "Y")
                      AND NOT (SY-POSITION(WS-J) = -1
                           AND WS-SUSP-NOBUY = "Y")
                      AND WS-MRG-VALUE > WS-MRG-BIG-VALUE
                       MOVE WS-J TO WS-MRG-BIG
                       MOVE WS-MRG-VALUE TO WS-MRG-BIG-VALUE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Cierre forzado por margen: como 5100, al último precio visto
      * del papel, pero con el tipo LONG/SHORT de siempre y la razón
      * MARGIN CALL para la revisión.
       4160-CERRAR-POR-MARGEN.
           MOVE SPACES TO LEDGER-RECORD
           IF SY-POSITION(WS-S) = 1
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-S) * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (WS-EXIT-PRICE -
                   SY-ENTRY-PRICE(WS-S)) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "LONG " TO LED-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-S) * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (SY-ENTRY-PRICE(WS-S) -
                   WS-EXIT-PRICE) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "SHORT" TO LED-TYPE
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-EXIT-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD WS-NET-PNL TO WS-CAPITAL
           IF WS-NET-PNL > 0
               ADD 1 TO WS-WIN-COUNT
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           MOVE WS-TRADE-COUNT TO LED-TRADE-NUM
           MOVE SY-SYMBOL(WS-S) TO LED-SYMBOL
           MOVE SY-ENTRY-PRICE(WS-S) TO LED-ENTRY
           MOVE WS-EXIT-PRICE TO LED-EXIT
           MOVE SY-SHARES(WS-S) TO LED-SHARES
           MOVE WS-NET-PNL TO LED-PNL
           MOVE WS-CAPITAL TO LED-CAPITAL
           MOVE "MARGIN CALL" TO LED-REASON
           MOVE SY-ENTRY-DATE(WS-S) TO LED-ENTRY-DATE
           MOVE BR-DATE(WS-I) TO LED-EXIT-DATE
           WRITE LEDGER-RECORD
           DISPLAY "[MARGEN] " SY-SYMBOL(WS-S)
               " liquidado por llamado de margen, P&L " WS-NET-PNL
           MOVE 0 TO SY-POSITION(WS-S)
           MOVE 0 TO SY-SHARES(WS-S)
           MOVE "N" TO SY-SUSP-PEND(WS-S)
           SUBTRACT 1 FROM WS-OPEN-POSITIONS
           PERFORM 3180-RESTAR-DEL-SECTOR
           EXIT.

      * Punto de reinicio del libro: se graba solo al cerrar un día
      * (tras la valuación), cuando pasaron CKPT= barras desde el
      * anterior, así un restart nunca parte un día a la mitad. Las
      * salidas se cierran y reabren antes para que las filas que el
      * punto cuenta estén de verdad en disco. La última barra no
      * graba: detrás solo queda la liquidación final.
       3900-PUNTO-DE-CONTROL.
           IF WS-CKPT-EVERY = 0 OR WS-I = WS-BAR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-I - WS-CKPT-LAST-BAR < WS-CKPT-EVERY
               EXIT PARAGRAPH
           END-IF
           CLOSE LEDGER-FILE
           OPEN EXTEND LEDGER-FILE
           CLOSE EQUITY-FILE
           OPEN EXTEND EQUITY-FILE
           IF WS-MRG-ON
               CLOSE MARGIN-RPT-FILE
               OPEN EXTEND MARGIN-RPT-FILE
           END-IF
           MOVE 0 TO WS-CKPT-RECORDS
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM 3910-GRABAR-ENCABEZADO
           PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > WS-SYM-COUNT
               PERFORM 3920-GRABAR-SIMBOLO
           END-PERFORM
           PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > WS-CAP-COUNT
               MOVE SPACES TO PKC-RECORD
               MOVE "C" TO PKC-TYPE
               MOVE WS-CK-S TO PKC-IDX
               MOVE CAP-SECTOR(WS-CK-S) TO PKC-SECTOR
               MOVE CAP-OPEN(WS-CK-S) TO PKC-OPEN
               WRITE PKC-RECORD
               ADD 1 TO WS-CKPT-RECORDS
           END-PERFORM
           MOVE SPACES TO PKF-RECORD
           MOVE "F" TO PKF-TYPE
           MOVE WS-CKPT-RECORDS TO PKF-RECORDS
           WRITE PKF-RECORD
           CLOSE CHECKPOINT-FILE
           MOVE WS-I TO WS-CKPT-LAST-BAR
           DISPLAY "[CHECKPOINT] barra " WS-I " (" BR-DATE(WS-I)
               ") grabada - operaciones=" WS-TRADE-COUNT
               " capital=" WS-CAPITAL
           EXIT.

       3910-GRABAR-ENCABEZADO.
           MOVE SPACES TO PKH-RECORD
           MOVE "H" TO PKH-TYPE
           MOVE WS-I TO PKH-BAR-IDX
           MOVE BR-DATE(WS-I) TO PKH-BAR-DATE
           MOVE WS-BAR-COUNT TO PKH-BAR-COUNT
           MOVE WS-SYM-COUNT TO PKH-SYM-COUNT
           MOVE WS-CAPITAL TO PKH-CAPITAL
           MOVE WS-EQUITY TO PKH-EQUITY
           MOVE WS-TRADE-COUNT TO PKH-TRADE-COUNT
           MOVE WS-WIN-COUNT TO PKH-WIN-COUNT
           MOVE WS-OPEN-POSITIONS TO PKH-OPEN-POS
           MOVE WS-PEAK-EQUITY TO PKH-PEAK-EQUITY
           MOVE WS-MAX-DRAWDOWN-PCT TO PKH-MAX-DD-PCT
           MOVE WS-EQ-ROWS TO PKH-EQ-ROWS
           MOVE WS-MRG-ROWS TO PKH-MRG-ROWS
           MOVE WS-CUR-PERIOD TO PKH-CUR-PERIOD
           MOVE WS-NEXT-DIV TO PKH-NEXT-DIV
           MOVE WS-SKIP-COUNT TO PKH-SKIP-COUNT
           MOVE WS-DELIST-CLOSES TO PKH-DELIST-CLOSES
           MOVE WS-SUSP-BLOCKED TO PKH-SUSP-BLOCKED
           MOVE WS-LOCK-WARNED TO PKH-LOCK-WARNED
           MOVE WS-LOCK-VIOLATED TO PKH-LOCK-VIOLATED
           MOVE WS-MRG-CALL-FLAG TO PKH-MRG-CALL-FLAG
           MOVE WS-MRG-CALL-AMT TO PKH-MRG-CALL-AMT
           MOVE WS-MRG-CALL-BARS TO PKH-MRG-CALL-BARS
           MOVE WS-MRG-CALLS TO PKH-MRG-CALLS
           MOVE WS-MRG-LIQS TO PKH-MRG-LIQS
           MOVE WS-BH-CUR TO PKH-BH-CUR
           MOVE WS-BH-CLOSE TO PKH-BH-CLOSE
           MOVE WS-BH-QTY TO PKH-BH-QTY
           MOVE WS-BH-ENTRY TO PKH-BH-ENTRY
           MOVE WS-BH-REALIZED TO PKH-BH-REALIZED
           MOVE WS-BH-COST TO PKH-BH-COST
           MOVE WS-BH-CARRY TO PKH-BH-CARRY
           MOVE WS-BH-CARRY-PEND TO PKH-BH-CARRY-PEND
           MOVE WS-BH-LAST-DATE TO PKH-BH-LAST-DATE
           MOVE WS-BH-UH-PEAK TO PKH-BH-UH-PEAK
           MOVE WS-BH-UH-MAX-DD TO PKH-BH-UH-MAX-DD
           MOVE WS-BH-TRADES TO PKH-BH-TRADES
           WRITE PKH-RECORD
           ADD 1 TO WS-CKPT-RECORDS
           EXIT.

      * La posición de un símbolo y, con cobertura beta, las
      * casillas ocupadas de su anillo (1 a SY-BT-N: el anillo se
      * llena en orden antes de dar la vuelta).
       3920-GRABAR-SIMBOLO.
           MOVE SPACES TO PKS-RECORD
           MOVE "S" TO PKS-TYPE
           MOVE WS-CK-S TO PKS-IDX
           MOVE SY-SYMBOL(WS-CK-S) TO PKS-SYMBOL
           MOVE SY-POSITION(WS-CK-S) TO PKS-POSITION
           MOVE SY-ENTRY-PRICE(WS-CK-S) TO PKS-ENTRY-PRICE
           MOVE SY-SHARES(WS-CK-S) TO PKS-SHARES
           MOVE SY-LAST-PRICE(WS-CK-S) TO PKS-LAST-PRICE
           MOVE SY-ENTRY-DATE(WS-CK-S) TO PKS-ENTRY-DATE
           MOVE SY-VOLW(WS-CK-S) TO PKS-VOLW
      * El tipo y la fecha de una salida frenada solo valen con la
      * salida pendiente (antes de la primera nunca se cargan).
           MOVE "N" TO PKS-SUSP-PEND
           MOVE 0 TO PKS-SUSP-PDATE
           IF SY-SUSP-PEND(WS-CK-S) = "Y"
               MOVE "Y" TO PKS-SUSP-PEND
               MOVE SY-SUSP-PTYPE(WS-CK-S) TO PKS-SUSP-PTYPE
               MOVE SY-SUSP-PDATE(WS-CK-S) TO PKS-SUSP-PDATE
           END-IF
           MOVE SY-MRG-WARNED(WS-CK-S) TO PKS-MRG-WARNED
           MOVE SY-BT-N(WS-CK-S) TO PKS-BT-N
           MOVE SY-BT-POS(WS-CK-S) TO PKS-BT-POS
           MOVE SY-BT-SX(WS-CK-S) TO PKS-BT-SX
           MOVE SY-BT-SY(WS-CK-S) TO PKS-BT-SY
           MOVE SY-BT-SXY(WS-CK-S) TO PKS-BT-SXY
           MOVE SY-BT-SXX(WS-CK-S) TO PKS-BT-SXX
           MOVE SY-BT-PREV-BEN(WS-CK-S) TO PKS-BT-PREV-BEN
           MOVE SY-BETA(WS-CK-S) TO PKS-BETA
           WRITE PKS-RECORD
           ADD 1 TO WS-CKPT-RECORDS
           IF NOT WS-BH-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CK-O FROM 1 BY 1
                   UNTIL WS-CK-O > SY-BT-N(WS-CK-S)
               MOVE SPACES TO PKR-RECORD
               MOVE "R" TO PKR-TYPE
               MOVE WS-CK-S TO PKR-SYM
               MOVE WS-CK-O TO PKR-OBS
               MOVE BTR-X(WS-CK-S, WS-CK-O) TO PKR-X
               MOVE BTR-Y(WS-CK-S, WS-CK-O) TO PKR-Y
               WRITE PKR-RECORD
               ADD 1 TO WS-CKPT-RECORDS
           END-PERFORM
           EXIT.

      * Corrida completa: el punto de reinicio se vacía (la próxima
      * arranca de la primera barra), y con él la copia de trabajo
      * del recorte si la hubo.
       2950-BORRAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-FOUND
               OPEN OUTPUT RESTART-WORK-FILE
               CLOSE RESTART-WORK-FILE
           END-IF
           EXIT.

      * Al agotarse la corriente, las posiciones que quedaron
      * abiertas se liquidan al último precio visto de su símbolo
      * para que el capital final refleje el libro completo.
                   PERFORM 5100-CERRAR-AL-ULTIMO
               END-IF
           END-PERFORM
           IF WS-BH-ON
               PERFORM 5200-CERRAR-COBERTURA
           END-IF
           EXIT.

      * La cobertura se cierra con el libro, al último cierre visto
      * de la referencia, con el acarreo que quede por asentar.
       5200-CERRAR-COBERTURA.
           IF WS-BH-QTY NOT = 0
               MOVE 0 TO WS-BH-TARGET
               MOVE "BETA FINAL" TO WS-BH-REASON
               PERFORM 4070-OPERAR-COBERTURA
           END-IF
           IF WS-BH-CARRY-PEND > 0
               PERFORM 4080-ASENTAR-ACARREO
           END-IF
           EXIT.

       5100-CERRAR-AL-ULTIMO.
                   SY-LAST-PRICE(WS-S) * (1 - WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (WS-EXIT-PRICE -
                   SY-ENTRY-PRICE(WS-S)) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "LONGF" TO LED-TYPE
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-S) * (1 + WS-SLIPPAGE-PCT)
               COMPUTE WS-GROSS-PNL = (SY-ENTRY-PRICE(WS-S) -
                   WS-EXIT-PRICE) * SY-SHARES(WS-S)
                   * SY-MULT(WS-S)
               MOVE "SHRTF" TO LED-TYPE
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-EXIT-PRICE *
               SY-SHARES(WS-S) * SY-MULT(WS-S) * WS-COMMISSION-PCT
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD WS-NET-PNL TO WS-CAPITAL
           IF WS-NET-PNL > 0
           EXIT.

      * Rebalanceo del libro hacia los pesos objetivo: cada posición
      * abierta con peso se lleva a equity-por-|peso| acciones al
      * último precio visto de su símbolo; el largo con peso positivo
      * y el corto con peso negativo. Un recorte realiza su parte del
      * resultado contra el costo de entrada; un agregado mezcla el
      * costo promedio como una piramidación.
       6100-REBALANCEAR.
           MOVE WS-CAPITAL TO WS-REBAL-EQUITY
           PERFORM VARYING WS-RB FROM 1 BY 1
                       COMPUTE WS-REBAL-EQUITY = WS-REBAL-EQUITY +
                           (SY-LAST-PRICE(WS-RB) -
                            SY-ENTRY-PRICE(WS-RB))
                           * SY-SHARES(WS-RB) * SY-MULT(WS-RB)
                   WHEN -1
                       COMPUTE WS-REBAL-EQUITY = WS-REBAL-EQUITY +
                           (SY-ENTRY-PRICE(WS-RB) -
                            SY-LAST-PRICE(WS-RB))
                           * SY-SHARES(WS-RB) * SY-MULT(WS-RB)
               END-EVALUATE
           END-PERFORM
           DISPLAY "[REBAL] " BR-DATE(WS-I) " equity "
               WS-REBAL-EQUITY
           PERFORM VARYING WS-RB FROM 1 BY 1
                   UNTIL WS-RB > WS-SYM-COUNT
               IF SY-POSITION(WS-RB) NOT = 0
                  AND SY-LAST-PRICE(WS-RB) > 0
                   PERFORM 6200-AJUSTAR-UN-SIMBOLO
               END-IF
           IF WS-RB-WEIGHT = 0
               EXIT PARAGRAPH
           END-IF
           IF (WS-RB-WEIGHT < 0 AND SY-POSITION(WS-RB) = 1)
              OR (WS-RB-WEIGHT > 0 AND SY-POSITION(WS-RB) = -1)
               DISPLAY "[REBAL] " SY-SYMBOL(WS-RB)
                   " peso de signo contrario a la posición, sin ajuste"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RB-WEIGHT TO WS-RB-WEIGHT-ABS
           COMPUTE WS-TARGET-SHARES =
               WS-REBAL-EQUITY * WS-RB-WEIGHT-ABS
               / (SY-LAST-PRICE(WS-RB) * SY-MULT(WS-RB))
           COMPUTE WS-DELTA-SHARES =
               WS-TARGET-SHARES - SY-SHARES(WS-RB)
           IF WS-DELTA-SHARES = 0
               EXIT PARAGRAPH
           END-IF
      * El ajuste del símbolo suspendido o trabado de su lado en la
      * fecha del rebalanceo no se llena; espera al próximo período.
      * Agrandar un corto es vender y achicarlo es comprar.
           MOVE WS-RB TO WS-SUSP-SYM
           PERFORM 3050-REVISAR-SUSPENSION
           IF (WS-DELTA-SHARES > 0 AND SY-POSITION(WS-RB) = 1
                AND WS-SUSP-NOBUY = "Y")
              OR (WS-DELTA-SHARES < 0 AND SY-POSITION(WS-RB) = 1
                AND WS-SUSP-NOSELL = "Y")
              OR (WS-DELTA-SHARES > 0 AND SY-POSITION(WS-RB) = -1
                AND WS-SUSP-NOSELL = "Y")
              OR (WS-DELTA-SHARES < 0 AND SY-POSITION(WS-RB) = -1
                AND WS-SUSP-NOBUY = "Y")
               ADD 1 TO WS-SUSP-BLOCKED
               DISPLAY "[SUSPENSION] rebalanceo de " SY-SYMBOL(WS-RB)
                   " bloqueado en " BR-DATE(WS-I) " (" WS-SUSP-TYPE
                   ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-DELTA-SHARES > 0
               PERFORM 6300-COMPLETAR-POSICION
           ELSE
           EXIT.

       6300-COMPLETAR-POSICION.
           IF SY-POSITION(WS-RB) = 1
               COMPUTE WS-FILL-PRICE =
                   SY-LAST-PRICE(WS-RB) * (1 + WS-SLIPPAGE-PCT)
           ELSE
               COMPUTE WS-FILL-PRICE =
                   SY-LAST-PRICE(WS-RB) * (1 - WS-SLIPPAGE-PCT)
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-FILL-PRICE *
               WS-DELTA-SHARES * SY-MULT(WS-RB) * WS-COMMISSION-PCT
           SUBTRACT WS-COMMISSION-AMT FROM WS-CAPITAL
           COMPUTE SY-ENTRY-PRICE(WS-RB) ROUNDED =
               ((SY-ENTRY-PRICE(WS-RB) * SY-SHARES(WS-RB)) +

       6400-RECORTAR-POSICION.
           COMPUTE WS-DELTA-SHARES = 0 - WS-DELTA-SHARES
           IF SY-POSITION(WS-RB) = 1
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-RB) * (1 - WS-SLIPPAGE-PCT)
           ELSE
               COMPUTE WS-EXIT-PRICE =
                   SY-LAST-PRICE(WS-RB) * (1 + WS-SLIPPAGE-PCT)
           END-IF
           COMPUTE WS-COMMISSION-AMT = WS-EXIT-PRICE *
               WS-DELTA-SHARES * SY-MULT(WS-RB) * WS-COMMISSION-PCT
           IF SY-POSITION(WS-RB) = 1
               COMPUTE WS-NET-PNL =
                   ((WS-EXIT-PRICE - SY-ENTRY-PRICE(WS-RB))
                    * WS-DELTA-SHARES * SY-MULT(WS-RB))
                   - WS-COMMISSION-AMT
           ELSE
               COMPUTE WS-NET-PNL =
                   ((SY-ENTRY-PRICE(WS-RB) - WS-EXIT-PRICE)
                    * WS-DELTA-SHARES * SY-MULT(WS-RB))
                   - WS-COMMISSION-AMT
           END-IF
           ADD WS-NET-PNL TO WS-CAPITAL
           SUBTRACT WS-DELTA-SHARES FROM SY-SHARES(WS-RB)
           ADD 1 TO WS-TRADE-COUNT
       6000-REPORTAR-RESULTADOS.
           DISPLAY WS-CAPITAL " " WS-TRADE-COUNT " " WS-WIN-COUNT " "
               WS-MAX-DRAWDOWN-PCT
           IF WS-SUSP-BLOCKED > 0
               DISPLAY "[SUSPENSION] " WS-SUSP-BLOCKED
                   " ejecuciones bloqueadas por suspensión o límite"
           END-IF
           IF WS-DELIST-CLOSES > 0
               DISPLAY "[BAJA] " WS-DELIST-CLOSES
                   " posición(es) cerradas por baja de cotización,"
                   " no por estrategia (tipo DELST en el ledger)"
           END-IF
           IF WS-MRG-CALLS > 0
               DISPLAY "[MARGEN] " WS-MRG-CALLS " llamado(s) de "
                   "margen, " WS-MRG-LIQS " liquidación(es) forzada(s)"
           END-IF
           IF WS-BH-ON
               PERFORM 6500-REPORTAR-COBERTURA
           END-IF
           EXIT.

      * Cubierto contra sin cubrir, lado a lado: el retorno total
      * sobre el capital inicial y el drawdown máximo de cada curva.
       6500-REPORTAR-COBERTURA.
           COMPUTE WS-BH-PNL = WS-BH-REALIZED - WS-BH-CARRY
           COMPUTE WS-BH-UNHEDGED = WS-CAPITAL - WS-BH-PNL
           COMPUTE WS-BH-NUMER = WS-CAPITAL - WS-STARTING-CAPITAL
           COMPUTE WS-BH-RET-HEDGED ROUNDED =
               100 * WS-BH-NUMER / WS-STARTING-CAPITAL
           COMPUTE WS-BH-NUMER = WS-BH-UNHEDGED - WS-STARTING-CAPITAL
           COMPUTE WS-BH-RET-UNHEDGED ROUNDED =
               100 * WS-BH-NUMER / WS-STARTING-CAPITAL
           MOVE WS-BH-RET-HEDGED TO WS-BH-PCT-ED
           MOVE WS-MAX-DRAWDOWN-PCT TO WS-BH-DD-ED
           DISPLAY "[BETA]            RETORNO%  DD MAX%"
           DISPLAY "[BETA] cubierto   " WS-BH-PCT-ED "   " WS-BH-DD-ED
           MOVE WS-BH-RET-UNHEDGED TO WS-BH-PCT-ED
           MOVE WS-BH-UH-MAX-DD TO WS-BH-DD-ED
           DISPLAY "[BETA] sin cubrir " WS-BH-PCT-ED "   " WS-BH-DD-ED
           MOVE WS-BH-PNL TO WS-BH-AMT-ED
           DISPLAY "[BETA] " WS-BH-TRADES " ajuste(s) en "
               FUNCTION TRIM(WS-BH-SYMBOL) ", P&L de la cobertura "
               FUNCTION TRIM(WS-BH-AMT-ED)
           MOVE WS-BH-COST TO WS-BH-AMT-ED
           DISPLAY "[BETA] costo de ejecución "
               FUNCTION TRIM(WS-BH-AMT-ED)
           MOVE WS-BH-CARRY TO WS-BH-AMT-ED
           DISPLAY "[BETA] acarreo " FUNCTION TRIM(WS-BH-AMT-ED)
           EXIT.

       GRABAR-AUDITORIA.
