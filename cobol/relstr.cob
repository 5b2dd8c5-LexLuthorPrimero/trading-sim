       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSTR.
      * Indicador: Fuerza relativa contra referencia y sector
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Lee las series OHLCV fechadas de todos los símbolos del
      * archivo de control de MASTERBATCH (columna final del
      * renglón) y divide el cierre de cada uno por dos series:
      *   - la referencia del mercado (BENCH=, una serie OHLCV), y
      *   - su sector de igual peso, armado con los símbolos del
      *     lote que comparten SYM-SECTOR en symbol_master.dat: el
      *     índice arranca en 100 y encadena, día por día, el
      *     promedio simple de los retornos de sus miembros.
      * Las dos líneas de fuerza relativa se rebasan a 100 en la
      * primera fecha común; la pendiente es la variación en % de
      * la línea en las últimas SLOPE= ruedas, y el percentil es la
      * posición de esa pendiente entre todos los símbolos del lote
      * con pendiente ese día (100 = el más fuerte). Las fechas son
      * las de la referencia: una barra del símbolo en una fecha que
      * la referencia no tiene queda afuera.
      * Salida por símbolo en relstr_output_<SIM>.dat, una línea
      * fechada por barra, y las mismas líneas en el almacén de
      * indicadores (indicator_store.dat, indicador RELSTR, con la
      * fila vigente bajo la fecha centinela 99999999), de donde
      * SCREENER y ROTATE toman el percentil para ordenar (SORT=).
      * Un símbolo sin fila en el maestro, o sin maestro, queda sin
      * línea de sector (columnas en blanco).
      * Parámetros: archivo de control (omisión batch_control.dat),
      *   BENCH=ruta  serie OHLCV de referencia
      *               (omisión benchmark_ohlcv.dat)
      *   SLOPE=n     ruedas de la pendiente (20)
      *   CHECK       prevuelo: valida las series sin escribir nada
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT RELSTR-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT STORE-FILE ASSIGN TO "indicator_store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS WS-STORE-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH (el registro se
      * declara completo: un registro más corto que la línea hace
      * que el resto de la línea vuelva como registros fantasma).
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 CTL-PRICES-PATH  PIC X(200).
           05 FILLER           PIC X.
           05 CTL-HLC-PATH     PIC X(200).
           05 FILLER           PIC X.
           05 CTL-RSI-PERIOD   PIC X(3).
           05 FILLER           PIC X.
           05 CTL-BOLL-MULT    PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CAPITAL      PIC X(12).
           05 FILLER           PIC X.
           05 CTL-STOP         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-TARGET      PIC X(5).
           05 FILLER           PIC X.
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
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
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT: de aquí
      * sale el sector de cada símbolo.
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
      * Una línea por barra del símbolo: fecha, línea de fuerza
      * relativa contra la referencia, su pendiente en % y su
      * percentil en el universo; lo mismo contra el sector, y el
      * sector. Las columnas sin dato todavía (pendiente antes de
      * SLOPE= ruedas, sector desconocido) van en blanco.
       FD  RELSTR-OUT-FILE.
       01  RELSTR-OUT-RECORD.
           05 RS-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 RS-LINE-BENCH    PIC 9(5)V9(4).
           05 FILLER           PIC X.
           05 RS-SLOPE-BENCH   PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 RS-PCT-BENCH     PIC 9(3).
           05 FILLER           PIC X.
           05 RS-LINE-SECTOR   PIC 9(5)V9(4).
           05 FILLER           PIC X.
           05 RS-SLOPE-SECTOR  PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 RS-PCT-SECTOR    PIC 9(3).
           05 FILLER           PIC X.
           05 RS-SECTOR        PIC X(8).
      * Mismo formato que STORE-RECORD de IWLOAD.
       FD  STORE-FILE.
       01  STORE-RECORD.
           05 IW-KEY.
              10 IW-SYMBOL     PIC X(10).
              10 IW-DATE       PIC 9(8).
              10 IW-INDICATOR  PIC X(10).
           05 FILLER          PIC X.
           05 IW-LINE         PIC X(80).
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
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "RELSTR".
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
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-SYMMASTER-FS   PIC XX.
           88  WS-SYMMASTER-OK   VALUE "00".
       01  WS-SYMVAL-FLAG    PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON  VALUE "Y".
       01  WS-OUT-FS         PIC XX.
       01  WS-STORE-FS       PIC XX.
           88  WS-STORE-OK   VALUE "00".
           88  WS-STORE-DUP  VALUE "22".
           88  WS-STORE-NEW  VALUE "35".
       01  WS-STORE-ON       PIC X(1) VALUE "N".
       01  WS-CONTROL-PATH   PIC X(200).
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-BENCH-PATH     PIC X(200).
       01  WS-OUT-PATH       PIC X(200).
      * Serie en proceso (referencia primero, después cada símbolo).
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
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP    PIC S9(12) COMP-3.
      * La referencia: sus fechas son el eje de todas las series.
       01  WS-BENCH-TABLE.
           05 WS-BENCH-ENTRY OCCURS 5000 TIMES.
              10 BN-DATE         PIC X(8).
              10 BN-CLOSE        PIC 9(7)V9(4) COMP-3.
       01  WS-BN-COUNT       PIC 9(4) COMP VALUE 0.
      * El universo: por símbolo, su sector, el cierre alineado a
      * las fechas de la referencia (cero = sin barra ese día) y
      * las dos pendientes con su marca de disponible.
       01  WS-UNI-TABLE.
           05 WS-UNI-ENTRY OCCURS 50 TIMES.
              10 UN-SYMBOL       PIC X(10).
              10 UN-SECTOR       PIC X(8).
              10 UN-SEC-IDX      PIC 9(2) COMP.
              10 UN-DAY OCCURS 5000 TIMES.
                 15 UN-CLOSE     PIC 9(7)V9(4) COMP-3.
                 15 UN-SLOPE-B   PIC S9(5)V99 COMP-3.
                 15 UN-SLOPE-S   PIC S9(5)V99 COMP-3.
                 15 UN-HAS-B     PIC X(1).
                 15 UN-HAS-S     PIC X(1).
       01  WS-UNI-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SYMS       PIC 9(2) COMP VALUE 50.
      * Índices sectoriales de igual peso sobre las mismas fechas
      * (cero = el sector todavía no tiene barras).
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 50 TIMES.
              10 SE-NAME         PIC X(8).
              10 SE-MEMBERS      PIC 9(2) COMP.
              10 SE-INDEX OCCURS 5000 TIMES
                                 PIC 9(9)V9(6) COMP-3.
       01  WS-SEC-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-S              PIC 9(2) COMP.
       01  WS-T              PIC 9(2) COMP.
       01  WS-K              PIC 9(2) COMP.
       01  WS-D              PIC 9(4) COMP.
       01  WS-DB             PIC 9(4) COMP.
       01  WS-DS             PIC 9(4) COMP.
       01  WS-I              PIC 9(4) COMP.
       01  WS-SLOPE-BARS     PIC 9(4) COMP VALUE 20.
       01  WS-RET-SUM        PIC 9(5)V9(8) COMP-3.
       01  WS-RET-COUNT      PIC 9(2) COMP.
       01  WS-SLOPE          PIC S9(7)V9(4) COMP-3.
       01  WS-RS-LINE        PIC 9(7)V9(4) COMP-3.
       01  WS-BELOW          PIC 9(2) COMP.
       01  WS-EQUAL          PIC 9(2) COMP.
       01  WS-PEERS          PIC 9(2) COMP.
       01  WS-PCT            PIC 9(3) COMP.
       01  WS-PCT-MODE       PIC X(1).
       01  WS-LAST-LINE      PIC X(80).
       01  WS-ROW-DATE       PIC 9(8).
       01  WS-SYM-ROWS       PIC 9(4) COMP.
       01  WS-SYM-USED       PIC 9(4) COMP VALUE 0.
       01  WS-SYM-SKIPPED    PIC 9(4) COMP VALUE 0.
       01  WS-BAR-REJECTS    PIC 9(4) COMP VALUE 0.
       01  WS-OFF-AXIS       PIC 9(4) COMP VALUE 0.
       01  WS-UPSERT-COUNT   PIC 9(7) COMP VALUE 0.
       01  WS-CHECK-FLAG     PIC X(1) VALUE "N".
           88  WS-CHECK-ON   VALUE "Y".
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa RELSTR iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1100-CARGAR-REFERENCIA
           IF WS-EXIT-CODE NOT = 0
               DISPLAY "ERROR: serie de referencia ilegible: "
                   FUNCTION TRIM(WS-BENCH-PATH)
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "ERROR: archivo de control ilegible FS="
                   WS-CONTROL-STATUS
               MOVE 1 TO WS-EXIT-CODE
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2500-PROCESAR-SIMBOLO
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
           IF WS-SYM-USED = 0
               DISPLAY "WARNING: ningún símbolo con serie OHLCV en "
                   FUNCTION TRIM(WS-CONTROL-PATH)
                   ", nada que comparar"
               MOVE "OK  " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-CONSTRUIR-SECTORES
           PERFORM 3500-CALCULAR-PENDIENTES
           PERFORM 3900-ABRIR-ALMACEN
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-UNI-COUNT
               PERFORM 4000-GRABAR-SIMBOLO
           END-PERFORM
           IF WS-STORE-ON = "Y"
               CLOSE STORE-FILE
           END-IF
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-SYM-USED
               " símbolos, " WS-SEC-COUNT " sectores, "
               WS-UPSERT-COUNT " lecturas al almacén, "
               WS-OFF-AXIS " barras fuera de las fechas de referencia"
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-SYM-USED TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           MOVE "benchmark_ohlcv.dat" TO WS-BENCH-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "CHECK"
                       SET WS-CHECK-ON TO TRUE
                   WHEN WS-ARG1(1:6) = "BENCH="
                       MOVE WS-ARG1(7:) TO WS-BENCH-PATH
                   WHEN WS-ARG1(1:6) = "SLOPE="
                       MOVE "SLOPE" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
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
           MOVE "SLOPE" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
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
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 1
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 1000))
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
           COMPUTE WS-SLOPE-BARS = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La referencia se carga con el mismo copybook que los
      * símbolos y se pasa a su propia tabla.
       1100-CARGAR-REFERENCIA.
           MOVE WS-BENCH-PATH TO WS-PRICES-PATH
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE WS-OHLCV-DATE(WS-I) TO BN-DATE(WS-I)
               MOVE WS-OHLCV-CLOSE(WS-I) TO BN-CLOSE(WS-I)
           END-PERFORM
           MOVE WS-COUNT TO WS-BN-COUNT
           DISPLAY "[DEBUG] 1100-CARGAR-REFERENCIA - " WS-BN-COUNT
               " fechas de " FUNCTION TRIM(WS-BENCH-PATH)
           EXIT.

       1200-ABRIR-MAESTRO-SIMBOLOS.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: maestro de símbolos ausente FS="
                   WS-SYMMASTER-FS ", sin líneas de sector"
           END-IF
           EXIT.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Un renglón sin columna OHLCV, o con una serie ilegible o
      * vacía, deja al símbolo fuera de la comparación con aviso; el
      * resto del universo sigue.
       2500-PROCESAR-SIMBOLO.
           IF CTL-OHLCV-PATH = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " sin serie OHLCV en el renglón de control"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-UNI-COUNT >= WS-MAX-SYMS
               DISPLAY "WARNING: universo lleno, "
                   FUNCTION TRIM(CTL-SYMBOL) " omitido"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-OHLCV-PATH TO WS-PRICES-PATH
           MOVE 0 TO WS-EXIT-CODE
           PERFORM 2000-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " omitido, serie ilegible: "
                   FUNCTION TRIM(WS-PRICES-PATH)
               ADD 1 TO WS-SYM-SKIPPED
               MOVE 0 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYM-USED
           ADD WS-REJECT-COUNT TO WS-BAR-REJECTS
           ADD 1 TO WS-UNI-COUNT
           MOVE WS-UNI-COUNT TO WS-S
           MOVE FUNCTION TRIM(CTL-SYMBOL) TO UN-SYMBOL(WS-S)
           PERFORM 2600-UBICAR-SECTOR
           PERFORM 2700-ALINEAR-SERIE
           EXIT.

      * El sector del maestro; sin maestro, sin fila o con el sector
      * en blanco el símbolo queda sin sector (UN-SEC-IDX en cero).
       2600-UBICAR-SECTOR.
           MOVE SPACES TO UN-SECTOR(WS-S)
           MOVE 0 TO UN-SEC-IDX(WS-S)
           IF NOT WS-SYMVAL-ON
               EXIT PARAGRAPH
           END-IF
           MOVE UN-SYMBOL(WS-S) TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: " FUNCTION TRIM(UN-SYMBOL(WS-S))
                       " sin fila en el maestro, sin sector"
               NOT INVALID KEY
                   MOVE SYM-SECTOR TO UN-SECTOR(WS-S)
           END-READ
           IF UN-SECTOR(WS-S) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SEC-COUNT
                      OR SE-NAME(WS-K) = UN-SECTOR(WS-S)
               CONTINUE
           END-PERFORM
           IF WS-K > WS-SEC-COUNT
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-SEC-COUNT TO WS-K
               MOVE UN-SECTOR(WS-S) TO SE-NAME(WS-K)
               MOVE 0 TO SE-MEMBERS(WS-K)
           END-IF
           ADD 1 TO SE-MEMBERS(WS-K)
           MOVE WS-K TO UN-SEC-IDX(WS-S)
           EXIT.

      * Funde la serie del símbolo con las fechas de la referencia
      * (las dos en orden cronológico) con un cursor que avanza
      * junto a ambas.
       2700-ALINEAR-SERIE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-BN-COUNT
               MOVE 0 TO UN-CLOSE(WS-S, WS-D)
               MOVE 0 TO UN-SLOPE-B(WS-S, WS-D)
               MOVE 0 TO UN-SLOPE-S(WS-S, WS-D)
               MOVE "N" TO UN-HAS-B(WS-S, WS-D)
               MOVE "N" TO UN-HAS-S(WS-S, WS-D)
           END-PERFORM
           MOVE 1 TO WS-D
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-D > 1
                   IF WS-OHLCV-DATE(WS-I) < BN-DATE(WS-D - 1)
                       MOVE 1 TO WS-D
                   END-IF
               END-IF
               PERFORM UNTIL WS-D > WS-BN-COUNT
                          OR BN-DATE(WS-D) >= WS-OHLCV-DATE(WS-I)
                   ADD 1 TO WS-D
               END-PERFORM
               IF WS-D <= WS-BN-COUNT
                  AND BN-DATE(WS-D) = WS-OHLCV-DATE(WS-I)
                   MOVE WS-OHLCV-CLOSE(WS-I) TO UN-CLOSE(WS-S, WS-D)
                   ADD 1 TO WS-D
               ELSE
                   ADD 1 TO WS-OFF-AXIS
               END-IF
           END-PERFORM
           EXIT.

      * Índice de igual peso por sector: arranca en 100 el primer
      * día con alguna barra de sus miembros y después encadena el
      * promedio simple de cierre/cierre previo de los miembros con
      * barra ambos días; un día sin ninguno repite el nivel.
       3000-CONSTRUIR-SECTORES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SEC-COUNT
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-BN-COUNT
                   PERFORM 3100-NIVEL-SECTOR
               END-PERFORM
           END-PERFORM
           EXIT.

       3100-NIVEL-SECTOR.
           MOVE 0 TO SE-INDEX(WS-K, WS-D)
           MOVE 0 TO WS-RET-SUM
           MOVE 0 TO WS-RET-COUNT
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-UNI-COUNT
               IF UN-SEC-IDX(WS-S) = WS-K
                  AND UN-CLOSE(WS-S, WS-D) > 0
                   IF WS-D = 1
                       ADD 1 TO WS-RET-COUNT
                   ELSE
                       IF UN-CLOSE(WS-S, WS-D - 1) > 0
                           ADD 1 TO WS-RET-COUNT
                           COMPUTE WS-RET-SUM ROUNDED = WS-RET-SUM
                               + UN-CLOSE(WS-S, WS-D)
                               / UN-CLOSE(WS-S, WS-D - 1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-D = 1
               IF WS-RET-COUNT > 0
                   MOVE 100 TO SE-INDEX(WS-K, WS-D)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SE-INDEX(WS-K, WS-D - 1) = 0
      *        Primer día del sector: algún miembro con barra.
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-UNI-COUNT
                   IF UN-SEC-IDX(WS-S) = WS-K
                      AND UN-CLOSE(WS-S, WS-D) > 0
                       MOVE 100 TO SE-INDEX(WS-K, WS-D)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-COUNT = 0
               MOVE SE-INDEX(WS-K, WS-D - 1) TO SE-INDEX(WS-K, WS-D)
           ELSE
               COMPUTE SE-INDEX(WS-K, WS-D) ROUNDED =
                   SE-INDEX(WS-K, WS-D - 1) * WS-RET-SUM
                   / WS-RET-COUNT
           END-IF
           EXIT.

      * La pendiente es la variación de la línea en las últimas
      * SLOPE= ruedas; como la línea es un cociente, no depende de
      * la fecha base:
      *   (cierre / cierre hace n) / (ref / ref hace n) - 1, en %.
       3500-CALCULAR-PENDIENTES.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-UNI-COUNT
               MOVE UN-SEC-IDX(WS-S) TO WS-K
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-BN-COUNT
                   IF WS-D > WS-SLOPE-BARS
                       COMPUTE WS-I = WS-D - WS-SLOPE-BARS
                       PERFORM 3600-PENDIENTE-DIA
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       3600-PENDIENTE-DIA.
           IF UN-CLOSE(WS-S, WS-D) = 0
              OR UN-CLOSE(WS-S, WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOPE ROUNDED =
               (UN-CLOSE(WS-S, WS-D) * BN-CLOSE(WS-I)
               / (UN-CLOSE(WS-S, WS-I) * BN-CLOSE(WS-D)) - 1) * 100
           PERFORM 3700-ACOTAR-PENDIENTE
           MOVE WS-SLOPE TO UN-SLOPE-B(WS-S, WS-D)
           MOVE "Y" TO UN-HAS-B(WS-S, WS-D)
           IF WS-K = 0
               EXIT PARAGRAPH
           END-IF
           IF SE-INDEX(WS-K, WS-D) = 0
              OR SE-INDEX(WS-K, WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOPE ROUNDED =
               (UN-CLOSE(WS-S, WS-D) * SE-INDEX(WS-K, WS-I)
               / (UN-CLOSE(WS-S, WS-I) * SE-INDEX(WS-K, WS-D)) - 1)
               * 100
           PERFORM 3700-ACOTAR-PENDIENTE
           MOVE WS-SLOPE TO UN-SLOPE-S(WS-S, WS-D)
           MOVE "Y" TO UN-HAS-S(WS-S, WS-D)
           EXIT.

      * La columna de salida admite cuatro enteros.
       3700-ACOTAR-PENDIENTE.
           IF WS-SLOPE > 9999.99
               MOVE 9999.99 TO WS-SLOPE
           END-IF
           IF WS-SLOPE < -9999.99
               MOVE -9999.99 TO WS-SLOPE
           END-IF
           EXIT.

      * Sin almacén abrible las salidas planas se escriben igual;
      * SCREENER cae a la última línea de relstr_output_<SIM>.dat.
       3900-ABRIR-ALMACEN.
           OPEN I-O STORE-FILE
           IF WS-STORE-NEW
               OPEN OUTPUT STORE-FILE
               CLOSE STORE-FILE
               OPEN I-O STORE-FILE
           END-IF
           IF WS-STORE-OK
               MOVE "Y" TO WS-STORE-ON
           ELSE
               DISPLAY "WARNING: almacén ilegible FS=" WS-STORE-FS
                   ", solo salidas planas"
           END-IF
           EXIT.

      * Las dos líneas se rebasan a 100 en la primera fecha en que
      * el símbolo y su divisor tienen dato (WS-DB y WS-DS).
       4000-GRABAR-SIMBOLO.
           MOVE SPACES TO WS-OUT-PATH
           STRING "relstr_output_" FUNCTION TRIM(UN-SYMBOL(WS-S))
               ".dat" DELIMITED BY SIZE INTO WS-OUT-PATH
           OPEN OUTPUT RELSTR-OUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-OUT-PATH)
                   " no escribible FS=" WS-OUT-FS
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE UN-SEC-IDX(WS-S) TO WS-K
           MOVE 0 TO WS-DB
           MOVE 0 TO WS-DS
           MOVE 0 TO WS-SYM-ROWS
           MOVE SPACES TO WS-LAST-LINE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-BN-COUNT
               IF UN-CLOSE(WS-S, WS-D) > 0
                   PERFORM 4100-GRABAR-LINEA
               END-IF
           END-PERFORM
           CLOSE RELSTR-OUT-FILE
      * La fila vigente bajo la fecha centinela: la lectura con
      * clave de SCREENER y ROTATE.
           IF WS-SYM-ROWS > 0 AND WS-STORE-ON = "Y"
               MOVE 99999999 TO WS-ROW-DATE
               PERFORM 4300-UPSERT-LECTURA
           END-IF
           DISPLAY "[RELSTR] " UN-SYMBOL(WS-S) " " UN-SECTOR(WS-S)
               " " WS-LAST-LINE
           EXIT.

       4100-GRABAR-LINEA.
           MOVE SPACES TO RELSTR-OUT-RECORD
           MOVE BN-DATE(WS-D) TO RS-DATE
           IF WS-DB = 0
               MOVE WS-D TO WS-DB
           END-IF
           COMPUTE WS-RS-LINE ROUNDED =
               UN-CLOSE(WS-S, WS-D) * BN-CLOSE(WS-DB) * 100
               / (UN-CLOSE(WS-S, WS-DB) * BN-CLOSE(WS-D))
           MOVE WS-RS-LINE TO RS-LINE-BENCH
           IF UN-HAS-B(WS-S, WS-D) = "Y"
               MOVE UN-SLOPE-B(WS-S, WS-D) TO RS-SLOPE-BENCH
               MOVE "B" TO WS-PCT-MODE
               PERFORM 4200-PERCENTIL
               IF WS-PEERS > 0
                   MOVE WS-PCT TO RS-PCT-BENCH
               END-IF
           END-IF
           IF WS-K > 0
               MOVE SE-NAME(WS-K) TO RS-SECTOR
               IF SE-INDEX(WS-K, WS-D) > 0
                   IF WS-DS = 0
                       MOVE WS-D TO WS-DS
                   END-IF
                   COMPUTE WS-RS-LINE ROUNDED =
                       UN-CLOSE(WS-S, WS-D) * SE-INDEX(WS-K, WS-DS)
                       * 100 / (UN-CLOSE(WS-S, WS-DS)
                       * SE-INDEX(WS-K, WS-D))
                   MOVE WS-RS-LINE TO RS-LINE-SECTOR
               END-IF
               IF UN-HAS-S(WS-S, WS-D) = "Y"
                   MOVE UN-SLOPE-S(WS-S, WS-D) TO RS-SLOPE-SECTOR
                   MOVE "S" TO WS-PCT-MODE
                   PERFORM 4200-PERCENTIL
                   IF WS-PEERS > 0
                       MOVE WS-PCT TO RS-PCT-SECTOR
                   END-IF
               END-IF
           END-IF
           WRITE RELSTR-OUT-RECORD
           ADD 1 TO WS-SYM-ROWS
           MOVE RELSTR-OUT-RECORD TO WS-LAST-LINE
           IF WS-STORE-ON = "Y"
               MOVE RS-DATE TO WS-ROW-DATE
               PERFORM 4300-UPSERT-LECTURA
           END-IF
           EXIT.

      * Percentil de la pendiente del símbolo entre los demás del
      * universo con pendiente ese día: los que quedan abajo más
      * medio empate, sobre la cantidad de pares (sin pares no hay
      * percentil y la columna queda en blanco).
       4200-PERCENTIL.
           MOVE 0 TO WS-BELOW
           MOVE 0 TO WS-EQUAL
           MOVE 0 TO WS-PEERS
           MOVE 0 TO WS-PCT
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-UNI-COUNT
               IF WS-T NOT = WS-S
                   IF WS-PCT-MODE = "B"
                       IF UN-HAS-B(WS-T, WS-D) = "Y"
                           ADD 1 TO WS-PEERS
                           EVALUATE TRUE
                               WHEN UN-SLOPE-B(WS-T, WS-D) <
                                    UN-SLOPE-B(WS-S, WS-D)
                                   ADD 1 TO WS-BELOW
                               WHEN UN-SLOPE-B(WS-T, WS-D) =
                                    UN-SLOPE-B(WS-S, WS-D)
                                   ADD 1 TO WS-EQUAL
                           END-EVALUATE
                       END-IF
                   ELSE
                       IF UN-HAS-S(WS-T, WS-D) = "Y"
                           ADD 1 TO WS-PEERS
                           EVALUATE TRUE
                               WHEN UN-SLOPE-S(WS-T, WS-D) <
                                    UN-SLOPE-S(WS-S, WS-D)
                                   ADD 1 TO WS-BELOW
                               WHEN UN-SLOPE-S(WS-T, WS-D) =
                                    UN-SLOPE-S(WS-S, WS-D)
                                   ADD 1 TO WS-EQUAL
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEERS > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-BELOW + WS-EQUAL / 2) * 100 / WS-PEERS
           END-IF
           EXIT.

       4300-UPSERT-LECTURA.
           MOVE SPACES TO STORE-RECORD
           MOVE UN-SYMBOL(WS-S) TO IW-SYMBOL
           MOVE WS-ROW-DATE TO IW-DATE
           MOVE "RELSTR" TO IW-INDICATOR
           MOVE WS-LAST-LINE TO IW-LINE
           WRITE STORE-RECORD
           IF WS-STORE-DUP
               REWRITE STORE-RECORD
           END-IF
           IF WS-STORE-OK
               ADD 1 TO WS-UPSERT-COUNT
           ELSE
               ADD 1 TO WS-BAR-REJECTS
           END-IF
           EXIT.

      * El prevuelo termina aquí: GO con la referencia y al menos
      * una serie de símbolo legibles.
       0500-MODO-CHECK.
           IF WS-SYM-USED = 0
               DISPLAY "[CHECK] RELSTR NO-GO: ninguna serie OHLCV "
                   "legible (" WS-SYM-SKIPPED " omitidos)"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               DISPLAY "[CHECK] RELSTR GO - " WS-SYM-USED
                   " símbolos, " WS-SEC-COUNT " sectores, "
                   WS-BN-COUNT " fechas de referencia, "
                   WS-BAR-REJECTS " barras rechazadas"
           END-IF
           MOVE "CHK " TO WS-AUDIT-STATUS
           MOVE WS-SYM-USED TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

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
