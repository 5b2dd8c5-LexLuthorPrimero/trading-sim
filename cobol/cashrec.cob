      * Categorías del archivo del broker: XFER, INT, DIV, FEE,
      * TRADE (TRADE no se concilia fila a fila: es el flujo bruto
      * de compras y ventas, que nuestro modelo no separa).
      * Con BROKERS cada broker de la tabla de ruteo
      * (broker_routes.dat, WS-ROUTE-LOAD) manda su estado en
      * broker_cash_<broker>.dat; los movimientos de todos se suman
      * por fecha contra nuestro lado, que es uno solo para la firma
      * (la curva y el ledger no se abren por broker). Cada quiebre
      * lleva el broker que movió esa categoría ese día, VARIOS si
      * fueron más de uno, o blanco si ninguno; el estado de un
      * broker que no llegó es un quiebre NOFILE de ese broker, y el
      * cierre da los totales por broker además de los de la firma.
      * Uso: CASHREC [TOL=n] [BROKERS] [caja [curva [ledger]]]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "broker_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.
           SELECT BREAKS-FILE ASSIGN TO "cashrec_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKS-FS.
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
      * Movimiento de caja del broker: fecha, categoría y monto con
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que ROUTE-RECORD de APPROVE.
       FD  ROUTE-FILE.
       01  ROUTE-RECORD.
           05 RO-BROKER       PIC X(8).
           05 FILLER          PIC X.
           05 RO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 RO-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 RO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 RO-BORROW       PIC X(1).
      * Un quiebre por categoría y fecha: lo nuestro, lo del broker,
      * la diferencia y, con BROKERS, qué broker la movió.
       FD  BREAKS-FILE.
       01  BREAK-RECORD.
           05 CRK-CATEGORY    PIC X(8).
           05 CRK-BROKER      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 CRK-DIFF        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 CRK-BRK-ID      PIC X(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "CASHREC".
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
       01  WS-CASH-FS         PIC XX.
           88  WS-CASH-OK         VALUE "00".
           88  WS-CASH-EOF        VALUE "10".
              10 DY-BRK-INT      PIC S9(9)V99 COMP-3.
              10 DY-BRK-DIV      PIC S9(9)V99 COMP-3.
              10 DY-BRK-FEE      PIC S9(9)V99 COMP-3.
      * Qué broker movió cada categoría ese día (renglón en
      * WS-BRK-ENTRY; 0 ninguno, 99 más de uno).
              10 DY-WHO          OCCURS 4 TIMES PIC 9(2) COMP.
       01  WS-DAY-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DAYS        PIC 9(4) COMP VALUE 5000.
       01  WS-DAY-HIT        PIC 9(4) COMP.
       01  WS-C               PIC 9(1) COMP.
       01  WS-OURS            PIC S9(9)V99 COMP-3.
       01  WS-BROKER          PIC S9(9)V99 COMP-3.
      * Estados por broker (BROKERS): la tabla de ruteo con los
      * acumulados de cada broker, y el broker del archivo en curso.
       01  WS-ALL-FLAG        PIC X(1) VALUE "N".
           88  WS-ALL-BROKERS VALUE "Y".
       01  WS-BRK-NAME        PIC X(8) VALUE SPACES.
       01  WS-CUR-BRK         PIC 9(2) COMP VALUE 0.
       01  WS-ROUTE-FS        PIC XX.
           88  WS-ROUTE-OK    VALUE "00".
           88  WS-ROUTE-EOF   VALUE "10".
       01  WS-ROUTE-FLAG      PIC X(1) VALUE "N".
           88  WS-ROUTE-ON    VALUE "Y".
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 100 TIMES.
              10 RUT-BROKER      PIC X(8).
              10 RUT-SYMBOL      PIC X(10).
              10 RUT-EXCHANGE    PIC X(8).
              10 RUT-SIDE        PIC X(4).
              10 RUT-BORROW      PIC X(1).
              10 RUT-BRK         PIC 9(2) COMP.
       01  WS-ROUTE-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-MAX-ROUTES      PIC 9(3) COMP VALUE 100.
       01  WS-ROUTE-REJECTS   PIC 9(3) COMP VALUE 0.
       01  WS-ROUTE-DEFAULT   PIC 9(3) COMP VALUE 0.
       01  WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 10 TIMES.
              10 BRT-ID          PIC X(8).
              10 BRT-ROWS        PIC 9(5) COMP.
              10 BRT-BREAKS      PIC 9(4) COMP.
              10 BRT-NOFILE      PIC X(1).
              10 BRT-AMT         OCCURS 4 TIMES
                                 PIC S9(9)V99 COMP-3.
       01  WS-BRK-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BROKERS     PIC 9(2) COMP VALUE 10.
       01  WS-BRK-I           PIC 9(2) COMP.
       01  WS-BRK-HIT         PIC 9(2) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-CURVA
           PERFORM 2500-CARGAR-COMISIONES
           IF WS-ALL-BROKERS
               PERFORM 3500-CARGAR-BROKERS
           ELSE
               PERFORM 3000-CARGAR-BROKER
           END-IF
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
           END-IF
           OPEN OUTPUT BREAKS-FILE
           PERFORM 4000-COTEJAR-POR-DIA
           IF WS-ALL-BROKERS
               PERFORM 4500-QUIEBRES-SIN-ESTADO
           END-IF
           CLOSE BREAKS-FILE
           PERFORM 5000-RESUMIR
           IF WS-ALL-BROKERS
               PERFORM 5100-RESUMIR-BROKERS
           END-IF
           IF WS-BREAK-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           MOVE "equity_curve.dat" TO WS-EQUITY-PATH
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               IF WS-ARG1(1:4) = "TOL="
                   MOVE "TOL" TO WS-PARM-KEY
                   MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                   PERFORM ANOTAR-PARM
               ELSE
                 IF WS-ARG1 = "BROKERS"
                   SET WS-ALL-BROKERS TO TRUE
                 ELSE
                   ADD 1 TO WS-FILTERED-ARGC
                   EVALUATE WS-FILTERED-ARGC
                       WHEN 1
                       WHEN OTHER
                           MOVE WS-ARG1 TO WS-LEDGER-PATH
                   END-EVALUATE
                 END-IF
               END-IF
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "TOL" TO PRM-NAME(1)
           MOVE "0.01" TO PRM-DEFAULT(1)
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
      * TOL=0 es válido (cuadre exacto).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 1)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999999)
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
           COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       1100-UBICAR-DIA.
           MOVE 0 TO WS-DAY-HIT
           PERFORM VARYING WS-D FROM WS-DAY-COUNT BY -1
               MOVE 0 TO DY-BRK-INT(WS-DAY-HIT)
               MOVE 0 TO DY-BRK-DIV(WS-DAY-HIT)
               MOVE 0 TO DY-BRK-FEE(WS-DAY-HIT)
               MOVE 0 TO DY-WHO(WS-DAY-HIT, 1)
               MOVE 0 TO DY-WHO(WS-DAY-HIT, 2)
               MOVE 0 TO DY-WHO(WS-DAY-HIT, 3)
               MOVE 0 TO DY-WHO(WS-DAY-HIT, 4)
           END-IF
           EXIT.


       3000-CARGAR-BROKER.
           OPEN INPUT CASH-FILE
           IF NOT WS-CASH-OK AND WS-ALL-BROKERS
               DISPLAY "WARNING: estado de caja "
                   FUNCTION TRIM(WS-CASH-PATH) " ilegible FS="
                   WS-CASH-FS
               MOVE "Y" TO BRT-NOFILE(WS-CUR-BRK)
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CASH-OK
               DISPLAY "ERROR: estado de caja del broker ilegible "
                   "FS=" WS-CASH-FS
               " movimientos del broker cargados"
           EXIT.

      * Con BROKERS, el estado de cada broker de la tabla de ruteo,
      * todos sobre la misma tabla de días.
       3500-CARGAR-BROKERS.
           INITIALIZE WS-BRK-TABLE
           PERFORM CARGAR-RUTAS
           IF NOT WS-ROUTE-ON
               DISPLAY "ERROR: BROKERS sin tabla de ruteo utilizable"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                   UNTIL WS-CUR-BRK > WS-BRK-COUNT
               MOVE BRT-ID(WS-CUR-BRK) TO WS-BRK-NAME
               MOVE SPACES TO WS-CASH-PATH
               STRING "broker_cash_" DELIMITED BY SIZE
                   WS-BRK-NAME DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-CASH-PATH
               PERFORM 3000-CARGAR-BROKER
           END-PERFORM
           MOVE 0 TO WS-CUR-BRK
           EXIT.

       3100-ACUMULAR-MOVIMIENTO.
           IF CB-DATE NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(CB-AMOUNT-RAW) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           IF WS-CUR-BRK > 0
               ADD 1 TO BRT-ROWS(WS-CUR-BRK)
           END-IF
           COMPUTE WS-AMOUNT ROUNDED =
               FUNCTION NUMVAL(CB-AMOUNT-RAW)
           MOVE CB-DATE TO WS-WORK-DATE
           IF WS-DAY-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-C
           EVALUATE FUNCTION TRIM(CB-CATEGORY)
               WHEN "XFER"
                   ADD WS-AMOUNT TO DY-BRK-XFER(WS-DAY-HIT)
                   MOVE 1 TO WS-C
               WHEN "INT"
                   ADD WS-AMOUNT TO DY-BRK-INT(WS-DAY-HIT)
                   MOVE 2 TO WS-C
               WHEN "DIV"
                   ADD WS-AMOUNT TO DY-BRK-DIV(WS-DAY-HIT)
                   MOVE 3 TO WS-C
               WHEN "FEE"
                   ADD WS-AMOUNT TO DY-BRK-FEE(WS-DAY-HIT)
                   MOVE 4 TO WS-C
               WHEN "TRADE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: categoría desconocida "
                       CB-CATEGORY " descartada"
           END-EVALUATE
           IF WS-C > 0 AND WS-CUR-BRK > 0
               PERFORM 3200-ANOTAR-BROKER
           END-IF
           EXIT.

      * El movimiento suma al broker del archivo en curso y deja
      * dicho quién movió esa categoría ese día.
       3200-ANOTAR-BROKER.
           ADD WS-AMOUNT TO BRT-AMT(WS-CUR-BRK, WS-C)
           EVALUATE TRUE
               WHEN DY-WHO(WS-DAY-HIT, WS-C) = 0
                   MOVE WS-CUR-BRK TO DY-WHO(WS-DAY-HIT, WS-C)
               WHEN DY-WHO(WS-DAY-HIT, WS-C) NOT = WS-CUR-BRK
                   MOVE 99 TO DY-WHO(WS-DAY-HIT, WS-C)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       4000-COTEJAR-POR-DIA.
               MOVE WS-OURS TO CRK-OURS
               MOVE WS-BROKER TO CRK-BROKER
               MOVE WS-DIFF TO CRK-DIFF
               MOVE DY-WHO(WS-D, WS-C) TO WS-BRK-I
               EVALUATE TRUE
                   WHEN WS-BRK-I = 99
                       MOVE "VARIOS" TO CRK-BRK-ID
                   WHEN WS-BRK-I > 0
                       MOVE BRT-ID(WS-BRK-I) TO CRK-BRK-ID
                       ADD 1 TO BRT-BREAKS(WS-BRK-I)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE BREAK-RECORD
               DISPLAY "[QUIEBRE] " WS-CAT-NAME(WS-C) " "
                   DY-DATE(WS-D) " nuestro=" WS-OURS
                   " broker=" WS-BROKER " " CRK-BRK-ID
           END-IF
           EXIT.

      * El estado de un broker que no llegó no se puede conciliar:
      * queda como quiebre NOFILE de ese broker.
       4500-QUIEBRES-SIN-ESTADO.
           PERFORM VARYING WS-BRK-I FROM 1 BY 1
                   UNTIL WS-BRK-I > WS-BRK-COUNT
               IF BRT-NOFILE(WS-BRK-I) = "Y"
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO BRT-BREAKS(WS-BRK-I)
                   MOVE SPACES TO BREAK-RECORD
                   MOVE "NOFILE" TO CRK-CATEGORY
                   MOVE 0 TO CRK-DATE
                   MOVE 0 TO CRK-OURS
                   MOVE 0 TO CRK-BROKER
                   MOVE 0 TO CRK-DIFF
                   MOVE BRT-ID(WS-BRK-I) TO CRK-BRK-ID
                   WRITE BREAK-RECORD
                   DISPLAY "[QUIEBRE] NOFILE   broker "
                       BRT-ID(WS-BRK-I) " sin estado de caja"
               END-IF
           END-PERFORM
           EXIT.

       5000-RESUMIR.
           DISPLAY "[CASHREC] totales por categoría "
               "(nuestro / broker / quiebres):"
           DISPLAY "[CASHREC] " WS-BREAK-COUNT " quiebres en total"
           EXIT.

      * Lo que mandó cada broker por categoría; nuestro lado es de la
      * firma y está en el total de arriba.
       5100-RESUMIR-BROKERS.
           DISPLAY "[CASHREC] por broker (movimientos / quiebres):"
           PERFORM VARYING WS-BRK-I FROM 1 BY 1
                   UNTIL WS-BRK-I > WS-BRK-COUNT
               IF BRT-NOFILE(WS-BRK-I) = "Y"
                   DISPLAY "  " BRT-ID(WS-BRK-I) " sin estado / "
                       BRT-BREAKS(WS-BRK-I)
               ELSE
                   DISPLAY "  " BRT-ID(WS-BRK-I) " "
                       BRT-ROWS(WS-BRK-I) " / " BRT-BREAKS(WS-BRK-I)
               END-IF
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
                   DISPLAY "    " WS-CAT-NAME(WS-C) " "
                       BRT-AMT(WS-BRK-I, WS-C)
               END-PERFORM
           END-PERFORM
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE = 1
               MOVE "ERR " TO WS-AUDIT-STATUS

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       CARGAR-RUTAS.
           COPY WS-ROUTE-LOAD.
