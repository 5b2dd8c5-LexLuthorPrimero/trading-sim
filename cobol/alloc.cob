      * Cuentas en alloc_accounts.dat: id, capital, riesgo, stop,
      * target y lote como texto (columna en blanco = el valor
      * global o por omisión).
      * ORDERS SYMBOL=sim: generación de órdenes, como el modo
      * ORDERS de TRADER - la señal y el reparto corren igual, pero
      * en vez de asentar fills en los ledgers y las curvas cada
      * apertura y cierre de cada cuenta se escribe como orden del
      * día siguiente en account_orders.dat (la cuenta delante del
      * renglón de orden de TRADER, en estado PENDING). BLOCK las
      * junta en órdenes de bloque para APPROVE. Lo abierto al fin
      * de la corriente sigue abierto: no se liquida ni se ordena.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT ACCT-ORDERS-FILE ASSIGN TO "account_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AORD-FS.
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
      * Mismo formato que SIGNAL-RECORD de TRADER.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que EQUITY-RECORD de TRADER.
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 EQ-FLOW         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      * Orden por cuenta: la cuenta y el ORDER-RECORD de TRADER.
       FD  ACCT-ORDERS-FILE.
       01  ACCT-ORDER-RECORD.
           05 AO-ACCOUNT      PIC X(8).
           05 FILLER          PIC X.
           05 AO-SEQ          PIC 9(4).
           05 FILLER          PIC X.
           05 AO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 AO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 AO-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 AO-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 AO-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AO-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 AO-STATUS       PIC X(8).
           05 FILLER          PIC X.
           05 AO-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 AO-STAMP        PIC 9(14).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "ALLOC".
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
       01  WS-FS              PIC XX.
           88  WS-FS-OK       VALUE "00".
           88  WS-FS-EOF      VALUE "10".
           88  WS-ACCT-EOF    VALUE "10".
       01  WS-LEDGER-FS       PIC XX.
       01  WS-EQUITY-FS       PIC XX.
       01  WS-AORD-FS         PIC XX.
      * Modo de generación de órdenes por cuenta.
       01  WS-ORDERS-FLAG     PIC X(1) VALUE "N".
           88  WS-ORDERS-ON   VALUE "Y".
       01  WS-ORDER-SYMBOL    PIC X(10) VALUE SPACES.
       01  WS-ORDER-SIDE      PIC X(4).
       01  WS-ORDER-SHARES    PIC 9(5).
       01  WS-ORDER-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-SIGNALS-PATH    PIC X(200).
       01  WS-ACCOUNTS-PATH   PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
              10 AT-PEAK         PIC 9(9)V99 COMP-3.
              10 AT-MAX-DD       PIC 9(3)V99 COMP-3.
              10 AT-WANT         PIC 9(7) COMP-3.
              10 AT-SEAL         PIC X(16).
       01  WS-ACCT-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-ACCTS       PIC 9(2) COMP VALUE 10.
       01  WS-A               PIC 9(2) COMP.
       01  WS-BAR-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-LAST-PRICE      PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa ALLOC iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-ORDERS-ON AND WS-ORDER-SYMBOL = SPACES
               DISPLAY "ERROR: ORDERS requiere SYMBOL="
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-CARGAR-CUENTAS
           IF WS-ACCT-COUNT = 0
               DISPLAY "ERROR: sin cuentas que asignar"
           END-IF
           PERFORM 1800-ABRIR-SALIDAS
           PERFORM 2000-PROCESAR-SENALES
           IF WS-ORDERS-ON
               CLOSE ACCT-ORDERS-FILE
               DISPLAY "[ORDENES] " WS-ORDER-COUNT
                   " ordenes por cuenta en account_orders.dat"
           ELSE
               PERFORM 5000-LIQUIDAR-ABIERTAS
           END-IF
           PERFORM 6000-REPORTAR
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           MOVE "strategy_signals.dat" TO WS-SIGNALS-PATH
           MOVE "alloc_accounts.dat" TO WS-ACCOUNTS-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:5) = "STOP="
                       MOVE "STOP" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "TARGET="
                       MOVE "TARGET" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "RISK="
                       MOVE "RISK" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "FILLPCT="
                       MOVE "FILLPCT" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1 = "ORDERS"
                       SET WS-ORDERS-ON TO TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:) TO WS-ORDER-SYMBOL
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE WS-ORDER-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "STOP" TO PRM-NAME(1)
           MOVE "0.050" TO PRM-DEFAULT(1)
           MOVE "TARGET" TO PRM-NAME(2)
           MOVE "0.100" TO PRM-DEFAULT(2)
           MOVE "RISK" TO PRM-NAME(3)
           MOVE "1.00" TO PRM-DEFAULT(3)
           MOVE "FILLPCT" TO PRM-NAME(4)
           MOVE "0" TO PRM-DEFAULT(4)
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
                   OR ((WS-PARM-I = 1 OR 2 OR 3 OR 4)
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
           COMPUTE WS-G-STOP = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-G-TARGET = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-G-RISK = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-FILL-LIMIT-PCT = FUNCTION NUMVAL(PRM-VALUE(4)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       1500-CARGAR-CUENTAS.
           OPEN INPUT ACCOUNTS-FILE
           IF NOT WS-ACCT-OK
           MOVE AT-CAPITAL(WS-ACCT-COUNT)
               TO AT-PEAK(WS-ACCT-COUNT)
           MOVE 0 TO AT-MAX-DD(WS-ACCT-COUNT)
           MOVE ALL "0" TO AT-SEAL(WS-ACCT-COUNT)
           EXIT.

      * Los ledgers por cuenta nacen vacíos en cada corrida, como
      * el de TRADER en una corrida nueva. En modo ORDERS los
      * ledgers no se tocan y las órdenes nacen vacías.
       1800-ABRIR-SALIDAS.
           IF WS-ORDERS-ON
               OPEN OUTPUT ACCT-ORDERS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               PERFORM 1850-NOMBRAR-ARCHIVOS
                   MOVE "S" TO WS-SIDE
                   PERFORM 2300-SENAL-DE-ENTRADA-O-CIERRE
           END-EVALUATE
           IF NOT WS-ORDERS-ON
               PERFORM 4000-VALUAR-Y-GRABAR
           END-IF
           EXIT.

       2200-VIGILAR-UNA-CUENTA.
           MOVE WS-BAR-DATE TO AT-ENTRY-DATE(WS-A)
           IF WS-SIDE = "B"
               MOVE 1 TO AT-POSITION(WS-A)
               MOVE "BUY " TO WS-ORDER-SIDE
           ELSE
               MOVE -1 TO AT-POSITION(WS-A)
               MOVE "SSHT" TO WS-ORDER-SIDE
           END-IF
           IF WS-ORDERS-ON
               MOVE AT-SHARES(WS-A) TO WS-ORDER-SHARES
               PERFORM 2550-GRABAR-ORDEN-CUENTA
           END-IF
           EXIT.

      * La orden de la cuenta lleva el precio de la señal como
      * referencia, como la de TRADER.
       2550-GRABAR-ORDEN-CUENTA.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO ACCT-ORDER-RECORD
           MOVE AT-ID(WS-A) TO AO-ACCOUNT
           MOVE WS-ORDER-COUNT TO AO-SEQ
           MOVE WS-ORDER-SYMBOL TO AO-SYMBOL
           MOVE WS-ORDER-SIDE TO AO-SIDE
           MOVE WS-ORDER-SHARES TO AO-SHARES
           MOVE "MKT" TO AO-TYPE
           MOVE SIGNAL-PRICE TO AO-LIMIT
           MOVE WS-BAR-DATE TO AO-DATE
           MOVE "PENDING" TO AO-STATUS
           MOVE SPACES TO AO-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AO-STAMP
           WRITE ACCT-ORDER-RECORD
           EXIT.

       3000-CERRAR-CUENTA.
           COMPUTE WS-NET-PNL = WS-GROSS-PNL - WS-COMMISSION-AMT
           ADD WS-NET-PNL TO AT-CAPITAL(WS-A)
           ADD 1 TO AT-TRADE-COUNT(WS-A)
           IF WS-ORDERS-ON
               IF AT-POSITION(WS-A) = 1
                   MOVE "SELL" TO WS-ORDER-SIDE
               ELSE
                   MOVE "COVR" TO WS-ORDER-SIDE
               END-IF
               MOVE AT-SHARES(WS-A) TO WS-ORDER-SHARES
               PERFORM 2550-GRABAR-ORDEN-CUENTA
           ELSE
               PERFORM 3100-GRABAR-LEDGER-CUENTA
           END-IF
           MOVE 0 TO AT-POSITION(WS-A)
           MOVE 0 TO AT-SHARES(WS-A)
           EXIT.
           MOVE "SIGNAL" TO LED-EXIT-RULE
           COMPUTE LED-COMMISSION =
               AT-ENTRY-COMM(WS-A) + WS-COMMISSION-AMT
           MOVE "03" TO LED-FMT
           MOVE AT-SEAL(WS-A) TO WS-HASH-SEED
           MOVE LEDGER-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(LEDGER-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO LED-HASH
           WRITE LEDGER-RECORD
           IF WS-LEDGER-FS = "00"
               MOVE LED-HASH TO AT-SEAL(WS-A)
           END-IF
           CLOSE LEDGER-FILE
           EXIT.

