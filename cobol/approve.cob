      *       PENDING que pasa límites, o la orden SEQ=; lo que
      *       viola un límite queda REJECTED con el porqué)
      *   REJECT SEQ=n OPERATOR=id              rechaza una orden
      *   EXPORT [AGEDAYS=n] [TIF=DAY|GTC] [EXPIRY=aaaammdd]
      *          [GTCDAYS=n]                    emite lo aprobado y
      *       expira lo PENDING más viejo que n días (2 por omisión);
      *       lo aprobado cuyo símbolo esté en restricted_list.dat
      *       en la fecha de emisión se retiene con su motivo y
      *       sale en una corrida posterior, ya fuera de la ventana
      * Libro de órdenes vivas (working_orders.dat): EXPORT da de
      * alta cada orden emitida con la vigencia TIF= (DAY por
      * omisión; GTC vence en EXPIRY=, o a GTCDAYS= días, 30 por
      * omisión), expira lo vivo cuyo vencimiento ya pasó y vuelve
      * a emitir lo que queda sin ejecutar de lo vivo (OPEN o
      * PARTIAL) que todavía no salió hoy. Los fills los aplica
      * RECONCILE BOOK; la vista y la cancelación, ORDBOOK.
      * Límites en approval_limits.dat: renglones palabra/valor -
      *   MAXSHARES n / MAXNOTIO n.nn / MAXDAY n.nn / RESTRICT SIM
      * APPROVE y REJECT exigen que el operador tenga permitida esa
      * función en operator_entitlements.dat (WS-OPER-CHECK).
      * Ruteo por broker: con broker_routes.dat (WS-ROUTE-LOAD) cada
      * orden que sale en EXPORT - nueva o arrastrada del libro - va
      * al broker de la ruta que mejor calza por símbolo, mercado
      * (SYM-EXCHANGE del maestro), préstamo para el corto (SSHT) y
      * lado; pesa más el símbolo, después el mercado, el préstamo
      * y el lado, y a igual peso gana la primera fila. Lo emitido
      * se reparte en un broker_upload_<broker>.dat por broker de
      * la tabla (vacío si hoy no le tocó nada), que XMITCTL
      * BROKER= sella con su propia cabecera, cola y secuencia. Lo
      * que no calza con ninguna ruta queda retenido para otra
      * corrida. Sin la tabla sale un solo broker_upload.dat, como
      * siempre; una tabla ilegible o sin rutas válidas frena el
      * EXPORT.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RESTRICT-FILE ASSIGN TO "restricted_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-FS.
           SELECT UPLOAD-FILE ASSIGN TO DYNAMIC WS-UPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPL-FS.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT ROUTE-FILE ASSIGN TO "broker_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYM-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
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
      * Mismo formato que ORDER-RECORD de TRADER.
           05 UPL-LIMIT       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 UPL-DATE        PIC 9(8).
      * Mismo formato que BOOK-RECORD de ORDBOOK.
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
      * Tabla de ruteo: broker, símbolo, mercado, lado y préstamo
      * ("*" = cualquiera), ver WS-ROUTE-LOAD.
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
      * Permisos de operador: operador, rol, activo Y/N y funciones
      * permitidas separadas por blancos ("*" = todas).
       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPR-ID          PIC X(8).
           05 FILLER          PIC X.
           05 OPR-ROLE        PIC X(10).
           05 FILLER          PIC X.
           05 OPR-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 OPR-FUNCS       PIC X(80).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "APPROVE".
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
           05 WS-PARM-ENTRY OCCURS 2 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 2.
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
      * Verificación de permisos (WS-OPER-CHECK).
       01  WS-OPER-FS         PIC XX.
           88  WS-OPER-OK     VALUE "00".
           88  WS-OPER-EOF    VALUE "10".
       01  WS-OPER-FUNCTION   PIC X(10) VALUE SPACES.
       01  WS-OPER-REASON     PIC X(40).
       01  WS-OPER-FOUND      PIC X(1).
       01  WS-OPER-LIST       PIC X(82).
       01  WS-OPER-TOKEN      PIC X(12).
       01  WS-OPER-LEN        PIC 9(4) COMP.
       01  WS-OPER-HITS       PIC 9(4) COMP.
       01  WS-ORD-FS          PIC XX.
           88  WS-ORD-OK      VALUE "00".
           88  WS-ORD-EOF     VALUE "10".
           88  WS-LIM-OK      VALUE "00".
           88  WS-LIM-EOF     VALUE "10".
       01  WS-UPL-FS          PIC XX.
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK     VALUE "00".
           88  WS-BOOK-EOF    VALUE "10".
       01  WS-LIMITS-PATH     PIC X(200).
       01  WS-MODE            PIC X(7) VALUE "LIST".
           88  WS-MODE-LIST       VALUE "LIST".
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-SEL-SEQ         PIC 9(4) VALUE 0.
       01  WS-AGE-DAYS        PIC 9(2) COMP VALUE 2.
      * Vigencia de lo que se da de alta en el libro en este EXPORT.
       01  WS-TIF             PIC X(3) VALUE "DAY".
       01  WS-GTC-EXPIRY      PIC 9(8) VALUE 0.
       01  WS-GTC-DAYS        PIC 9(3) COMP VALUE 30.
      * Límites configurados (cero = límite apagado) y la lista de
      * símbolos restringidos.
       01  WS-MAX-SHARES      PIC 9(6) COMP-3 VALUE 0.
       01  WS-RESTR-HIT       PIC 9(2) COMP VALUE 0.
       01  WS-TODAY-DATE      PIC 9(8).
       01  WS-EXPIRED         PIC 9(4) COMP VALUE 0.
      * El libro de órdenes vivas completo en memoria; se reescribe
      * entero al final del EXPORT.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 2000 TIMES PIC X(120).
       01  WS-BOOK-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BOOK        PIC 9(4) COMP VALUE 2000.
       01  WS-B               PIC 9(4) COMP.
       01  WS-NEXT-WO-ID      PIC 9(5) VALUE 0.
       01  WS-REMAINING       PIC 9(5).
       01  WS-CARRIED         PIC 9(4) COMP VALUE 0.
       01  WS-BOOK-EXPIRED    PIC 9(4) COMP VALUE 0.
       01  WS-BOOK-ADDED      PIC 9(4) COMP VALUE 0.
      * Ruteo por broker (WS-ROUTE-LOAD). Lo que sale hoy con
      * ruteo se guarda en memoria con su broker y se reparte al
      * final en un archivo de carga por broker.
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
       01  WS-ROUTE-I         PIC 9(3) COMP.
       01  WS-ROUTE-HIT       PIC 9(3) COMP.
       01  WS-ROUTE-SCORE     PIC 9(2) COMP.
       01  WS-ROUTE-BEST      PIC 9(2) COMP.
       01  WS-ROUTE-BRK       PIC 9(2) COMP.
       01  WS-ROUTE-EXCH      PIC X(8).
       01  WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 10 TIMES.
              10 BRT-ID          PIC X(8).
              10 BRT-SENT        PIC 9(4) COMP.
       01  WS-BRK-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BROKERS     PIC 9(2) COMP VALUE 10.
       01  WS-BRK-I           PIC 9(2) COMP.
       01  WS-BRK-HIT         PIC 9(2) COMP.
       01  WS-UNROUTED        PIC 9(4) COMP VALUE 0.
       01  WS-STAGE-TABLE.
           05 WS-STAGE-ENTRY OCCURS 2500 TIMES.
              10 STG-BRK         PIC 9(2) COMP.
              10 STG-LINE        PIC X(46).
       01  WS-STAGE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-STAGE       PIC 9(4) COMP VALUE 2500.
       01  WS-S               PIC 9(4) COMP.
       01  WS-UPL-PATH        PIC X(200) VALUE "broker_upload.dat".
       01  WS-SYM-FS          PIC XX.
           88  WS-SYM-OK      VALUE "00".
       01  WS-SYM-FLAG        PIC X(1) VALUE "N".
           88  WS-SYM-ON      VALUE "Y".
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPROVE OR WS-MODE-REJECT
               MOVE WS-MODE TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           PERFORM 1500-CARGAR-LIMITES
           PERFORM 2000-CARGAR-ORDENES
      * Un día sin órdenes nuevas igual exporta: lo vivo del libro
      * tiene que volver a salir y lo vencido, expirar.
           IF WS-ORDER-COUNT = 0 AND NOT WS-MODE-EXPORT
               DISPLAY "[APPROVE] sin órdenes que revisar"
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE

       1000-LEER-PARAMETROS.
           MOVE "approval_limits.dat" TO WS-LIMITS-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:8) = "AGEDAYS="
                       MOVE "AGEDAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1 = "TIF=DAY" OR WS-ARG1 = "TIF=GTC"
                       MOVE WS-ARG1(5:3) TO WS-TIF
                   WHEN WS-ARG1(1:7) = "EXPIRY="
                       MOVE WS-ARG1(8:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-GTC-EXPIRY =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:8) = "GTCDAYS="
                       MOVE "GTCDAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-LIMITS-PATH
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
           MOVE "AGEDAYS" TO PRM-NAME(1)
           MOVE "2" TO PRM-DEFAULT(1)
           MOVE "GTCDAYS" TO PRM-NAME(2)
           MOVE "30" TO PRM-DEFAULT(2)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
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
           COMPUTE WS-AGE-DAYS = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-GTC-DAYS = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin archivo de límites todo límite queda apagado: la
      * aprobación sigue siendo manual, pero el supervisor revisa
      * sin red - se avisa fuerte.
           END-PERFORM
           EXIT.

      * Exportación: solo lo APPROVED sale a la carga del broker (y
      * queda EXPORTED para no salir dos veces); lo PENDING más
      * viejo que AGEDAYS= expira con su línea - nada se queda
      * esperando en silencio.
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 5050-CARGAR-RESTRINGIDOS
           INITIALIZE WS-BRK-TABLE
           PERFORM CARGAR-RUTAS
           IF WS-ROUTE-FS NOT = "35" AND NOT WS-ROUTE-ON
               DISPLAY "ERROR: broker_routes.dat inutilizable, "
                   "no se exporta"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-CARGAR-LIBRO
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ROUTE-ON
               PERFORM 5060-ABRIR-MAESTRO
           ELSE
               OPEN OUTPUT UPLOAD-FILE
           END-IF
           PERFORM 5300-ARRASTRAR-LIBRO
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORDER-COUNT
               MOVE WS-ORDER-ENTRY(WS-O) TO ORDER-RECORD
               EVALUATE TRUE
                   WHEN ORD-STATUS = "APPROVED"
                       PERFORM 5100-REVISAR-RESTRICCION
                       IF WS-RESTR-HIT = 0
                           PERFORM 5150-RUTEAR-ORDEN
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-RESTR-HIT NOT = 0
                               ADD 1 TO WS-HELD
                               DISPLAY "[RESTRINGIDO] orden " ORD-SEQ
                                   " de " ORD-SYMBOL " retenida, "
                                   "motivo "
                                   RLT-REASON(WS-RESTR-HIT)
                           WHEN WS-ROUTE-ON AND WS-ROUTE-BRK = 0
                               ADD 1 TO WS-HELD
                               ADD 1 TO WS-UNROUTED
                               DISPLAY "[RUTA] orden " ORD-SEQ
                                   " de " ORD-SYMBOL
                                   " sin ruta, retenida"
                           WHEN OTHER
                               PERFORM 5110-EMITIR-APROBADA
                       END-EVALUATE
                   WHEN ORD-STATUS = "PENDING"
                       IF ORD-DATE NUMERIC AND ORD-DATE > 0
                           COMPUTE WS-ORDER-INT =
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-ROUTE-ON
               PERFORM 5700-REPARTIR-CARGAS
               IF WS-SYM-ON
                   CLOSE SYMMASTER-FILE
               END-IF
           ELSE
               CLOSE UPLOAD-FILE
           END-IF
           PERFORM 5500-REESCRIBIR-LIBRO
           DISPLAY "[APPROVE] " WS-EXPORTED " órdenes exportadas, "
               WS-EXPIRED " expiradas, " WS-HELD " retenidas"
           IF WS-ROUTE-ON
               DISPLAY "[RUTA] " WS-BRK-COUNT " brokers, "
                   WS-UNROUTED " órdenes retenidas sin ruta"
           END-IF
           DISPLAY "[LIBRO] " WS-BOOK-ADDED " altas, " WS-CARRIED
               " arrastradas a la carga, " WS-BOOK-EXPIRED
               " vencidas"
           EXIT.

       5060-ABRIR-MAESTRO.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYM-OK
               SET WS-SYM-ON TO TRUE
           ELSE
               DISPLAY "WARNING: maestro de símbolos ilegible FS="
                   WS-SYM-FS ", las rutas por mercado no calzan"
           END-IF
           EXIT.

      * Carga la lista restringida de cumplimiento; el archivo
           END-PERFORM
           EXIT.

       5110-EMITIR-APROBADA.
           MOVE SPACES TO UPLOAD-RECORD
           MOVE ORD-SYMBOL TO UPL-SYMBOL
           MOVE ORD-SIDE TO UPL-SIDE
           MOVE ORD-SHARES TO UPL-SHARES
           MOVE ORD-TYPE TO UPL-TYPE
           MOVE ORD-LIMIT TO UPL-LIMIT
           MOVE ORD-DATE TO UPL-DATE
           PERFORM 5600-EMITIR-RENGLON
           MOVE "EXPORTED" TO ORD-STATUS
           ADD 1 TO WS-EXPORTED
           MOVE ORDER-RECORD TO WS-ORDER-ENTRY(WS-O)
           PERFORM 5400-ALTA-EN-LIBRO
           EXIT.

      * El broker de la orden en ORD-SYMBOL/ORD-SIDE: entre las rutas
      * que calzan gana la de más peso - símbolo 8, mercado 4,
      * préstamo 2, lado 1 - y a igual peso la primera de la tabla.
      * WS-ROUTE-BRK queda en cero sin ruteo o si nada calza.
       5150-RUTEAR-ORDEN.
           MOVE 0 TO WS-ROUTE-BRK
           IF NOT WS-ROUTE-ON
               EXIT PARAGRAPH
           END-IF
           IF WS-STAGE-COUNT >= WS-MAX-STAGE
               DISPLAY "WARNING: carga del día llena, "
                   FUNCTION TRIM(ORD-SYMBOL) " queda sin rutear"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROUTE-EXCH
           IF WS-SYM-ON
               MOVE ORD-SYMBOL TO SYM-SYMBOL
               READ SYMMASTER-FILE
                   NOT INVALID KEY
                       MOVE SYM-EXCHANGE TO WS-ROUTE-EXCH
               END-READ
           END-IF
           MOVE 0 TO WS-ROUTE-HIT
           MOVE 0 TO WS-ROUTE-BEST
           PERFORM VARYING WS-ROUTE-I FROM 1 BY 1
                   UNTIL WS-ROUTE-I > WS-ROUTE-COUNT
               PERFORM 5160-PESAR-RUTA
           END-PERFORM
           IF WS-ROUTE-HIT NOT = 0
               MOVE RUT-BRK(WS-ROUTE-HIT) TO WS-ROUTE-BRK
           END-IF
           EXIT.

       5160-PESAR-RUTA.
           MOVE 0 TO WS-ROUTE-SCORE
           IF RUT-SYMBOL(WS-ROUTE-I) NOT = "*"
               IF RUT-SYMBOL(WS-ROUTE-I) NOT = ORD-SYMBOL
                   EXIT PARAGRAPH
               END-IF
               ADD 8 TO WS-ROUTE-SCORE
           END-IF
           IF RUT-EXCHANGE(WS-ROUTE-I) NOT = "*"
               IF RUT-EXCHANGE(WS-ROUTE-I) NOT = WS-ROUTE-EXCH
                   EXIT PARAGRAPH
               END-IF
               ADD 4 TO WS-ROUTE-SCORE
           END-IF
           IF RUT-BORROW(WS-ROUTE-I) = "Y"
               IF ORD-SIDE NOT = "SSHT"
                   EXIT PARAGRAPH
               END-IF
               ADD 2 TO WS-ROUTE-SCORE
           END-IF
           IF RUT-BORROW(WS-ROUTE-I) = "N"
               IF ORD-SIDE = "SSHT"
                   EXIT PARAGRAPH
               END-IF
               ADD 2 TO WS-ROUTE-SCORE
           END-IF
           IF RUT-SIDE(WS-ROUTE-I) NOT = "*"
               IF RUT-SIDE(WS-ROUTE-I) NOT = ORD-SIDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROUTE-SCORE
           END-IF
           IF WS-ROUTE-HIT = 0 OR WS-ROUTE-SCORE > WS-ROUTE-BEST
               MOVE WS-ROUTE-I TO WS-ROUTE-HIT
               MOVE WS-ROUTE-SCORE TO WS-ROUTE-BEST
           END-IF
           EXIT.

      * El libro de órdenes vivas; ausente es el primer día, no un
      * error. El número siguiente sigue al mayor del libro.
       5200-CARGAR-LIBRO.
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-FS = "35"
               DISPLAY "[LIBRO] sin libro de órdenes vivas, se crea"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BOOK-OK
               DISPLAY "ERROR: working_orders.dat ilegible FS="
                   WS-BOOK-FS ", no se exporta"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE
                   AT END
                       SET WS-BOOK-EOF TO TRUE
                   NOT AT END
                       IF WS-BOOK-COUNT < WS-MAX-BOOK
                           ADD 1 TO WS-BOOK-COUNT
                           MOVE BOOK-RECORD TO
                               WS-BOOK-ENTRY(WS-BOOK-COUNT)
                           IF WO-ID > WS-NEXT-WO-ID
                               MOVE WO-ID TO WS-NEXT-WO-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           EXIT.

      * Lo vivo del libro antes de lo nuevo del día: lo vencido
      * (DAY vence el mismo día del alta, GTC en su fecha) expira;
      * lo que sigue vivo y no salió hoy vuelve a la carga por lo
      * que le queda sin ejecutar, con la fecha de hoy y sujeto a
      * la misma retención por lista restringida que lo nuevo.
       5300-ARRASTRAR-LIBRO.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               IF WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL"
                   IF WO-EXPIRY < WS-TODAY-DATE
                       MOVE "EXPIRED" TO WO-STATUS
                       ADD 1 TO WS-BOOK-EXPIRED
                       COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
                       DISPLAY "[LIBRO] orden " WO-ID " "
                           FUNCTION TRIM(WO-SYMBOL) " " WO-TIF
                           " vencida (" WO-EXPIRY "), "
                           WS-REMAINING " acciones sin ejecutar"
                   ELSE
                       IF WO-SENT-DATE < WS-TODAY-DATE
                           PERFORM 5350-REEMITIR-ORDEN
                       END-IF
                   END-IF
                   MOVE BOOK-RECORD TO WS-BOOK-ENTRY(WS-B)
               END-IF
           END-PERFORM
           EXIT.

       5350-REEMITIR-ORDEN.
           MOVE WO-SYMBOL TO ORD-SYMBOL
           MOVE WO-SIDE TO ORD-SIDE
           PERFORM 5100-REVISAR-RESTRICCION
           IF WS-RESTR-HIT NOT = 0
               ADD 1 TO WS-HELD
               DISPLAY "[RESTRINGIDO] orden viva " WO-ID
                   " de " WO-SYMBOL " retenida, motivo "
                   RLT-REASON(WS-RESTR-HIT)
               EXIT PARAGRAPH
           END-IF
           PERFORM 5150-RUTEAR-ORDEN
           IF WS-ROUTE-ON AND WS-ROUTE-BRK = 0
               ADD 1 TO WS-HELD
               ADD 1 TO WS-UNROUTED
               DISPLAY "[RUTA] orden viva " WO-ID
                   " de " WO-SYMBOL " sin ruta, retenida"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
           MOVE SPACES TO UPLOAD-RECORD
           MOVE WO-SYMBOL TO UPL-SYMBOL
           MOVE WO-SIDE TO UPL-SIDE
           MOVE WS-REMAINING TO UPL-SHARES
           MOVE WO-TYPE TO UPL-TYPE
           MOVE WO-LIMIT TO UPL-LIMIT
           MOVE WS-TODAY-DATE TO UPL-DATE
           PERFORM 5600-EMITIR-RENGLON
           MOVE WS-TODAY-DATE TO WO-SENT-DATE
           ADD 1 TO WS-CARRIED
           DISPLAY "[LIBRO] orden " WO-ID " "
               FUNCTION TRIM(WO-SYMBOL) " " WO-STATUS
               " arrastrada: " WS-REMAINING " acciones"
           EXIT.

      * Alta en el libro de la orden recién emitida.
       5400-ALTA-EN-LIBRO.
           IF WS-BOOK-COUNT >= WS-MAX-BOOK
               DISPLAY "WARNING: libro de órdenes lleno, orden "
                   ORD-SEQ " emitida sin seguimiento"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-WO-ID
           MOVE SPACES TO BOOK-RECORD
           MOVE WS-NEXT-WO-ID TO WO-ID
           MOVE ORD-SYMBOL TO WO-SYMBOL
           MOVE ORD-SIDE TO WO-SIDE
           MOVE ORD-SHARES TO WO-QTY
           MOVE 0 TO WO-FILLED
           MOVE ORD-TYPE TO WO-TYPE
           MOVE ORD-LIMIT TO WO-LIMIT
           MOVE WS-TIF TO WO-TIF
           IF WS-TIF = "GTC"
               IF WS-GTC-EXPIRY > 0
                   MOVE WS-GTC-EXPIRY TO WO-EXPIRY
               ELSE
                   COMPUTE WO-EXPIRY = FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT + WS-GTC-DAYS)
               END-IF
           ELSE
               MOVE WS-TODAY-DATE TO WO-EXPIRY
           END-IF
           MOVE "OPEN" TO WO-STATUS
           MOVE WS-TODAY-DATE TO WO-ENTERED
           MOVE WS-TODAY-DATE TO WO-SENT-DATE
           MOVE 0 TO WO-FILL-DATE
           MOVE 0 TO WO-AVG-PRICE
           MOVE ORD-SEQ TO WO-ORD-SEQ
           ADD 1 TO WS-BOOK-COUNT
           MOVE BOOK-RECORD TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
           ADD 1 TO WS-BOOK-ADDED
           DISPLAY "[LIBRO] orden " ORD-SEQ " de alta como "
               WO-ID " " WO-TIF " vence " WO-EXPIRY
           EXIT.

       5500-REESCRIBIR-LIBRO.
           OPEN OUTPUT BOOK-FILE
           IF NOT WS-BOOK-OK
               DISPLAY "ERROR: working_orders.dat no grabable FS="
                   WS-BOOK-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-PERFORM
           CLOSE BOOK-FILE
           EXIT.

      * Sin ruteo el renglón va directo a broker_upload.dat; con
      * ruteo se guarda con su broker hasta el reparto.
       5600-EMITIR-RENGLON.
           IF NOT WS-ROUTE-ON
               WRITE UPLOAD-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAGE-COUNT
           MOVE WS-ROUTE-BRK TO STG-BRK(WS-STAGE-COUNT)
           MOVE UPLOAD-RECORD TO STG-LINE(WS-STAGE-COUNT)
           ADD 1 TO BRT-SENT(WS-ROUTE-BRK)
           EXIT.

      * Un archivo de carga por cada broker de la tabla, aunque hoy
      * no le toque nada: el vacío pisa la carga de ayer y XMITCTL
      * lo sella igual, así la secuencia del broker no salta.
       5700-REPARTIR-CARGAS.
           PERFORM VARYING WS-BRK-I FROM 1 BY 1
                   UNTIL WS-BRK-I > WS-BRK-COUNT
               MOVE SPACES TO WS-UPL-PATH
               STRING "broker_upload_" DELIMITED BY SIZE
                   BRT-ID(WS-BRK-I) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-UPL-PATH
               OPEN OUTPUT UPLOAD-FILE
               IF WS-UPL-FS NOT = "00"
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-UPL-PATH)
                       " no grabable FS=" WS-UPL-FS
                   MOVE 1 TO WS-EXIT-CODE
               ELSE
                   PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S > WS-STAGE-COUNT
                       IF STG-BRK(WS-S) = WS-BRK-I
                           MOVE STG-LINE(WS-S) TO UPLOAD-RECORD
                           WRITE UPLOAD-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE UPLOAD-FILE
                   DISPLAY "[RUTA] " BRT-ID(WS-BRK-I) ": "
                       BRT-SENT(WS-BRK-I) " órdenes a "
                       FUNCTION TRIM(WS-UPL-PATH)
               END-IF
           END-PERFORM
           EXIT.

       6000-REESCRIBIR-ORDENES.
           OPEN OUTPUT ORDERS-FILE
           PERFORM VARYING WS-O FROM 1 BY 1
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           COMPUTE WS-AUDIT-COUNT =
               WS-APPROVED + WS-REJECTED + WS-EXPORTED + WS-CARRIED
           COMPUTE WS-AUDIT-REJECTS = WS-EXPIRED + WS-BOOK-EXPIRED
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       CARGAR-RUTAS.
           COPY WS-ROUTE-LOAD.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
