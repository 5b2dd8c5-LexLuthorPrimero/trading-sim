      * operaciones sin fill, diferencias de acciones, y diferencias
      * de precio más allá del deslizamiento modelado. Es el control
      * de cumplimiento que hoy se hace a ojo.
      * Con BOOK, antes de cotejar, los fills se aplican además al
      * libro de órdenes vivas (working_orders.dat): el número del
      * fill es el de la orden del libro, lo ejecutado se acumula
      * con su precio promedio y la orden pasa a PARTIAL o FILLED.
      * Una orden que ya recibió fills hoy no los vuelve a recibir,
      * así repetir la corrida no duplica ejecuciones.
      * Con BROKERS se cotejan los fills de cada broker de la tabla
      * de ruteo (broker_routes.dat, WS-ROUTE-LOAD), cada uno en su
      * broker_fills_<broker>.dat como lo deja XMITCTL CHECK
      * BROKER=, contra el mismo ledger (y el mismo libro con BOOK);
      * cada quiebre lleva el broker del fill, el archivo de un
      * broker que no llegó es un quiebre NOFILE de ese broker, y el
      * cierre da fills y quiebres por broker y en total. Las
      * operaciones del ledger sin fill no tienen broker: el ledger
      * no dice a quién se ruteó la orden.
      * Uso: RECONCILE [TOL=n] [BOOK] [BROKERS] [fills [ledger]]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT ROUTE-FILE ASSIGN TO "broker_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.
           SELECT BREAKS-FILE ASSIGN TO "reconcile_report.dat"
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
      * Archivo de fills de fin de día del broker: número de
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
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
      * Un quiebre por renglón; al final el broker del fill (en
      * blanco con un solo broker y en las operaciones sin fill).
       FD  BREAKS-FILE.
       01  BREAK-RECORD.
           05 BRK-TYPE        PIC X(8).
           05 BRK-LEDGER-VAL  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 BRK-BROKER-VAL  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 BRK-BROKER      PIC X(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "RECONCILE".
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
       01  WS-FILLS-STATUS    PIC XX.
           88  WS-FILLS-OK        VALUE "00".
           88  WS-FILLS-EOF       VALUE "10".
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-BREAKS-FS       PIC XX.
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK     VALUE "00".
           88  WS-BOOK-EOF    VALUE "10".
       01  WS-BOOK-FLAG       PIC X(1) VALUE "N".
           88  WS-BOOK-ON     VALUE "Y".
      * El libro de órdenes vivas en memoria, con la marca de las
      * órdenes que ya tenían fills de hoy al empezar la corrida.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 2000 TIMES PIC X(120).
       01  WS-BOOK-DONE-TABLE.
           05 WS-BOOK-DONE OCCURS 2000 TIMES PIC X(1).
       01  WS-BOOK-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BOOK        PIC 9(4) COMP VALUE 2000.
       01  WS-B               PIC 9(4) COMP.
       01  WS-BOOK-HIT        PIC 9(4) COMP.
       01  WS-TODAY-DATE      PIC 9(8).
       01  WS-REMAINING       PIC 9(5).
       01  WS-APPLY-SHARES    PIC 9(5).
       01  WS-FILL-PRICE-ED   PIC Z(6)9.9999.
       01  WS-BOOK-APPLIED    PIC 9(4) COMP VALUE 0.
       01  WS-BOOK-UNMATCHED  PIC 9(4) COMP VALUE 0.
       01  WS-FILLS-PATH      PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
      * Tolerancia de precio: el deslizamiento modelado de TRADER
       01  WS-FILL-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-BREAK-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
      * Cotejo por broker (BROKERS): la tabla de ruteo con los
      * acumulados de cada broker, y el broker del archivo en curso.
       01  WS-ALL-FLAG        PIC X(1) VALUE "N".
           88  WS-ALL-BROKERS VALUE "Y".
       01  WS-BROKER          PIC X(8) VALUE SPACES.
       01  WS-CUR-BRK         PIC 9(2) COMP VALUE 0.
       01  WS-MISSING-COUNT   PIC 9(4) COMP VALUE 0.
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
              10 BRT-FILLS       PIC 9(5) COMP.
              10 BRT-BREAKS      PIC 9(4) COMP.
       01  WS-BRK-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BROKERS     PIC 9(2) COMP VALUE 10.
       01  WS-BRK-I           PIC 9(2) COMP.
       01  WS-BRK-HIT         PIC 9(2) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa RECONCILE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-ALL-BROKERS
               INITIALIZE WS-BRK-TABLE
               PERFORM CARGAR-RUTAS
               IF NOT WS-ROUTE-ON
                   DISPLAY "ERROR: BROKERS sin tabla de ruteo "
                       "utilizable"
                   MOVE 1 TO WS-EXIT-CODE
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BOOK-ON
               PERFORM 7000-APLICAR-AL-LIBRO
           END-IF
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-ALL-BROKERS
               OPEN INPUT FILLS-FILE
               IF NOT WS-FILLS-OK
                   DISPLAY "ERROR: archivo de fills ilegible FS="
                       WS-FILLS-STATUS
                   MOVE 1 TO WS-EXIT-CODE
                   CLOSE LEDGER-FILE
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT BREAKS-FILE
           IF WS-ALL-BROKERS
               PERFORM 4000-COTEJAR-BROKERS
           ELSE
               DISPLAY "[DEBUG] 2000-COTEJAR-FILLS - Cotejando "
                   WS-FILLS-PATH " contra " WS-LEDGER-PATH
               PERFORM 2000-COTEJAR-FILLS
               CLOSE FILLS-FILE
           END-IF
           PERFORM 3000-BUSCAR-SIN-FILL
           CLOSE LEDGER-FILE
           CLOSE BREAKS-FILE
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-FILL-COUNT
               " fills cotejados, " WS-BREAK-COUNT " quiebres"
           IF WS-ALL-BROKERS
               PERFORM 5000-RESUMIR-BROKERS
           END-IF
           IF WS-BREAK-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           MOVE "broker_fills.dat" TO WS-FILLS-PATH
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
                   IF WS-ARG1 = "BOOK"
                       SET WS-BOOK-ON TO TRUE
                   ELSE
                     IF WS-ARG1 = "BROKERS"
                       SET WS-ALL-BROKERS TO TRUE
                     ELSE
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                           MOVE WS-ARG1 TO WS-FILLS-PATH
                       ELSE
                           MOVE WS-ARG1 TO WS-LEDGER-PATH
                       END-IF
                     END-IF
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
           MOVE "0.002" TO PRM-DEFAULT(1)
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
           COMPUTE WS-TOLERANCE-PCT = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       2000-COTEJAR-FILLS.
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILL-COUNT
           IF WS-CUR-BRK > 0
               ADD 1 TO BRT-FILLS(WS-CUR-BRK)
           END-IF
           IF WS-SEEN-COUNT < WS-MAX-SEEN
               ADD 1 TO WS-SEEN-COUNT
               MOVE FB-TRADE-NUM TO WS-SEEN-ENTRY(WS-SEEN-COUNT)
           EXIT.

       2200-QUIEBRE-SIN-OPERACION.
           MOVE SPACES TO BREAK-RECORD
           MOVE "EXTRA" TO BRK-TYPE
           MOVE FB-TRADE-NUM TO BRK-TRADE-NUM
           MOVE 0 TO BRK-LEDGER-VAL
           MOVE FB-PRICE TO BRK-BROKER-VAL
           PERFORM 2900-GRABAR-QUIEBRE
           DISPLAY "[QUIEBRE] EXTRA    op " FB-TRADE-NUM
               " sin operación en el ledger"
           EXIT.

       2300-COMPARAR-CONTRA-LEDGER.
           IF FB-SHARES NOT = LED-SHARES
               MOVE SPACES TO BREAK-RECORD
               MOVE "SHARES" TO BRK-TYPE
               MOVE FB-TRADE-NUM TO BRK-TRADE-NUM
               MOVE LED-SHARES TO BRK-LEDGER-VAL
               MOVE FB-SHARES TO BRK-BROKER-VAL
               PERFORM 2900-GRABAR-QUIEBRE
               DISPLAY "[QUIEBRE] SHARES   op " FB-TRADE-NUM
                   " ledger=" LED-SHARES " broker=" FB-SHARES
           END-IF
           COMPUTE WS-PRICE-LIMIT =
               WS-LEDGER-PRICE * WS-TOLERANCE-PCT
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE SPACES TO BREAK-RECORD
               MOVE "PRICE" TO BRK-TYPE
               MOVE FB-TRADE-NUM TO BRK-TRADE-NUM
               MOVE WS-LEDGER-PRICE TO BRK-LEDGER-VAL
               MOVE FB-PRICE TO BRK-BROKER-VAL
               PERFORM 2900-GRABAR-QUIEBRE
               DISPLAY "[QUIEBRE] PRICE    op " FB-TRADE-NUM
                   " ledger=" WS-LEDGER-PRICE " broker=" FB-PRICE
           END-IF
           EXIT.

      * Todo quiebre se graba por acá: lleva el broker del archivo
      * en curso y suma al total y a ese broker.
       2900-GRABAR-QUIEBRE.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-BROKER TO BRK-BROKER
           IF WS-CUR-BRK > 0
               ADD 1 TO BRT-BREAKS(WS-CUR-BRK)
           END-IF
           WRITE BREAK-RECORD
           EXIT.

      * Segunda pasada: el ledger completo en secuencia, buscando
      * operaciones que el broker nunca reportó. Las filas HALT del
      * cortacorriente no son operaciones y no esperan fill.
       3000-BUSCAR-SIN-FILL.
           MOVE 0 TO WS-CUR-BRK
           MOVE SPACES TO WS-BROKER
           MOVE 0 TO LED-TRADE-NUM
           START LEDGER-FILE KEY IS GREATER THAN LED-TRADE-NUM
               INVALID KEY

       3100-VERIFICAR-FILL-PRESENTE.
      * Las filas SKIPS son señales suprimidas (apagón, préstamo,
      * lista restringida): por construcción nunca tienen fill. Las
      * CORPA son eventos corporativos, tampoco pasan por el broker.
           IF LED-TYPE = "HALT " OR LED-TYPE = "SKIPS"
              OR LED-TYPE = "CORPA"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO BREAK-RECORD
               MOVE "MISSING" TO BRK-TYPE
               MOVE LED-TRADE-NUM TO BRK-TRADE-NUM
               MOVE LED-EXIT TO BRK-LEDGER-VAL
               MOVE 0 TO BRK-BROKER-VAL
               PERFORM 2900-GRABAR-QUIEBRE
               DISPLAY "[QUIEBRE] MISSING  op " LED-TRADE-NUM
                   " sin fill del broker"
           END-IF
           EXIT.

      * Con BROKERS, el archivo de fills de cada broker de la tabla
      * contra el mismo ledger; el de un broker que no llegó queda
      * como quiebre NOFILE de ese broker.
       4000-COTEJAR-BROKERS.
           PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                   UNTIL WS-CUR-BRK > WS-BRK-COUNT
               PERFORM 4100-FIJAR-FILLS-BROKER
               OPEN INPUT FILLS-FILE
               IF WS-FILLS-OK
                   DISPLAY "[DEBUG] 4000-COTEJAR-BROKERS - Cotejando "
                       FUNCTION TRIM(WS-FILLS-PATH) " contra "
                       WS-LEDGER-PATH
                   PERFORM 2000-COTEJAR-FILLS
                   CLOSE FILLS-FILE
               ELSE
                   DISPLAY "[QUIEBRE] NOFILE   broker " WS-BROKER
                       " " FUNCTION TRIM(WS-FILLS-PATH)
                       " ilegible FS=" WS-FILLS-STATUS
                   MOVE SPACES TO BREAK-RECORD
                   MOVE "NOFILE" TO BRK-TYPE
                   MOVE 0 TO BRK-TRADE-NUM
                   MOVE 0 TO BRK-LEDGER-VAL
                   MOVE 0 TO BRK-BROKER-VAL
                   PERFORM 2900-GRABAR-QUIEBRE
               END-IF
           END-PERFORM
           EXIT.

       4100-FIJAR-FILLS-BROKER.
           MOVE BRT-ID(WS-CUR-BRK) TO WS-BROKER
           MOVE SPACES TO WS-FILLS-PATH
           STRING "broker_fills_" DELIMITED BY SIZE
               WS-BROKER DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-FILLS-PATH
           EXIT.

      * Cierre por broker: fills y quiebres de cada uno, las
      * operaciones del ledger sin fill aparte, y el total.
       5000-RESUMIR-BROKERS.
           DISPLAY "[RECONCILE] por broker (fills / quiebres):"
           PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                   UNTIL WS-CUR-BRK > WS-BRK-COUNT
               DISPLAY "  " BRT-ID(WS-CUR-BRK) " "
                   BRT-FILLS(WS-CUR-BRK) " / "
                   BRT-BREAKS(WS-CUR-BRK)
           END-PERFORM
           DISPLAY "  SIN FILL " WS-MISSING-COUNT
               " operaciones del ledger"
           DISPLAY "  TOTAL    " WS-FILL-COUNT " / " WS-BREAK-COUNT
           EXIT.

      * Aplicación de los fills del día al libro de órdenes vivas.
      * El libro se carga entero, el archivo de fills se recorre una
      * vez (el cotejo contra el ledger lo vuelve a abrir después) y
      * el libro se reescribe con lo aplicado. Sin libro no hay nada
      * que aplicar y el cotejo sigue igual.
       7000-APLICAR-AL-LIBRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-FS = "35"
               DISPLAY "[LIBRO] sin libro de órdenes vivas"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BOOK-OK
               DISPLAY "WARNING: working_orders.dat ilegible FS="
                   WS-BOOK-FS ", fills sin aplicar al libro"
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
                           IF WO-FILL-DATE = WS-TODAY-DATE
                               MOVE "Y" TO
                                   WS-BOOK-DONE(WS-BOOK-COUNT)
                           ELSE
                               MOVE "N" TO
                                   WS-BOOK-DONE(WS-BOOK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           IF WS-ALL-BROKERS
               PERFORM VARYING WS-CUR-BRK FROM 1 BY 1
                       UNTIL WS-CUR-BRK > WS-BRK-COUNT
                   PERFORM 4100-FIJAR-FILLS-BROKER
                   PERFORM 7050-APLICAR-ARCHIVO
               END-PERFORM
               MOVE 0 TO WS-CUR-BRK
               MOVE SPACES TO WS-BROKER
           ELSE
               PERFORM 7050-APLICAR-ARCHIVO
           END-IF
           IF WS-BOOK-APPLIED > 0
               OPEN OUTPUT BOOK-FILE
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BOOK-COUNT
                   MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
                   WRITE BOOK-RECORD
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF
           DISPLAY "[LIBRO] " WS-BOOK-APPLIED
               " fills aplicados al libro, " WS-BOOK-UNMATCHED
               " sin orden viva"
           EXIT.

       7050-APLICAR-ARCHIVO.
           OPEN INPUT FILLS-FILE
           IF NOT WS-FILLS-OK
               DISPLAY "WARNING: archivo de fills "
                   FUNCTION TRIM(WS-FILLS-PATH) " ilegible FS="
                   WS-FILLS-STATUS ", fills sin aplicar al libro"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
                   AT END SET WS-FILLS-EOF TO TRUE
                   NOT AT END PERFORM 7100-APLICAR-UN-FILL
               END-READ
           END-PERFORM
           CLOSE FILLS-FILE
           MOVE "00" TO WS-FILLS-STATUS
           EXIT.

       7100-APLICAR-UN-FILL.
           IF FB-TRADE-NUM NOT NUMERIC OR FB-SHARES NOT NUMERIC
              OR FB-PRICE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BOOK-HIT
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
                      OR WS-BOOK-HIT NOT = 0
               IF WS-BOOK-ENTRY(WS-B)(1:5) = FB-TRADE-NUM
                   MOVE WS-B TO WS-BOOK-HIT
               END-IF
           END-PERFORM
           IF WS-BOOK-HIT = 0
               ADD 1 TO WS-BOOK-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BOOK-ENTRY(WS-BOOK-HIT) TO BOOK-RECORD
           IF WS-BOOK-DONE(WS-BOOK-HIT) = "Y"
               DISPLAY "[LIBRO] orden " WO-ID
                   " ya recibió los fills de hoy, no se reaplica"
               EXIT PARAGRAPH
           END-IF
           IF WO-STATUS NOT = "OPEN" AND WO-STATUS NOT = "PARTIAL"
               ADD 1 TO WS-BOOK-UNMATCHED
               DISPLAY "[LIBRO] fill para la orden " WO-ID
                   " en estado " WO-STATUS ", no se aplica"
               EXIT PARAGRAPH
           END-IF
           IF FB-SIDE NOT = WO-SIDE
               ADD 1 TO WS-BOOK-UNMATCHED
               DISPLAY "[LIBRO] fill " FB-SIDE " para la orden "
                   WO-ID " " WO-SIDE ", lado distinto, no se aplica"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
           MOVE FB-SHARES TO WS-APPLY-SHARES
           IF WS-APPLY-SHARES > WS-REMAINING
               DISPLAY "[LIBRO] orden " WO-ID " sobre-ejecutada: "
                   FB-SHARES " acciones contra " WS-REMAINING
                   " pendientes, se aplica lo pendiente"
               MOVE WS-REMAINING TO WS-APPLY-SHARES
           END-IF
           IF WS-APPLY-SHARES = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WO-AVG-PRICE ROUNDED =
               ((WO-AVG-PRICE * WO-FILLED)
                + (FB-PRICE * WS-APPLY-SHARES))
               / (WO-FILLED + WS-APPLY-SHARES)
           ADD WS-APPLY-SHARES TO WO-FILLED
           IF WO-FILLED >= WO-QTY
               MOVE "FILLED" TO WO-STATUS
           ELSE
               MOVE "PARTIAL" TO WO-STATUS
           END-IF
           MOVE WS-TODAY-DATE TO WO-FILL-DATE
           MOVE BOOK-RECORD TO WS-BOOK-ENTRY(WS-BOOK-HIT)
           ADD 1 TO WS-BOOK-APPLIED
           MOVE FB-PRICE TO WS-FILL-PRICE-ED
           DISPLAY "[LIBRO] orden " WO-ID " "
               FUNCTION TRIM(WO-SYMBOL) " +" WS-APPLY-SHARES
               " a " FUNCTION TRIM(WS-FILL-PRICE-ED) " -> "
               WO-FILLED "/" WO-QTY " " WO-STATUS
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE = 1
               MOVE "ERR " TO WS-AUDIT-STATUS
       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       CARGAR-RUTAS.
           COPY WS-ROUTE-LOAD.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
