       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSREC.
      * Conciliación de posiciones contra el estado del broker.
      * RECONCILE coteja fills y CASHREC la caja, pero nadie mira si
      * las acciones que creemos tener son las que el broker tiene:
      * una acción corporativa perdida o una operación manual en el
      * broker puede quedar semanas sin que nadie la vea. Este
      * programa lee el archivo de posiciones de cierre del broker
      * (símbolo, cantidad con signo, costo promedio) y lo coteja
      * con nuestro libro abierto, armado como en LIQRISK:
      *   - trader_checkpoint.dat (CKPT=), la posición del símbolo de
      *     la corrida (SYMBOL=, o TRADE_RUN_SYMBOL dentro del lote);
      *   - el libro de PORTSIM (PORTSIM=), las filas LONGF/SHRTF de
      *     portsim_ledger.dat;
      *   - rotate_holdings.dat (HOLD=), que solo lleva el símbolo:
      *     un símbolo que únicamente está en la rotación se coteja
      *     por presencia (el broker tiene que tenerlo), sin
      *     cantidad ni costo.
      * Un símbolo en más de una fuente suma las cantidades (con
      * signo: los cortos restan) y promedia el costo por cantidad.
      * Quiebres por símbolo:
      *   QTY  la cantidad difiere;
      *   COST misma cantidad (o dentro de la tolerancia) y el costo
      *        promedio difiere en más de 0.01;
      *   QTYC difieren ambos;
      *   UNKN el broker tiene una posición que no conocemos;
      *   MISS tenemos una posición que el broker no tiene.
      * Un quiebre queda FUERA de tolerancia si la diferencia de
      * cantidad pasa QTYTOL= (acciones, 0 por omisión) o la del
      * costo pasa COSTTOL= (porciento del costo del broker, 0.50
      * por omisión); un MISS solo de rotación está siempre fuera.
      * Los quiebres sin resolver envejecen día a día: el diario
      * posrec_breaks.dat guarda por símbolo la fecha en que se vio
      * el quiebre por primera vez; la edad es la diferencia en días
      * hasta DATE= (hoy por omisión). Un símbolo que concilia sale
      * del diario y se cuenta como resuelto.
      * Uso: POSREC [posiciones del broker] [SYMBOL=] [DATE=]
      *      [QTYTOL=n] [COSTTOL=p] [CKPT=] [PORTSIM=] [HOLD=]
      * Salida: posrec_report.dat (una fila por símbolo de ambos
      * lados y el total). RC 2 si algún quiebre queda fuera de
      * tolerancia.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROKER-FILE ASSIGN TO DYNAMIC WS-BROKER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKER-FS.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FS.
           SELECT HOLDINGS-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT AGING-FILE ASSIGN TO "posrec_breaks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-FS.
           SELECT REPORT-FILE ASSIGN TO "posrec_report.dat"
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
      * Posición de cierre del broker: símbolo, cantidad con signo
      * (negativa para un corto) y costo promedio por acción, como
      * texto con punto decimal.
       FD  BROKER-FILE.
       01  BROKER-RECORD.
           05 BP-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 BP-QTY-RAW      PIC X(12).
           05 FILLER          PIC X.
           05 BP-COST-RAW     PIC X(12).
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
      * Mismo formato que HOLDING-RECORD de ROTATE.
       FD  HOLDINGS-FILE.
       01  HOLDING-RECORD.
           05 HLD-SYMBOL      PIC X(10).
      * Diario de quiebres abiertos: símbolo, tipo, fecha en que se
      * vio por primera vez y última corrida que lo vio.
       FD  AGING-FILE.
       01  AGING-RECORD.
           05 AGB-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 AGB-TYPE        PIC X(4).
           05 FILLER          PIC X.
           05 AGB-FIRST-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 AGB-LAST-DATE   PIC 9(8).
      * Una fila por símbolo (PR-TAG "POS") y el total ("TOT").
       FD  REPORT-FILE.
       01  POSREC-DETAIL-RECORD.
           05 PR-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 PR-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 PR-SOURCES      PIC X(3).
           05 FILLER          PIC X.
           05 PR-OUR-QTY      PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PR-BRK-QTY      PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PR-QTY-DIFF     PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PR-OUR-COST     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 PR-BRK-COST     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 PR-COST-PCT     PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 PR-BREAK        PIC X(4).
           05 FILLER          PIC X.
           05 PR-FLAG         PIC X(4).
           05 FILLER          PIC X.
           05 PR-FIRST-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 PR-AGE          PIC 9(4).
       01  POSREC-TOTAL-RECORD.
           05 PT-TAG          PIC X(3).
           05 FILLER          PIC X.
           05 PT-SYMBOLS      PIC 9(5).
           05 FILLER          PIC X.
           05 PT-MATCHED      PIC 9(5).
           05 FILLER          PIC X.
           05 PT-BREAKS       PIC 9(5).
           05 FILLER          PIC X.
           05 PT-OUTSIDE      PIC 9(5).
           05 FILLER          PIC X.
           05 PT-RESOLVED     PIC 9(5).
           05 FILLER          PIC X.
           05 PT-OLDEST       PIC 9(4).
           05 FILLER          PIC X.
           05 PT-RUN-DATE     PIC 9(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "POSREC".
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
       01  WS-BROKER-FS       PIC XX.
           88  WS-BROKER-OK   VALUE "00".
           88  WS-BROKER-EOF  VALUE "10".
       01  WS-CKPT-FS         PIC XX.
           88  WS-CKPT-OK     VALUE "00".
       01  WS-LEDGER-FS       PIC XX.
           88  WS-LEDGER-OK   VALUE "00".
           88  WS-LEDGER-EOF  VALUE "10".
       01  WS-HOLD-FS         PIC XX.
           88  WS-HOLD-OK     VALUE "00".
           88  WS-HOLD-EOF    VALUE "10".
       01  WS-AGING-FS        PIC XX.
           88  WS-AGING-OK    VALUE "00".
           88  WS-AGING-EOF   VALUE "10".
       01  WS-REPORT-FS       PIC XX.
       01  WS-BROKER-PATH     PIC X(200).
       01  WS-CKPT-PATH       PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-HOLD-PATH       PIC X(200).
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-RUN-INT         PIC 9(7) COMP-3.
       01  WS-FIRST-INT       PIC 9(7) COMP-3.
      * Tolerancias.
       01  WS-QTY-TOL         PIC 9(7) COMP-3 VALUE 0.
       01  WS-COST-TOL        PIC 9(3)V99 COMP-3 VALUE 0.50.
      * Un renglón por símbolo de cualquiera de los dos lados: lo
      * nuestro (cantidad con signo, nocional de costo y fuentes) y
      * lo del broker.
       01  WS-SYM-TABLE.
           05 WS-SYM-ENTRY OCCURS 1000 TIMES.
              10 PS-SYMBOL       PIC X(10).
              10 PS-SOURCES      PIC X(3).
              10 PS-QTY-KNOWN    PIC X(1).
              10 PS-OUR-QTY      PIC S9(7) COMP-3.
              10 PS-OUR-COSTAMT  PIC 9(13)V9(4) COMP-3.
              10 PS-OUR-ABSQTY   PIC 9(7) COMP-3.
              10 PS-ON-BROKER    PIC X(1).
              10 PS-BRK-QTY      PIC S9(7) COMP-3.
              10 PS-BRK-COST     PIC 9(7)V9(4) COMP-3.
       01  WS-SYM-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SYMS        PIC 9(4) COMP VALUE 1000.
       01  WS-HIT             PIC 9(4) COMP.
       01  WS-WORK-SYMBOL     PIC X(10).
      * Diario anterior de quiebres.
       01  WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 1000 TIMES.
              10 AG-SYMBOL       PIC X(10).
              10 AG-FIRST-DATE   PIC 9(8).
              10 AG-SEEN         PIC X(1).
       01  WS-AGE-COUNT       PIC 9(4) COMP VALUE 0.
      * Cotejo de un símbolo.
       01  WS-S               PIC 9(4) COMP.
       01  WS-A               PIC 9(4) COMP.
       01  WS-ADD-QTY         PIC S9(7) COMP-3.
       01  WS-ADD-COST        PIC 9(7)V9(4) COMP-3.
       01  WS-ADD-SOURCE      PIC X(1).
       01  WS-BRK-QTY         PIC S9(7) COMP-3.
       01  WS-BRK-COST        PIC 9(7)V9(4) COMP-3.
       01  WS-OUR-COST        PIC 9(7)V9(4) COMP-3.
       01  WS-QTY-DIFF        PIC S9(7) COMP-3.
       01  WS-ABS-QTY-DIFF    PIC 9(7) COMP-3.
       01  WS-COST-DIFF       PIC S9(7)V9(4) COMP-3.
       01  WS-COST-PCT        PIC S9(5)V99 COMP-3.
       01  WS-ABS-COST-PCT    PIC 9(5)V99 COMP-3.
       01  WS-BREAK           PIC X(4).
       01  WS-FLAG            PIC X(4).
       01  WS-QTY-BREAK       PIC X(1).
       01  WS-COST-BREAK      PIC X(1).
       01  WS-AGE             PIC 9(4) COMP.
       01  WS-FIRST-DATE      PIC 9(8).
      * Conteos.
       01  WS-BROKER-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-MATCH-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-BREAK-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-OUTSIDE-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-RESOLVED-COUNT  PIC 9(5) COMP VALUE 0.
       01  WS-OLDEST          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa POSREC iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-BROKER
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-LEER-CHECKPOINT
           PERFORM 3500-LEER-LIBRO-PORTSIM
           PERFORM 3700-LEER-ROTACION
           PERFORM 3900-CARGAR-DIARIO
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT AGING-FILE
           PERFORM 4000-COTEJAR-SIMBOLO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
           CLOSE AGING-FILE
           PERFORM 5000-RESUMIR
           CLOSE REPORT-FILE
           IF WS-OUTSIDE-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "broker_positions.dat" TO WS-BROKER-PATH
           MOVE "trader_checkpoint.dat" TO WS-CKPT-PATH
           MOVE "portsim_ledger.dat" TO WS-LEDGER-PATH
           MOVE "rotate_holdings.dat" TO WS-HOLD-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:7) = "QTYTOL="
                       MOVE "QTYTOL" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "COSTTOL="
                       MOVE "COSTTOL" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "CKPT="
                       MOVE WS-ARG1(6:) TO WS-CKPT-PATH
                   WHEN WS-ARG1(1:8) = "PORTSIM="
                       MOVE WS-ARG1(9:) TO WS-LEDGER-PATH
                   WHEN WS-ARG1(1:5) = "HOLD="
                       MOVE WS-ARG1(6:) TO WS-HOLD-PATH
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-BROKER-PATH
               END-EVALUATE
           END-PERFORM
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           MOVE WS-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - corrida del "
               WS-RUN-DATE " tolerancia " WS-QTY-TOL " acciones, "
               WS-COST-TOL "% de costo"
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "QTYTOL" TO PRM-NAME(1)
           MOVE "0" TO PRM-DEFAULT(1)
           MOVE "COSTTOL" TO PRM-NAME(2)
           MOVE "0.50" TO PRM-DEFAULT(2)
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
      * QTYTOL=0 y COSTTOL=0 son válidos (cuadre exacto).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 2)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999999)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99)
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
           COMPUTE WS-QTY-TOL = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-COST-TOL = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Ubica el símbolo en la tabla o le abre un renglón vacío.
       1100-UBICAR-SIMBOLO.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SYM-COUNT OR WS-HIT NOT = 0
               IF PS-SYMBOL(WS-S) = WS-WORK-SYMBOL
                   MOVE WS-S TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-SYM-COUNT >= WS-MAX-SYMS
                   DISPLAY "WARNING: tabla de símbolos llena, "
                       WS-WORK-SYMBOL " descartado"
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SYM-COUNT
               MOVE WS-SYM-COUNT TO WS-HIT
               MOVE WS-WORK-SYMBOL TO PS-SYMBOL(WS-HIT)
               MOVE SPACES TO PS-SOURCES(WS-HIT)
               MOVE "N" TO PS-QTY-KNOWN(WS-HIT)
               MOVE 0 TO PS-OUR-QTY(WS-HIT)
               MOVE 0 TO PS-OUR-COSTAMT(WS-HIT)
               MOVE 0 TO PS-OUR-ABSQTY(WS-HIT)
               MOVE "N" TO PS-ON-BROKER(WS-HIT)
               MOVE 0 TO PS-BRK-QTY(WS-HIT)
               MOVE 0 TO PS-BRK-COST(WS-HIT)
           END-IF
           EXIT.

      * Suma al lado nuestro la posición en WS-ADD-QTY (con signo) a
      * costo WS-ADD-COST, marcando la fuente WS-ADD-SOURCE (T, P o
      * R en su columna).
       1200-SUMAR-NUESTRA.
           PERFORM 1100-UBICAR-SIMBOLO
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ADD-SOURCE
               WHEN "T"
                   MOVE "T" TO PS-SOURCES(WS-HIT)(1:1)
               WHEN "P"
                   MOVE "P" TO PS-SOURCES(WS-HIT)(2:1)
               WHEN OTHER
                   MOVE "R" TO PS-SOURCES(WS-HIT)(3:1)
           END-EVALUATE
           IF WS-ADD-SOURCE = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PS-QTY-KNOWN(WS-HIT)
           ADD WS-ADD-QTY TO PS-OUR-QTY(WS-HIT)
           IF WS-ADD-QTY < 0
               COMPUTE WS-ABS-QTY-DIFF = 0 - WS-ADD-QTY
           ELSE
               MOVE WS-ADD-QTY TO WS-ABS-QTY-DIFF
           END-IF
           ADD WS-ABS-QTY-DIFF TO PS-OUR-ABSQTY(WS-HIT)
           COMPUTE PS-OUR-COSTAMT(WS-HIT) = PS-OUR-COSTAMT(WS-HIT)
               + WS-ABS-QTY-DIFF * WS-ADD-COST
           EXIT.

      * Sin estado del broker no hay nada que conciliar.
       2000-CARGAR-BROKER.
           OPEN INPUT BROKER-FILE
           IF NOT WS-BROKER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BROKER-EOF
               READ BROKER-FILE
                   AT END
                       SET WS-BROKER-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ASENTAR-BROKER
               END-READ
           END-PERFORM
           CLOSE BROKER-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-BROKER - " WS-BROKER-COUNT
               " posiciones del broker"
           EXIT.

      * Una fila en cero no es posición; el mismo símbolo dos veces
      * (cuentas o lotes separados) se suma con costo promedio.
       2100-ASENTAR-BROKER.
           IF BP-SYMBOL = SPACES
              OR FUNCTION TEST-NUMVAL(BP-QTY-RAW) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BRK-QTY = FUNCTION NUMVAL(BP-QTY-RAW)
           IF WS-BRK-QTY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BRK-COST
           IF FUNCTION TEST-NUMVAL(BP-COST-RAW) = 0
               COMPUTE WS-BRK-COST ROUNDED =
                   FUNCTION NUMVAL(BP-COST-RAW)
           END-IF
           ADD 1 TO WS-BROKER-COUNT
           MOVE BP-SYMBOL TO WS-WORK-SYMBOL
           PERFORM 1100-UBICAR-SIMBOLO
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF PS-ON-BROKER(WS-HIT) = "Y"
               COMPUTE WS-QTY-DIFF = PS-BRK-QTY(WS-HIT) + WS-BRK-QTY
               MOVE 0 TO WS-OUR-COST
               IF WS-QTY-DIFF NOT = 0
                   COMPUTE WS-OUR-COST ROUNDED =
                       (PS-BRK-COST(WS-HIT) * PS-BRK-QTY(WS-HIT)
                       + WS-BRK-COST * WS-BRK-QTY) / WS-QTY-DIFF
               END-IF
               MOVE WS-OUR-COST TO PS-BRK-COST(WS-HIT)
               MOVE WS-QTY-DIFF TO PS-BRK-QTY(WS-HIT)
           ELSE
               MOVE "Y" TO PS-ON-BROKER(WS-HIT)
               MOVE WS-BRK-QTY TO PS-BRK-QTY(WS-HIT)
               MOVE WS-BRK-COST TO PS-BRK-COST(WS-HIT)
           END-IF
           EXIT.

      * La posición de TRADER: el checkpoint no lleva el símbolo,
      * así que sin SYMBOL= (o TRADE_RUN_SYMBOL) no se puede cotejar.
       3000-LEER-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY "[POSREC] sin checkpoint (FS=" WS-CKPT-FS
                   "): TRADER no tiene posición abierta"
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE
               AT END
                   DISPLAY "[POSREC] checkpoint vacío: TRADER no "
                       "tiene posición abierta"
               NOT AT END
                   IF CKPT-POSITION NOT = 0 AND CKPT-SHARES > 0
                       IF WS-SYMBOL = SPACES
                           DISPLAY "WARNING: posición de TRADER sin "
                               "símbolo (falta SYMBOL=), no se coteja"
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           MOVE WS-SYMBOL TO WS-WORK-SYMBOL
                           MOVE CKPT-SHARES TO WS-ADD-QTY
                           IF CKPT-POSITION < 0
                               COMPUTE WS-ADD-QTY = 0 - WS-ADD-QTY
                           END-IF
                           MOVE CKPT-TRADE-PRICE TO WS-ADD-COST
                           MOVE "T" TO WS-ADD-SOURCE
                           PERFORM 1200-SUMAR-NUESTRA
                       END-IF
                   END-IF
           END-READ
           CLOSE CKPT-FILE
           EXIT.

      * El libro de PORTSIM: lo que seguía abierto en la última barra
      * sale del simulador como LONGF/SHRTF.
       3500-LEER-LIBRO-PORTSIM.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "[POSREC] sin ledger de PORTSIM (FS="
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
                           MOVE LED-SYMBOL TO WS-WORK-SYMBOL
                           MOVE LED-SHARES TO WS-ADD-QTY
                           IF LED-TYPE = "SHRTF"
                               COMPUTE WS-ADD-QTY = 0 - WS-ADD-QTY
                           END-IF
                           MOVE LED-ENTRY TO WS-ADD-COST
                           MOVE "P" TO WS-ADD-SOURCE
                           PERFORM 1200-SUMAR-NUESTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           EXIT.

       3700-LEER-ROTACION.
           OPEN INPUT HOLDINGS-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "[POSREC] sin tenencia de rotación (FS="
                   WS-HOLD-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLDINGS-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-SYMBOL NOT = SPACES
                           MOVE HLD-SYMBOL TO WS-WORK-SYMBOL
                           MOVE 0 TO WS-ADD-QTY
                           MOVE 0 TO WS-ADD-COST
                           MOVE "R" TO WS-ADD-SOURCE
                           PERFORM 1200-SUMAR-NUESTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDINGS-FILE
           DISPLAY "[DEBUG] 3700-LEER-ROTACION - " WS-SYM-COUNT
               " símbolos entre ambos lados"
           EXIT.

      * Sin diario es la primera corrida: ningún quiebre tiene edad.
       3900-CARGAR-DIARIO.
           OPEN INPUT AGING-FILE
           IF NOT WS-AGING-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AGING-EOF
               READ AGING-FILE
                   AT END
                       SET WS-AGING-EOF TO TRUE
                   NOT AT END
                       IF AGB-FIRST-DATE NUMERIC
                          AND AGB-FIRST-DATE > 0
                          AND WS-AGE-COUNT < WS-MAX-SYMS
                           ADD 1 TO WS-AGE-COUNT
                           MOVE AGB-SYMBOL TO AG-SYMBOL(WS-AGE-COUNT)
                           MOVE AGB-FIRST-DATE
                               TO AG-FIRST-DATE(WS-AGE-COUNT)
                           MOVE "N" TO AG-SEEN(WS-AGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
           EXIT.

       4000-COTEJAR-SIMBOLO.
           PERFORM 4100-CLASIFICAR
           IF WS-BREAK = SPACES
               ADD 1 TO WS-MATCH-COUNT
               MOVE 0 TO WS-FIRST-DATE
               MOVE 0 TO WS-AGE
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               PERFORM 4200-EDAD-DEL-QUIEBRE
           END-IF
           PERFORM 4400-ESCRIBIR-DETALLE
           EXIT.

      * Cantidad y costo de un símbolo contra el broker.
       4100-CLASIFICAR.
           MOVE SPACES TO WS-BREAK
           MOVE SPACES TO WS-FLAG
           MOVE "N" TO WS-QTY-BREAK
           MOVE "N" TO WS-COST-BREAK
           MOVE 0 TO WS-OUR-COST
           MOVE 0 TO WS-QTY-DIFF
           MOVE 0 TO WS-COST-PCT
           IF PS-OUR-ABSQTY(WS-S) > 0
               COMPUTE WS-OUR-COST ROUNDED =
                   PS-OUR-COSTAMT(WS-S) / PS-OUR-ABSQTY(WS-S)
           END-IF
           IF PS-SOURCES(WS-S) = SPACES
               MOVE "UNKN" TO WS-BREAK
               MOVE PS-BRK-QTY(WS-S) TO WS-QTY-DIFF
               PERFORM 4150-CONTRA-TOLERANCIA
               EXIT PARAGRAPH
           END-IF
           IF PS-QTY-KNOWN(WS-S) = "N"
               IF PS-ON-BROKER(WS-S) = "N"
                   MOVE "MISS" TO WS-BREAK
                   MOVE "OUT " TO WS-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PS-ON-BROKER(WS-S) = "N"
               IF PS-OUR-QTY(WS-S) NOT = 0
                   MOVE "MISS" TO WS-BREAK
                   COMPUTE WS-QTY-DIFF = 0 - PS-OUR-QTY(WS-S)
                   PERFORM 4150-CONTRA-TOLERANCIA
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTY-DIFF = PS-BRK-QTY(WS-S) - PS-OUR-QTY(WS-S)
           IF WS-QTY-DIFF NOT = 0
               MOVE "Y" TO WS-QTY-BREAK
           END-IF
           IF PS-BRK-COST(WS-S) > 0 AND WS-OUR-COST > 0
               COMPUTE WS-COST-DIFF =
                   PS-BRK-COST(WS-S) - WS-OUR-COST
               COMPUTE WS-COST-PCT ROUNDED =
                   WS-COST-DIFF * 100 / PS-BRK-COST(WS-S)
               IF WS-COST-DIFF > 0.01 OR WS-COST-DIFF < -0.01
                   MOVE "Y" TO WS-COST-BREAK
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-QTY-BREAK = "Y" AND WS-COST-BREAK = "Y"
                   MOVE "QTYC" TO WS-BREAK
               WHEN WS-QTY-BREAK = "Y"
                   MOVE "QTY " TO WS-BREAK
               WHEN WS-COST-BREAK = "Y"
                   MOVE "COST" TO WS-BREAK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 4150-CONTRA-TOLERANCIA
           EXIT.

      * Un quiebre dentro de ambas tolerancias queda TOL (se informa
      * y envejece, pero no marca la corrida); si no, OUT.
       4150-CONTRA-TOLERANCIA.
           IF WS-QTY-DIFF < 0
               COMPUTE WS-ABS-QTY-DIFF = 0 - WS-QTY-DIFF
           ELSE
               MOVE WS-QTY-DIFF TO WS-ABS-QTY-DIFF
           END-IF
           IF WS-COST-PCT < 0
               COMPUTE WS-ABS-COST-PCT = 0 - WS-COST-PCT
           ELSE
               MOVE WS-COST-PCT TO WS-ABS-COST-PCT
           END-IF
           IF WS-ABS-QTY-DIFF > WS-QTY-TOL
              OR WS-ABS-COST-PCT > WS-COST-TOL
               MOVE "OUT " TO WS-FLAG
           ELSE
               MOVE "TOL " TO WS-FLAG
           END-IF
           EXIT.

      * La edad sale del diario anterior: el quiebre que ya estaba
      * conserva su primera fecha; uno nuevo arranca hoy. Se graba
      * en el diario nuevo.
       4200-EDAD-DEL-QUIEBRE.
           MOVE WS-RUN-DATE TO WS-FIRST-DATE
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AGE-COUNT
               IF AG-SYMBOL(WS-A) = PS-SYMBOL(WS-S)
                   MOVE "Y" TO AG-SEEN(WS-A)
                   IF AG-FIRST-DATE(WS-A) < WS-FIRST-DATE
                       MOVE AG-FIRST-DATE(WS-A) TO WS-FIRST-DATE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-AGE = WS-RUN-INT - WS-FIRST-INT
           IF WS-AGE > WS-OLDEST
               MOVE WS-AGE TO WS-OLDEST
           END-IF
           MOVE SPACES TO AGING-RECORD
           MOVE PS-SYMBOL(WS-S) TO AGB-SYMBOL
           MOVE WS-BREAK TO AGB-TYPE
           MOVE WS-FIRST-DATE TO AGB-FIRST-DATE
           MOVE WS-RUN-DATE TO AGB-LAST-DATE
           WRITE AGING-RECORD
           EXIT.

       4400-ESCRIBIR-DETALLE.
           MOVE SPACES TO POSREC-DETAIL-RECORD
           MOVE "POS" TO PR-TAG
           MOVE PS-SYMBOL(WS-S) TO PR-SYMBOL
           MOVE PS-SOURCES(WS-S) TO PR-SOURCES
           MOVE PS-OUR-QTY(WS-S) TO PR-OUR-QTY
           MOVE PS-BRK-QTY(WS-S) TO PR-BRK-QTY
           MOVE WS-QTY-DIFF TO PR-QTY-DIFF
           MOVE WS-OUR-COST TO PR-OUR-COST
           MOVE PS-BRK-COST(WS-S) TO PR-BRK-COST
           MOVE WS-COST-PCT TO PR-COST-PCT
           MOVE WS-BREAK TO PR-BREAK
           MOVE WS-FLAG TO PR-FLAG
           MOVE WS-FIRST-DATE TO PR-FIRST-DATE
           MOVE WS-AGE TO PR-AGE
           WRITE POSREC-DETAIL-RECORD
           IF WS-BREAK NOT = SPACES
               DISPLAY "[QUIEBRE] " WS-BREAK " " WS-FLAG
                   PS-SYMBOL(WS-S) " nuestro=" PR-OUR-QTY
                   " broker=" PR-BRK-QTY " desde " WS-FIRST-DATE
                   " (" PR-AGE " días)"
           END-IF
           IF WS-FLAG = "OUT "
               ADD 1 TO WS-OUTSIDE-COUNT
           END-IF
           EXIT.

      * Lo que estaba en el diario y hoy no quiebra quedó resuelto.
       5000-RESUMIR.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AGE-COUNT
               IF AG-SEEN(WS-A) = "N"
                   ADD 1 TO WS-RESOLVED-COUNT
                   DISPLAY "[POSREC] resuelto " AG-SYMBOL(WS-A)
                       " (quiebre desde " AG-FIRST-DATE(WS-A) ")"
               END-IF
           END-PERFORM
           MOVE SPACES TO POSREC-TOTAL-RECORD
           MOVE "TOT" TO PT-TAG
           MOVE WS-SYM-COUNT TO PT-SYMBOLS
           MOVE WS-MATCH-COUNT TO PT-MATCHED
           MOVE WS-BREAK-COUNT TO PT-BREAKS
           MOVE WS-OUTSIDE-COUNT TO PT-OUTSIDE
           MOVE WS-RESOLVED-COUNT TO PT-RESOLVED
           MOVE WS-OLDEST TO PT-OLDEST
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           WRITE POSREC-TOTAL-RECORD
           DISPLAY "[POSREC] símbolos " WS-SYM-COUNT
               ", conciliados " WS-MATCH-COUNT
               ", quiebres " WS-BREAK-COUNT
               " (fuera de tolerancia " WS-OUTSIDE-COUNT
               "), resueltos " WS-RESOLVED-COUNT
               ", el más viejo " WS-OLDEST " días"
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
           MOVE WS-SYM-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-BREAK-COUNT + WS-REJECT-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-BROKER-FS
               WHEN "35"
                   MOVE "ERROR: Posiciones del broker no encontradas"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-BROKER-FS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
