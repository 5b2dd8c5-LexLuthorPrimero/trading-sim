      * los indicadores. "El cierre de ACME el 20260315" pasa a ser
      * una lectura con clave, no una adivinanza de nombre de
      * archivo y una pasada completa.
      * Cambios de ticker: con historia de alias (symbol_alias.dat)
      * la clave sigue siendo el ticker que regía el día de la
      * barra - LOAD guarda bajo el ticker viejo lo anterior a la
      * fecha efectiva aunque el proveedor lo mande ya con el nuevo,
      * y viceversa - y EXTRACT pedido por cualquier eslabón de la
      * cadena recorre los tramos en orden y devuelve la historia
      * completa bajo el ticker vigente.
      * Correcciones: LOAD agrega barras nuevas sin más, pero una
      * barra ya cargada que llega reexpresada nunca se reescribe
      * aquí. Con OPERATOR=id (función PRICECORR permitida en
      * operator_entitlements.dat, WS-OPER-CHECK, verificado antes
      * de abrir nada) y REASON=texto queda como propuesta en
      * pending_changes.dat con la imagen antes y después, y entra
      * al maestro - con su renglón en la bitácora - cuando otro
      * operador la aprueba con CHGAPPR. Sin operador la barra
      * reexpresada no se propone: se cuenta rechazada, se avisa,
      * y la corrida termina con RC 2 para que alguien habilitado
      * la recargue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "price_corrections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT ALIAS-FILE ASSIGN TO "symbol_alias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT CHG-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FS.
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
      * PM-FMT marca la versión del trazado ("02" desde que los
           05 EXT-LINE        PIC X(90).
      * Bitácora de correcciones: cada REWRITE que cambió algo deja
      * la imagen anterior y la nueva con la estampa de la carga y
      * el run id, el operador que la propuso y el que la aprobó
      * - "qué vio el modelo el 15 de marzo" deja de ser
      * incontestable. Agregado, nunca reescrito; desde la cola de
      * cambios lo escribe CHGAPPR al aplicar la corrección.
       FD  JOURNAL-FILE.
       01  CORRECTION-RECORD.
           05 JR-SYMBOL       PIC X(10).
           05 JR-LOAD-TIME    PIC 9(6).
           05 FILLER          PIC X.
           05 JR-RUNID        PIC X(8).
           05 FILLER          PIC X.
           05 JR-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 JR-CHECKER      PIC X(8).
      * Historia de alias de símbolos (symbol_alias.dat, la
      * mantiene SYMMAINT): símbolo viejo, símbolo nuevo y fecha
      * efectiva, el primer día con el ticker nuevo.
       FD  ALIAS-FILE.
       01  ALIAS-RECORD.
           05 AL-OLD          PIC X(10).
           05 FILLER          PIC X.
           05 AL-NEW          PIC X(10).
           05 FILLER          PIC X.
           05 AL-DATE         PIC 9(8).
      * Cola de cambios pendientes (pending_changes.dat): la
      * propuesta con sus imágenes antes y después, el operador
      * que la hizo y el que la decidió. Mismo formato en CHGAPPR.
       FD  CHG-FILE.
       01  CHANGE-RECORD.
           05 CHG-ID          PIC 9(6).
           05 FILLER          PIC X.
           05 CHG-TARGET      PIC X(4).
           05 FILLER          PIC X.
           05 CHG-ACTION      PIC X(6).
           05 FILLER          PIC X.
           05 CHG-KEY         PIC X(18).
           05 FILLER          PIC X.
           05 CHG-STATUS      PIC X(8).
           05 FILLER          PIC X.
           05 CHG-MAKER       PIC X(8).
           05 FILLER          PIC X.
           05 CHG-PROPOSED    PIC 9(8).
           05 FILLER          PIC X.
           05 CHG-STAMP       PIC 9(14).
           05 FILLER          PIC X.
           05 CHG-REASON      PIC X(30).
           05 FILLER          PIC X.
           05 CHG-CHECKER     PIC X(8).
           05 FILLER          PIC X.
           05 CHG-DECIDED     PIC 9(14).
           05 FILLER          PIC X.
           05 CHG-NOTE        PIC X(30).
           05 FILLER          PIC X.
           05 CHG-BEFORE      PIC X(107).
           05 FILLER          PIC X.
           05 CHG-AFTER       PIC X(107).
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
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "PRICEMASTR".
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
      * Propuesta en armado para la cola (WS-CHG-PROPOSE).
       01  WS-CHG-FS          PIC XX.
           88  WS-CHG-OK      VALUE "00".
           88  WS-CHG-EOF     VALUE "10".
       01  WS-CHG-NEXT-ID     PIC 9(6) VALUE 0.
       01  WS-CHG-MADE        PIC 9(5) COMP VALUE 0.
       01  WS-CHG-TARGET      PIC X(4).
       01  WS-CHG-ACTION      PIC X(6).
       01  WS-CHG-KEY         PIC X(18).
       01  WS-CHG-REASON      PIC X(30) VALUE SPACES.
       01  WS-CHG-BEFORE      PIC X(107).
       01  WS-CHG-AFTER       PIC X(107).
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
       01  WS-MASTER-STATUS  PIC XX.
           88  WS-MASTER-OK      VALUE "00".
           88  WS-MASTER-EOF     VALUE "10".
       01  WS-UPSERT-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-REWRITE-COUNT  PIC 9(5) COMP VALUE 0.
       01  WS-OUT-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-REKEY-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-BAR-TICKER     PIC X(10).
       01  WS-BAR-DATE-NUM   PIC 9(8).
       01  WS-SG             PIC 9(4) COMP.
       01  WS-OPERATOR       PIC X(8) VALUE SPACES.
       01  WS-BAR-HELD       PIC X(1).
       01  WS-HELD-COUNT     PIC 9(5) COMP VALUE 0.
      * Cola circular de arranque en caliente: las últimas WARMUP=
      * barras ANTERIORES al rango pedido se anteponen a la
      * extracción, así los promedios móviles del indicador llegan
       01  WS-MAX-JRN        PIC 9(4) COMP VALUE 2000.
       01  WS-JRN-HIT        PIC 9(4) COMP.
       01  WS-JR             PIC 9(4) COMP.
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-VOLUME    PIC Z(13)9.
       01  WS-KEYWORD-VAL    PIC X(20).
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
      * Tabla de alias y tramos de la cadena del símbolo en curso
      * (WS-ALIAS-LOAD, WS-ALIAS-CHECK y WS-ALIAS-CHAIN).
       01  WS-ALIAS-FS        PIC XX.
           88  WS-ALIAS-OK        VALUE "00".
           88  WS-ALIAS-EOF       VALUE "10".
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 200 TIMES.
              10 ALT-OLD         PIC X(10).
              10 ALT-NEW         PIC X(10).
              10 ALT-DATE        PIC 9(8).
       01  WS-ALIAS-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-ALIAS       PIC 9(4) COMP VALUE 200.
       01  WS-ALIAS-REJECTS   PIC 9(4) COMP VALUE 0.
       01  WS-ALIAS-REASON    PIC X(40).
       01  WS-ALIAS-K         PIC 9(4) COMP.
       01  WS-ALIAS-J         PIC 9(4) COMP.
       01  WS-ALIAS-HIT       PIC 9(4) COMP.
       01  WS-ALIAS-STEPS     PIC 9(4) COMP.
       01  WS-ALIAS-WALK      PIC X(10).
       01  WS-ALIAS-SYMBOL    PIC X(10).
       01  WS-ALIAS-CURRENT   PIC X(10).
       01  WS-ALIAS-SEG-TABLE.
           05 WS-ALIAS-SEG OCCURS 20 TIMES.
              10 SEG-SYMBOL      PIC X(10).
              10 SEG-FROM        PIC 9(8).
              10 SEG-UNTIL       PIC 9(8).
       01  WS-ALIAS-SEGS      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SEGS        PIC 9(4) COMP VALUE 20.
       01  WS-ALIAS-SWAP      PIC X(26).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa PRICEMASTER "
               "iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE = "LOAD" AND WS-OPERATOR NOT = SPACES
               MOVE "PRICECORR" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           PERFORM 1300-CARGAR-ALIAS
           IF WS-MODE = "LOAD"
               PERFORM 2000-CARGAR-MAESTRO
           ELSE
      * tajada a pricemaster_out.dat.
       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                       END-IF
                   WHEN WS-ARG1(1:7) = "OUTPUT="
                       MOVE WS-ARG1(8:6) TO WS-OUT-FORMAT
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
                   WHEN WS-ARG1(1:7) = "REASON="
                       MOVE WS-ARG1(8:30) TO WS-CHG-REASON
                   WHEN WS-ARG1(1:7) = "WARMUP="
                       MOVE "WARMUP" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-PRICES-PATH
               END-EVALUATE
           END-PERFORM
           MOVE WS-SEL-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-CHG-REASON = SPACES
               MOVE "reexpresión del proveedor" TO WS-CHG-REASON
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "WARMUP" TO PRM-NAME(1)
           MOVE "0" TO PRM-DEFAULT(1)
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
      * WARMUP por encima del tope de la tabla se recorta al tope.
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
           IF FUNCTION NUMVAL(PRM-VALUE(1)) > WS-MAX-WARM
               MOVE "200" TO PRM-VALUE(1)
           END-IF
           COMPUTE WS-WARMUP = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2100-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

       1300-CARGAR-ALIAS.
           COPY WS-ALIAS-LOAD.

       2000-CARGAR-MAESTRO.
           PERFORM 2100-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
           DISPLAY "[DEBUG] 2000-CARGAR-MAESTRO - " WS-UPSERT-COUNT
               " barras al maestro (" WS-REWRITE-COUNT
               " reescritas)"
           IF WS-REKEY-COUNT > 0
               DISPLAY "[ALIAS] " WS-REKEY-COUNT " barras guardadas "
                   "bajo el ticker que regía en su fecha"
           END-IF
           IF WS-CHG-MADE > 0
               DISPLAY "[PRICEMASTER] " WS-CHG-MADE " barras "
                   "reexpresadas propuestas, pendientes de CHGAPPR"
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: " WS-HELD-COUNT " barras "
                   "reexpresadas sin proponer, recargar con "
                   "OPERATOR= habilitado para PRICECORR"
               IF WS-EXIT-CODE = 0
                   MOVE 2 TO WS-EXIT-CODE
               END-IF
           END-IF
           EXIT.

      * Ticker que regía el día de la barra: se resuelve la cadena
      * del símbolo del renglón (una vez por símbolo, la tabla viene
      * agrupada) y se busca el tramo que contiene la fecha.
       2150-TICKER-DE-LA-BARRA.
           MOVE WS-OHLCV-SYMBOL(WS-I) TO WS-BAR-TICKER
           IF WS-ALIAS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OHLCV-SYMBOL(WS-I) NOT = WS-ALIAS-SYMBOL
               MOVE WS-OHLCV-SYMBOL(WS-I) TO WS-ALIAS-SYMBOL
               PERFORM RESOLVER-ALIAS
           END-IF
           MOVE WS-OHLCV-DATE(WS-I) TO WS-BAR-DATE-NUM
           PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-ALIAS-SEGS
               IF WS-BAR-DATE-NUM >= SEG-FROM(WS-SG)
                  AND WS-BAR-DATE-NUM < SEG-UNTIL(WS-SG)
                   MOVE SEG-SYMBOL(WS-SG) TO WS-BAR-TICKER
               END-IF
           END-PERFORM
           IF WS-BAR-TICKER NOT = WS-OHLCV-SYMBOL(WS-I)
               ADD 1 TO WS-REKEY-COUNT
           END-IF
           EXIT.

      * Upsert: WRITE y, si la clave ya existe (estado 22), REWRITE
      * - recargar el archivo de un día ya cargado es inocuo.
       2200-UPSERT-BARRA.
           PERFORM 2150-TICKER-DE-LA-BARRA
           MOVE SPACES TO MASTER-RECORD
           MOVE WS-BAR-TICKER TO PM-SYMBOL
           MOVE WS-OHLCV-DATE(WS-I) TO PM-DATE
           MOVE WS-OHLCV-OPEN(WS-I) TO PM-OPEN
           MOVE WS-OHLCV-HIGH(WS-I) TO PM-HIGH
           MOVE WS-OHLCV-CLOSE(WS-I) TO PM-CLOSE
           MOVE WS-OHLCV-VOLUME(WS-I) TO PM-VOLUME
           MOVE "02" TO PM-FMT
           MOVE "N" TO WS-BAR-HELD
           WRITE MASTER-RECORD
           IF WS-MASTER-DUP
               PERFORM 2250-REESCRIBIR-CON-BITACORA
           END-IF
           EVALUATE TRUE
               WHEN WS-BAR-HELD = "P"
                   CONTINUE
               WHEN WS-MASTER-OK AND WS-BAR-HELD = "N"
                   ADD 1 TO WS-UPSERT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           EXIT.

      * La clave ya existe: se lee la imagen vigente. Igual a la
      * que llega, la recarga es inocua y se reescribe; distinta, es
      * una reexpresión y va a la cola como propuesta (imagen
      * vigente antes, la del proveedor después) sin tocar el
      * maestro - o se retiene si nadie la firma.
       2250-REESCRIBIR-CON-BITACORA.
           MOVE WS-OHLCV-OPEN(WS-I) TO WS-NEW-OPEN
           MOVE WS-OHLCV-HIGH(WS-I) TO WS-NEW-HIGH
              OR PM-LOW NOT = WS-NEW-LOW
              OR PM-CLOSE NOT = WS-NEW-CLOSE
              OR PM-VOLUME NOT = WS-NEW-VOLUME
               IF WS-OPERATOR = SPACES
                   MOVE "Y" TO WS-BAR-HELD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "WARNING: " PM-SYMBOL " " PM-DATE
                       " reexpresada sin OPERATOR=, no se aplica"
               ELSE
                   PERFORM 2260-PROPONER-CORRECCION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "02" TO PM-FMT
           REWRITE MASTER-RECORD
           ADD 1 TO WS-REWRITE-COUNT
           EXIT.

       2260-PROPONER-CORRECCION.
           MOVE "P" TO WS-BAR-HELD
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE MASTER-RECORD TO WS-CHG-BEFORE
           MOVE WS-NEW-OPEN TO PM-OPEN
           MOVE WS-NEW-HIGH TO PM-HIGH
           MOVE WS-NEW-LOW TO PM-LOW
           MOVE WS-NEW-CLOSE TO PM-CLOSE
           MOVE WS-NEW-VOLUME TO PM-VOLUME
           MOVE "02" TO PM-FMT
           MOVE SPACES TO WS-CHG-AFTER
           MOVE MASTER-RECORD TO WS-CHG-AFTER
           MOVE "PRIC" TO WS-CHG-TARGET
           MOVE "CORR" TO WS-CHG-ACTION
           MOVE PM-KEY TO WS-CHG-KEY
           PERFORM PROPONER-CAMBIO
           IF WS-EXIT-CODE NOT = 0
               MOVE "Y" TO WS-BAR-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           EXIT.

      * Extracción por clave: START en símbolo+0 y READ NEXT hasta
      * salirse del símbolo o pasar TO=. Las barras anteriores a
      * FROM= giran por la cola de calentamiento; al cruzar FROM= la
      * cola se vuelca primero y la tajada sigue en orden. Con alias
      * se hace lo mismo tramo por tramo de la cadena, del ticker más
      * viejo al vigente: las fechas siguen creciendo de un tramo al
      * otro, así el calentamiento y FROM=/TO= no se enteran, y cada
      * barra sale con el ticker vigente.
       3000-EXTRAER-TAJADA.
           IF WS-ASOF-DATE > 0
               PERFORM 3050-CARGAR-BITACORA
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXTRACT-OUT-FILE
           MOVE WS-SEL-SYMBOL TO WS-ALIAS-SYMBOL
           PERFORM RESOLVER-ALIAS
           IF WS-ALIAS-SEGS > 1 OR WS-ALIAS-CURRENT NOT = WS-SEL-SYMBOL
               PERFORM VARYING WS-SG FROM 1 BY 1
                       UNTIL WS-SG > WS-ALIAS-SEGS
                   DISPLAY "[ALIAS] " WS-ALIAS-CURRENT " tramo "
                       SEG-SYMBOL(WS-SG) " desde " SEG-FROM(WS-SG)
                       " antes de " SEG-UNTIL(WS-SG)
               END-PERFORM
           END-IF
           MOVE WS-ALIAS-CURRENT TO WS-SEL-SYMBOL
           PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-ALIAS-SEGS
               PERFORM 3020-EXTRAER-TRAMO
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE EXTRACT-OUT-FILE
           DISPLAY "[DEBUG] 3000-EXTRAER-TAJADA - " WS-OUT-COUNT
               " barras extraídas para " WS-SEL-SYMBOL
           EXIT.

      * Un tramo de la cadena: desde su fecha efectiva hasta el día
      * anterior a la del tramo siguiente, cortando en TO=.
       3020-EXTRAER-TRAMO.
           MOVE SEG-SYMBOL(WS-SG) TO PM-SYMBOL
           IF SEG-FROM(WS-SG) > 0
               COMPUTE PM-DATE = SEG-FROM(WS-SG) - 1
           ELSE
               MOVE 0 TO PM-DATE
           END-IF
           MOVE "00" TO WS-MASTER-STATUS
           START MASTER-FILE KEY IS GREATER THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF PM-SYMBOL NOT = SEG-SYMBOL(WS-SG)
                          OR PM-DATE >= SEG-UNTIL(WS-SG)
                          OR PM-DATE > WS-TO-DATE
                           MOVE "10" TO WS-MASTER-STATUS
                       ELSE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * Con ASOF=, la bitácora completa en memoria: por clave, la
                   MOVE PM-CLOSE TO WS-EDIT-PRICE
                   MOVE WS-EDIT-PRICE TO EXT-LINE(27:12)
               WHEN OTHER
                   MOVE WS-SEL-SYMBOL TO EXT-LINE(1:10)
                   MOVE PM-DATE TO EXT-LINE(12:8)
                   MOVE PM-OPEN TO WS-EDIT-PRICE
                   MOVE WS-EDIT-PRICE TO EXT-LINE(21:12)
           ADD 1 TO WS-OUT-COUNT
           EXIT.

       VALIDAR-ALIAS.
           COPY WS-ALIAS-CHECK.

       RESOLVER-ALIAS.
           COPY WS-ALIAS-CHAIN.

       PROPONER-CAMBIO.
           COPY WS-CHG-PROPOSE.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

