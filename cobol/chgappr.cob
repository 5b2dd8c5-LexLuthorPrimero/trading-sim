       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
      * Aprobación de cuatro ojos para los datos de referencia: un
      * LOAD de SYMMAINT o una reexpresión de PRICEMASTER ya no
      * entran solos a la corrida de la noche. Ambos dejan cada
      * cambio como propuesta PENDING en pending_changes.dat, con
      * la imagen antes y después, el operador que la hizo y su
      * razón; aquí otro operador - nunca el mismo - la aprueba o la
      * rechaza. Al aprobar se aplica a symbol_master.dat o
      * price_master.dat (la corrección de precio deja además su
      * renglón en price_corrections.dat), siempre que el registro
      * vigente siga siendo la imagen anterior de la propuesta: si
      * alguien lo cambió en el medio, la propuesta queda rechazada
      * por vieja y hay que volver a proponerla.
      * Modos:
      *   LIST [STATUS=estado]         la cola con sus imágenes
      *       (PENDING, APPROVED, REJECTED o EXPIRED; todo sin STATUS)
      *   APPROVE ID=n OPERATOR=id [NOTE=texto]   aprueba y aplica
      *   REJECT ID=n OPERATOR=id NOTE=texto      rechaza
      *   EXPIRE [AGEDAYS=n]           vence lo PENDING más viejo que
      *       n días (5 por omisión); APPROVE y REJECT lo hacen antes
      *       de decidir, así nada vencido se aprueba tarde
      * APPROVE y REJECT exigen la función CHGAPPR permitida en
      * operator_entitlements.dat (WS-OPER-CHECK); que el que decide
      * sea el mismo que propuso se rechaza como permiso denegado.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYM-FS.
           SELECT MASTER-FILE ASSIGN TO "price_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "price_corrections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
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
      * Cola de cambios pendientes: mismo formato que en SYMMAINT y
      * PRICEMASTER, que la escriben con WS-CHG-PROPOSE.
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
      * Mismo formato que MASTER-RECORD de PRICEMASTER.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 PM-KEY.
              10 PM-SYMBOL    PIC X(10).
              10 PM-DATE      PIC 9(8).
           05 PM-OPEN         PIC 9(7)V9(4).
           05 PM-HIGH         PIC 9(7)V9(4).
           05 PM-LOW          PIC 9(7)V9(4).
           05 PM-CLOSE        PIC 9(7)V9(4).
           05 PM-VOLUME       PIC 9(12).
           05 PM-FMT          PIC X(2).
      * Mismo formato que CORRECTION-RECORD de PRICEMASTER, que lo
      * lee para el EXTRACT ASOF=.
       FD  JOURNAL-FILE.
       01  CORRECTION-RECORD.
           05 JR-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 JR-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 JR-OLD-OPEN     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-OLD-HIGH     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-OLD-LOW      PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-OLD-CLOSE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-OLD-VOLUME   PIC 9(12).
           05 FILLER          PIC X.
           05 JR-NEW-OPEN     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-NEW-HIGH     PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-NEW-LOW      PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-NEW-CLOSE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 JR-NEW-VOLUME   PIC 9(12).
           05 FILLER          PIC X.
           05 JR-LOAD-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 JR-LOAD-TIME    PIC 9(6).
           05 FILLER          PIC X.
           05 JR-RUNID        PIC X(8).
           05 FILLER          PIC X.
           05 JR-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 JR-CHECKER      PIC X(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "CHGAPPR".
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
       01  WS-CHG-FS          PIC XX.
           88  WS-CHG-OK      VALUE "00".
           88  WS-CHG-EOF     VALUE "10".
       01  WS-SYM-FS          PIC XX.
           88  WS-SYM-OK      VALUE "00".
           88  WS-SYM-NEW     VALUE "35".
       01  WS-MASTER-STATUS   PIC XX.
           88  WS-MASTER-OK   VALUE "00".
       01  WS-JOURNAL-FS      PIC XX.
       01  WS-MODE            PIC X(7) VALUE "LIST".
           88  WS-MODE-LIST       VALUE "LIST".
           88  WS-MODE-APPROVE    VALUE "APPROVE".
           88  WS-MODE-REJECT     VALUE "REJECT".
           88  WS-MODE-EXPIRE     VALUE "EXPIRE".
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-SEL-ID          PIC 9(6) VALUE 0.
       01  WS-SEL-STATUS      PIC X(8) VALUE SPACES.
       01  WS-NOTE            PIC X(30) VALUE SPACES.
       01  WS-AGE-DAYS        PIC 9(3) COMP VALUE 5.
      * La cola completa en memoria para reescribirla con los
      * estados nuevos, como la de órdenes en APPROVE.
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 1000 TIMES PIC X(381).
       01  WS-CHG-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-CHG         PIC 9(4) COMP VALUE 1000.
       01  WS-C               PIC 9(4) COMP.
       01  WS-C-HIT           PIC 9(4) COMP VALUE 0.
       01  WS-CHANGED         PIC X(1) VALUE "N".
       01  WS-DENIED          PIC X(1) VALUE "N".
       01  WS-CUR-IMAGE       PIC X(107).
       01  WS-SYM-EXISTS      PIC X(1).
       01  WS-TODAY-INT       PIC 9(7) COMP-3.
       01  WS-PROP-INT        PIC 9(7) COMP-3.
       01  WS-APPLIED         PIC 9(4) COMP VALUE 0.
       01  WS-REJECTED        PIC 9(4) COMP VALUE 0.
       01  WS-EXPIRED         PIC 9(4) COMP VALUE 0.
       01  WS-LISTED          PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa CHGAPPR iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF (WS-MODE-APPROVE OR WS-MODE-REJECT)
              AND (WS-SEL-ID = 0 OR WS-OPERATOR = SPACES)
               DISPLAY "ERROR: APPROVE/REJECT requieren ID= y "
                   "OPERATOR="
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-REJECT AND WS-NOTE = SPACES
               DISPLAY "ERROR: REJECT requiere NOTE=texto"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPROVE OR WS-MODE-REJECT
               MOVE "CHGAPPR" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           PERFORM 2000-CARGAR-COLA
           IF WS-EXIT-CODE NOT = 0 OR WS-CHG-COUNT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM 4000-LISTAR
               WHEN WS-MODE-APPROVE
                   PERFORM 3000-VENCER-PENDIENTES
                   PERFORM 5000-APROBAR
               WHEN WS-MODE-REJECT
                   PERFORM 3000-VENCER-PENDIENTES
                   PERFORM 5500-RECHAZAR
               WHEN WS-MODE-EXPIRE
                   PERFORM 3000-VENCER-PENDIENTES
           END-EVALUATE
           IF WS-CHANGED = "Y"
               PERFORM 6000-REESCRIBIR-COLA
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "LIST"
                       SET WS-MODE-LIST TO TRUE
                   WHEN WS-ARG1 = "APPROVE"
                       SET WS-MODE-APPROVE TO TRUE
                   WHEN WS-ARG1 = "REJECT"
                       SET WS-MODE-REJECT TO TRUE
                   WHEN WS-ARG1 = "EXPIRE"
                       SET WS-MODE-EXPIRE TO TRUE
                   WHEN WS-ARG1(1:3) = "ID="
                       MOVE WS-ARG1(4:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SEL-ID =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
                   WHEN WS-ARG1(1:5) = "NOTE="
                       MOVE WS-ARG1(6:30) TO WS-NOTE
                   WHEN WS-ARG1(1:7) = "STATUS="
                       MOVE WS-ARG1(8:8) TO WS-SEL-STATUS
                   WHEN WS-ARG1(1:8) = "AGEDAYS="
                       MOVE "AGEDAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
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
           MOVE "5" TO PRM-DEFAULT(1)
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
           COMPUTE WS-AGE-DAYS = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Una cola más larga que la tabla no se reescribe nunca: se
      * perderían las filas que no entraron.
       2000-CARGAR-COLA.
           OPEN INPUT CHG-FILE
           IF WS-CHG-FS = "35"
               DISPLAY "[CHGAPPR] sin cambios propuestos"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-OK
               DISPLAY "ERROR: pending_changes.dat ilegible FS="
                   WS-CHG-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHG-EOF
               READ CHG-FILE
                   AT END
                       SET WS-CHG-EOF TO TRUE
                   NOT AT END
                       IF WS-CHG-COUNT >= WS-MAX-CHG
                           DISPLAY "ERROR: cola de cambios más larga "
                               "que la tabla (" WS-MAX-CHG ")"
                           MOVE 1 TO WS-EXIT-CODE
                           SET WS-CHG-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CHG-COUNT
                           MOVE CHANGE-RECORD
                               TO WS-CHG-ENTRY(WS-CHG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-COLA - " WS-CHG-COUNT
               " propuestas en la cola"
           EXIT.

      * Lo PENDING sin decisión después de AGEDAYS= días vence: una
      * propuesta vieja describe un maestro que ya no existe.
       3000-VENCER-PENDIENTES.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-C) TO CHANGE-RECORD
               IF CHG-STATUS = "PENDING"
                  AND CHG-PROPOSED NUMERIC AND CHG-PROPOSED > 0
                   COMPUTE WS-PROP-INT =
                       FUNCTION INTEGER-OF-DATE(CHG-PROPOSED)
                   IF WS-TODAY-INT - WS-PROP-INT > WS-AGE-DAYS
                       MOVE "EXPIRED" TO CHG-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO CHG-DECIDED
                       MOVE "vencida sin aprobación" TO CHG-NOTE
                       MOVE CHANGE-RECORD TO WS-CHG-ENTRY(WS-C)
                       MOVE "Y" TO WS-CHANGED
                       ADD 1 TO WS-EXPIRED
                       DISPLAY "[CHGAPPR] propuesta " CHG-ID " "
                           CHG-TARGET " " CHG-KEY " vencida"
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       4000-LISTAR.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-C) TO CHANGE-RECORD
               IF WS-SEL-STATUS = SPACES
                  OR CHG-STATUS = WS-SEL-STATUS
                   ADD 1 TO WS-LISTED
                   DISPLAY CHG-ID " " CHG-TARGET " " CHG-ACTION " "
                       CHG-KEY " " CHG-STATUS " por " CHG-MAKER
                       " el " CHG-PROPOSED ": "
                       FUNCTION TRIM(CHG-REASON)
                   IF CHG-STATUS NOT = "PENDING"
                       DISPLAY "    decidida " CHG-DECIDED " "
                           CHG-CHECKER " "
                           FUNCTION TRIM(CHG-NOTE)
                   END-IF
                   DISPLAY "    antes:   " CHG-BEFORE
                   DISPLAY "    después: " CHG-AFTER
               END-IF
           END-PERFORM
           DISPLAY "[CHGAPPR] " WS-LISTED " propuestas listadas"
           EXIT.

      * Aprobación: la propuesta ID= debe seguir PENDING y no ser
      * del mismo operador. Se aplica según el destino; si el
      * registro vigente ya no es la imagen anterior, queda
      * rechazada por vieja en vez de pisar el cambio de otro.
       5000-APROBAR.
           PERFORM 5100-BUSCAR-PROPUESTA
           IF WS-C-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-ENTRY(WS-C-HIT) TO CHANGE-RECORD
           MOVE WS-OPERATOR TO CHG-CHECKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHG-DECIDED
           MOVE WS-NOTE TO CHG-NOTE
           EVALUATE CHG-TARGET
               WHEN "SYMM"
                   PERFORM 5200-APLICAR-SIMBOLO
               WHEN "PRIC"
                   PERFORM 5300-APLICAR-PRECIO
               WHEN OTHER
                   DISPLAY "ERROR: destino desconocido " CHG-TARGET
                   MOVE 1 TO WS-EXIT-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-IMAGE NOT = CHG-BEFORE
               MOVE "REJECTED" TO CHG-STATUS
               MOVE "imagen anterior ya no coincide" TO CHG-NOTE
               ADD 1 TO WS-REJECTED
               DISPLAY "ERROR: propuesta " CHG-ID " vieja: "
                   CHG-KEY " cambió desde que se propuso, rechazada"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               MOVE "APPROVED" TO CHG-STATUS
               ADD 1 TO WS-APPLIED
               DISPLAY "[CHGAPPR] propuesta " CHG-ID " " CHG-TARGET
                   " " CHG-ACTION " " CHG-KEY " aprobada por "
                   WS-OPERATOR " y aplicada"
           END-IF
           MOVE CHANGE-RECORD TO WS-CHG-ENTRY(WS-C-HIT)
           MOVE "Y" TO WS-CHANGED
           EXIT.

       5100-BUSCAR-PROPUESTA.
           MOVE 0 TO WS-C-HIT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHG-COUNT OR WS-C-HIT NOT = 0
               MOVE WS-CHG-ENTRY(WS-C) TO CHANGE-RECORD
               IF CHG-ID = WS-SEL-ID
                   MOVE WS-C TO WS-C-HIT
               END-IF
           END-PERFORM
           IF WS-C-HIT = 0
               DISPLAY "ERROR: propuesta " WS-SEL-ID " no existe"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF CHG-STATUS NOT = "PENDING"
               DISPLAY "ERROR: propuesta " CHG-ID " ya está "
                   CHG-STATUS
               MOVE 1 TO WS-EXIT-CODE
               MOVE 0 TO WS-C-HIT
               EXIT PARAGRAPH
           END-IF
           IF CHG-MAKER = WS-OPERATOR
               DISPLAY "ERROR: operador '" WS-OPERATOR "' rechazado "
                   "para CHGAPPR: no puede decidir su propia "
                   "propuesta " CHG-ID
               MOVE "Y" TO WS-DENIED
               MOVE 1 TO WS-EXIT-CODE
               MOVE 0 TO WS-C-HIT
           END-IF
           EXIT.

      * Alta o reescritura en el maestro de símbolos; el maestro
      * nace aquí con la primera alta aprobada.
       5200-APLICAR-SIMBOLO.
           OPEN I-O SYMMASTER-FILE
           IF WS-SYM-NEW
               OPEN OUTPUT SYMMASTER-FILE
               CLOSE SYMMASTER-FILE
               OPEN I-O SYMMASTER-FILE
           END-IF
           IF NOT WS-SYM-OK
               DISPLAY "ERROR: symbol_master.dat ilegible FS="
                   WS-SYM-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-KEY(1:10) TO SYM-SYMBOL
           MOVE SPACES TO WS-CUR-IMAGE
           MOVE "N" TO WS-SYM-EXISTS
           READ SYMMASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYMBOL-MASTER-RECORD TO WS-CUR-IMAGE
                   MOVE "Y" TO WS-SYM-EXISTS
           END-READ
           IF WS-CUR-IMAGE = CHG-BEFORE
               MOVE CHG-AFTER TO SYMBOL-MASTER-RECORD
               IF WS-SYM-EXISTS = "Y"
                   REWRITE SYMBOL-MASTER-RECORD
               ELSE
                   WRITE SYMBOL-MASTER-RECORD
               END-IF
               IF NOT WS-SYM-OK
                   DISPLAY "ERROR: no se pudo grabar " SYM-SYMBOL
                       " FS=" WS-SYM-FS
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
           END-IF
           CLOSE SYMMASTER-FILE
           EXIT.

      * Reescritura de la barra con su renglón en la bitácora de
      * correcciones: la imagen vigente como anterior, la propuesta
      * como nueva, el que la propuso y el que la aprobó.
       5300-APLICAR-PRECIO.
           OPEN I-O MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: price_master.dat ilegible FS="
                   WS-MASTER-STATUS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-KEY TO PM-KEY
           MOVE SPACES TO WS-CUR-IMAGE
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-CUR-IMAGE
           END-READ
           IF WS-CUR-IMAGE = CHG-BEFORE
               MOVE SPACES TO CORRECTION-RECORD
               MOVE PM-SYMBOL TO JR-SYMBOL
               MOVE PM-DATE TO JR-DATE
               MOVE PM-OPEN TO JR-OLD-OPEN
               MOVE PM-HIGH TO JR-OLD-HIGH
               MOVE PM-LOW TO JR-OLD-LOW
               MOVE PM-CLOSE TO JR-OLD-CLOSE
               MOVE PM-VOLUME TO JR-OLD-VOLUME
               MOVE CHG-AFTER TO MASTER-RECORD
               MOVE PM-OPEN TO JR-NEW-OPEN
               MOVE PM-HIGH TO JR-NEW-HIGH
               MOVE PM-LOW TO JR-NEW-LOW
               MOVE PM-CLOSE TO JR-NEW-CLOSE
               MOVE PM-VOLUME TO JR-NEW-VOLUME
               REWRITE MASTER-RECORD
               IF NOT WS-MASTER-OK
                   DISPLAY "ERROR: no se pudo reescribir " PM-KEY
                       " FS=" WS-MASTER-STATUS
                   MOVE 1 TO WS-EXIT-CODE
               ELSE
                   PERFORM 5350-ASENTAR-CORRECCION
               END-IF
           END-IF
           CLOSE MASTER-FILE
           EXIT.

       5350-ASENTAR-CORRECCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-LOAD-TIME
           MOVE SPACES TO JR-RUNID
           ACCEPT JR-RUNID FROM ENVIRONMENT "TRADE_RUN_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE CHG-MAKER TO JR-OPERATOR
           MOVE WS-OPERATOR TO JR-CHECKER
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE CORRECTION-RECORD
           CLOSE JOURNAL-FILE
           DISPLAY "[CORRECCION] " PM-SYMBOL " " PM-DATE
               " reexpresada (imagen anterior en la bitácora)"
           EXIT.

       5500-RECHAZAR.
           PERFORM 5100-BUSCAR-PROPUESTA
           IF WS-C-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-ENTRY(WS-C-HIT) TO CHANGE-RECORD
           MOVE "REJECTED" TO CHG-STATUS
           MOVE WS-OPERATOR TO CHG-CHECKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHG-DECIDED
           MOVE WS-NOTE TO CHG-NOTE
           MOVE CHANGE-RECORD TO WS-CHG-ENTRY(WS-C-HIT)
           MOVE "Y" TO WS-CHANGED
           ADD 1 TO WS-REJECTED
           DISPLAY "[CHGAPPR] propuesta " CHG-ID " rechazada por "
               WS-OPERATOR
           EXIT.

       6000-REESCRIBIR-COLA.
           OPEN OUTPUT CHG-FILE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-C) TO CHANGE-RECORD
               WRITE CHANGE-RECORD
           END-PERFORM
           CLOSE CHG-FILE
           EXIT.

      * La decisión sobre la propia propuesta queda como DENY, con
      * el operador en el campo de símbolo, igual que un permiso
      * negado por WS-OPER-CHECK.
       9000-FINALIZAR.
           EVALUATE TRUE
               WHEN WS-DENIED = "Y"
                   MOVE "DENY" TO WS-AUDIT-STATUS
                   DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
                   DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE
               WHEN WS-EXIT-CODE NOT = 0
                   MOVE "ERR " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "OK  " TO WS-AUDIT-STATUS
           END-EVALUATE
           COMPUTE WS-AUDIT-COUNT = WS-APPLIED + WS-LISTED
           COMPUTE WS-AUDIT-REJECTS = WS-REJECTED + WS-EXPIRED
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
