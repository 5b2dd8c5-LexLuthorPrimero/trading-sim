      * de severidad a lo abierto más viejo que n días (3 por
      * omisión, tope 9) y deja el resumen diario de pendientes por
      * edad - lo que la mañana ocupada ya no puede dejar caer.
      * ACK exige que el operador tenga la función ALERTACK
      * permitida en operator_entitlements.dat (WS-OPER-CHECK).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUMMARY-FILE ASSIGN TO "alert_inbox_summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FS.
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
      * Mismo formato que INBOX-RECORD de ALERTS.
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05 SMR-LINE        PIC X(90).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "ALERTACK".
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
       01  WS-INBOX-FS        PIC XX.
           88  WS-INBOX-OK    VALUE "00".
           88  WS-INBOX-EOF   VALUE "10".
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa ALERTACK iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-ACK
               MOVE "ALERTACK" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           EVALUATE TRUE
           STOP RUN.

       1000-LEER-PARAMETROS.
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                   WHEN WS-ARG1(1:5) = "NOTE="
                       MOVE WS-ARG1(6:30) TO WS-NOTE
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
           MOVE "3" TO PRM-DEFAULT(1)
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

       2000-LISTAR.
           OPEN INPUT INBOX-FILE
           IF NOT WS-INBOX-OK
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
