       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMAINT.
      * Mantenimiento del registro central de parámetros de corrida:
      * los parámetros estaban repartidos entre los PARM de
      * TRDBATCH.jcl, las columnas del control de MASTERBATCH, los
      * perfiles y los valores fijos de cada programa, y nadie podía
      * decir con qué período de RSI o qué deslizamiento corrió la
      * noche del martes. El registro (param_registry.dat) es SOLO
      * agregado, como strategy_profiles_hist.dat de PROFMAINT: cada
      * cambio entra como versión nueva de programa + parámetro +
      * alcance (GLOBAL o un símbolo), con valor, fecha efectiva,
      * autor, estampa y razón; la historia jamás se reescribe. Los
      * programas resuelven sus parámetros contra el registro
      * (WS-PARM-RESOLVE) y el PARM queda solo como excepción
      * explícita; el juego resuelto de cada corrida queda en
      * run_params.dat (WS-PARM-RECORD) bajo su identificador de
      * corrida. El nombre del parámetro es también su palabra
      * clave en la línea de comando del programa (PERIOD=14).
      * Modos:
      *   SET PROGRAM=prog PARAM=nombre [SCOPE=GLOBAL|símbolo]
      *       EFF=aaaammdd VALUE=valor AUTHOR=id REASON=texto
      *   DROP PROGRAM=prog PARAM=nombre [SCOPE=] EFF=aaaammdd
      *       AUTHOR=id REASON=texto (retira el valor del alcance
      *       desde EFF: rige el global, o el valor por omisión)
      *   LIST [PROGRAM=] [SCOPE=]
      *   RESOLVE PROGRAM=prog [SYMBOL=] [DATE=aaaammdd]   (lo que
      *       resolvería el programa para ese símbolo y fecha)
      *   REPORT FROM=aaaammdd TO=aaaammdd   (cada cambio con el
      *       valor anterior, a param_changes.dat)
      *   RUN RUNID=id [PROGRAM=] [SYMBOL=]   (el juego exacto de
      *       una corrida pasada, y la línea de comando para
      *       repetirla, a param_replay.dat)
      * SET y DROP piden que el autor (AUTHOR= u OPERATOR=) tenga la
      * función PARMMAINT en operator_entitlements.dat.
      * Salida: RC 1 si el pedido es inválido o el operador no está
      * autorizado.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMREG-FILE ASSIGN TO "param_registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Una versión por renglón, siempre agregada al final. La
      * versión cuenta por programa + parámetro + alcance. PR-ACTION
      * SET da valor, DROP lo retira.
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
           05 FILLER         PIC X.
           05 PR-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PR-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PR-REASON      PIC X(30).
      * Juego de parámetros de cada corrida (WS-PARM-RECORD).
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
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 PMR-LINE       PIC X(160).
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "PARMMAINT".
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
       01  WS-PARMREG-FS      PIC XX.
           88  WS-PARMREG-OK  VALUE "00".
           88  WS-PARMREG-EOF VALUE "10".
       01  WS-PARMRUN-FS      PIC XX.
           88  WS-PARMRUN-OK  VALUE "00".
           88  WS-PARMRUN-EOF VALUE "10".
       01  WS-REP-FS          PIC XX.
       01  WS-REPORT-PATH     PIC X(40).
       01  WS-MODE            PIC X(7) VALUE "LIST".
           88  WS-MODE-SET    VALUE "SET".
           88  WS-MODE-DROP   VALUE "DROP".
           88  WS-MODE-LIST   VALUE "LIST".
           88  WS-MODE-RESOLVE VALUE "RESOLVE".
           88  WS-MODE-REPORT VALUE "REPORT".
           88  WS-MODE-RUN    VALUE "RUN".
       01  WS-PROGRAM         PIC X(10) VALUE SPACES.
       01  WS-PARAM           PIC X(10) VALUE SPACES.
       01  WS-SCOPE           PIC X(10) VALUE SPACES.
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-VALUE           PIC X(20) VALUE SPACES.
       01  WS-EFF-DATE        PIC 9(8) VALUE 0.
       01  WS-AS-OF-DATE      PIC 9(8) VALUE 0.
       01  WS-RUNID           PIC X(8) VALUE SPACES.
       01  WS-AUTHOR          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-REASON          PIC X(40) VALUE SPACES.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 99999999.
       01  WS-MAX-VERSION     PIC 9(4) COMP-3 VALUE 0.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
      * Resolución (RESOLVE) y valor anterior (REPORT): una fila por
      * parámetro y alcance vistos, con el renglón vigente.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 200 TIMES.
              10 RS-PROGRAM     PIC X(10).
              10 RS-PARAM       PIC X(10).
              10 RS-SCOPE       PIC X(10).
              10 RS-EFF         PIC 9(8).
              10 RS-VERSION     PIC 9(4).
              10 RS-ACTION      PIC X(4).
              10 RS-VALUE       PIC X(20).
       01  WS-RES-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-RES         PIC 9(4) COMP VALUE 200.
       01  WS-R               PIC 9(4) COMP.
       01  WS-R-HIT           PIC 9(4) COMP.
       01  WS-R-GLOBAL        PIC 9(4) COMP.
       01  WS-PREV-VALUE      PIC X(20).
      * RUN: la línea de comando de cada programa y símbolo de la
      * corrida, armada parámetro por parámetro.
       01  WS-REPLAY-TABLE.
           05 WS-REPLAY-ENTRY OCCURS 100 TIMES.
              10 RY-PROGRAM     PIC X(10).
              10 RY-SYMBOL      PIC X(10).
              10 RY-FIRST       PIC X(10).
              10 RY-ARGS        PIC X(140).
       01  WS-REPLAY-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-MAX-REPLAY      PIC 9(4) COMP VALUE 100.
       01  WS-ARGS-WORK       PIC X(140).
       01  WS-KEYWORD-VAL     PIC X(30).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa PARMMAINT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-SET OR WS-MODE-DROP
               MOVE WS-AUTHOR TO WS-OPERATOR
               MOVE "PARMMAINT" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-SET OR WS-MODE-DROP
                   PERFORM 2000-AGREGAR-VERSION
               WHEN WS-MODE-RESOLVE
                   PERFORM 4000-RESOLVER
               WHEN WS-MODE-REPORT
                   PERFORM 5000-REPORTE-DE-CAMBIOS
               WHEN WS-MODE-RUN
                   PERFORM 6000-JUEGO-DE-CORRIDA
               WHEN OTHER
                   PERFORM 3000-LISTAR
           END-EVALUATE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "SET"
                       SET WS-MODE-SET TO TRUE
                   WHEN WS-ARG1 = "DROP"
                       SET WS-MODE-DROP TO TRUE
                   WHEN WS-ARG1 = "LIST"
                       SET WS-MODE-LIST TO TRUE
                   WHEN WS-ARG1 = "RESOLVE"
                       SET WS-MODE-RESOLVE TO TRUE
                   WHEN WS-ARG1 = "REPORT"
                       SET WS-MODE-REPORT TO TRUE
                   WHEN WS-ARG1 = "RUN"
                       SET WS-MODE-RUN TO TRUE
                   WHEN WS-ARG1(1:8) = "PROGRAM="
                       MOVE FUNCTION UPPER-CASE(WS-ARG1(9:10))
                           TO WS-PROGRAM
                   WHEN WS-ARG1(1:6) = "PARAM="
                       MOVE FUNCTION UPPER-CASE(WS-ARG1(7:10))
                           TO WS-PARAM
                   WHEN WS-ARG1(1:6) = "SCOPE="
                       MOVE WS-ARG1(7:10) TO WS-SCOPE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN WS-ARG1(1:6) = "VALUE="
                       MOVE WS-ARG1(7:20) TO WS-VALUE
                   WHEN WS-ARG1(1:6) = "RUNID="
                       MOVE WS-ARG1(7:8) TO WS-RUNID
                   WHEN WS-ARG1(1:4) = "EFF="
                       MOVE WS-ARG1(5:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-EFF-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-AS-OF-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:7) = "AUTHOR="
                       MOVE WS-ARG1(8:8) TO WS-AUTHOR
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-AUTHOR
                   WHEN WS-ARG1(1:7) = "REASON="
                       MOVE WS-ARG1(8:40) TO WS-REASON
                   WHEN WS-ARG1(1:5) = "FROM="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-FROM-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:3) = "TO="
                       MOVE WS-ARG1(4:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-SCOPE = SPACES OR WS-SCOPE = "global"
               MOVE "GLOBAL" TO WS-SCOPE
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           EXIT.

      * Alta (SET) o retiro (DROP): la versión siguiente de programa
      * + parámetro + alcance, agregada al final. Los parámetros del
      * registro son numéricos; un valor que no lo es se rechaza
      * aquí y no en la corrida de la noche.
       2000-AGREGAR-VERSION.
           IF WS-PROGRAM = SPACES OR WS-PARAM = SPACES
              OR WS-EFF-DATE = 0
              OR WS-AUTHOR = SPACES OR WS-REASON = SPACES
               DISPLAY "ERROR: SET/DROP requieren PROGRAM=, PARAM=, "
                   "EFF=, AUTHOR= y REASON="
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               DISPLAY "ERROR: EFF= no es una fecha válida"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-SET
              AND (WS-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-VALUE) NOT = 0)
               DISPLAY "ERROR: SET requiere VALUE= numérico"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-MAXIMA-VERSION
           IF WS-MODE-DROP AND WS-MAX-VERSION = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PROGRAM) " "
                   FUNCTION TRIM(WS-PARAM) " "
                   FUNCTION TRIM(WS-SCOPE) " no está en el registro"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PARMREG-FILE
           IF WS-PARMREG-FS = "35"
               OPEN OUTPUT PARMREG-FILE
           END-IF
           IF NOT WS-PARMREG-OK
               DISPLAY "ERROR: registro de parámetros ilegible FS="
                   WS-PARMREG-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PARMREG-RECORD
           MOVE WS-PROGRAM TO PR-PROGRAM
           MOVE WS-PARAM TO PR-PARAM
           MOVE WS-SCOPE TO PR-SCOPE
           COMPUTE PR-VERSION = WS-MAX-VERSION + 1
           MOVE WS-EFF-DATE TO PR-EFF-DATE
           IF WS-MODE-SET
               MOVE "SET " TO PR-ACTION
               MOVE WS-VALUE TO PR-VALUE
           ELSE
               MOVE "DROP" TO PR-ACTION
           END-IF
           MOVE WS-AUTHOR TO PR-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PR-STAMP
           MOVE WS-REASON TO PR-REASON
           WRITE PARMREG-RECORD
           CLOSE PARMREG-FILE
           ADD 1 TO WS-ROW-COUNT
           DISPLAY "[PARMMAINT] " FUNCTION TRIM(WS-PROGRAM) " "
               FUNCTION TRIM(WS-PARAM) " " FUNCTION TRIM(WS-SCOPE)
               " versión " PR-VERSION " " PR-ACTION " "
               FUNCTION TRIM(PR-VALUE) " efectiva " WS-EFF-DATE
               " (" FUNCTION TRIM(WS-AUTHOR) ": "
               FUNCTION TRIM(WS-REASON) ")"
           EXIT.

       2100-MAXIMA-VERSION.
           MOVE 0 TO WS-MAX-VERSION
           OPEN INPUT PARMREG-FILE
           IF NOT WS-PARMREG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARMREG-EOF
               READ PARMREG-FILE
                   AT END
                       SET WS-PARMREG-EOF TO TRUE
                   NOT AT END
                       IF PR-PROGRAM = WS-PROGRAM
                          AND PR-PARAM = WS-PARAM
                          AND PR-SCOPE = WS-SCOPE
                          AND PR-VERSION NUMERIC
                          AND PR-VERSION > WS-MAX-VERSION
                           MOVE PR-VERSION TO WS-MAX-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMREG-FILE
           EXIT.

       3000-LISTAR.
           OPEN INPUT PARMREG-FILE
           IF NOT WS-PARMREG-OK
               DISPLAY "[PARMMAINT] sin registro de parámetros (FS="
                   WS-PARMREG-FS ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-SCOPE = "GLOBAL"
               MOVE SPACES TO WS-SCOPE
           END-IF
           PERFORM UNTIL WS-PARMREG-EOF
               READ PARMREG-FILE
                   AT END
                       SET WS-PARMREG-EOF TO TRUE
                   NOT AT END
                       IF (WS-PROGRAM = SPACES
                           OR PR-PROGRAM = WS-PROGRAM)
                          AND (WS-SCOPE = SPACES
                           OR PR-SCOPE = WS-SCOPE)
                           ADD 1 TO WS-ROW-COUNT
                           DISPLAY PARMREG-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMREG-FILE
           EXIT.

      * Lo que resolvería el programa (WS-PARM-RESOLVE) para el
      * símbolo y la fecha dados: por cada parámetro, el renglón de
      * alcance del símbolo si hay, si no el global.
       4000-RESOLVER.
           IF WS-PROGRAM = SPACES
               DISPLAY "ERROR: RESOLVE requiere PROGRAM="
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARMREG-FILE
           IF NOT WS-PARMREG-OK
               DISPLAY "[PARMMAINT] sin registro de parámetros (FS="
                   WS-PARMREG-FS "), todo por omisión"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARMREG-EOF
               READ PARMREG-FILE
                   AT END
                       SET WS-PARMREG-EOF TO TRUE
                   NOT AT END
                       IF PR-PROGRAM = WS-PROGRAM
                          AND PR-EFF-DATE NUMERIC
                          AND PR-VERSION NUMERIC
                          AND PR-EFF-DATE <= WS-AS-OF-DATE
                          AND (PR-SCOPE = "GLOBAL"
                           OR (WS-SYMBOL NOT = SPACES
                           AND PR-SCOPE = WS-SYMBOL))
                           PERFORM 4100-TOMAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMREG-FILE
           DISPLAY "[PARMMAINT] " FUNCTION TRIM(WS-PROGRAM)
               " símbolo " WS-SYMBOL " al " WS-AS-OF-DATE ":"
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RES-COUNT
               IF RS-SCOPE(WS-R) = "GLOBAL"
                   PERFORM 4200-MOSTRAR-PARAMETRO
               END-IF
           END-PERFORM
      * Un parámetro que solo tiene renglón del símbolo no pasa por
      * el global: se muestra aparte.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RES-COUNT
               IF RS-SCOPE(WS-R) NOT = "GLOBAL"
                   MOVE 0 TO WS-R-GLOBAL
                   PERFORM VARYING WS-R-HIT FROM 1 BY 1
                           UNTIL WS-R-HIT > WS-RES-COUNT
                       IF RS-PARAM(WS-R-HIT) = RS-PARAM(WS-R)
                          AND RS-SCOPE(WS-R-HIT) = "GLOBAL"
                           MOVE WS-R-HIT TO WS-R-GLOBAL
                       END-IF
                   END-PERFORM
                   IF WS-R-GLOBAL = 0
                       PERFORM 4200-MOSTRAR-PARAMETRO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Guarda en la tabla el renglón si es más nuevo que el que ya
      * tiene para el mismo programa, parámetro y alcance.
       4100-TOMAR-RENGLON.
           MOVE 0 TO WS-R-HIT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT OR WS-R-HIT > 0
               IF RS-PROGRAM(WS-R) = PR-PROGRAM
                  AND RS-PARAM(WS-R) = PR-PARAM
                  AND RS-SCOPE(WS-R) = PR-SCOPE
                   MOVE WS-R TO WS-R-HIT
               END-IF
           END-PERFORM
           IF WS-R-HIT = 0
               IF WS-RES-COUNT >= WS-MAX-RES
                   DISPLAY "WARNING: tabla de parámetros llena, "
                       PR-PROGRAM " " PR-PARAM " omitido"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-R-HIT
               MOVE PR-PROGRAM TO RS-PROGRAM(WS-R-HIT)
               MOVE PR-PARAM TO RS-PARAM(WS-R-HIT)
               MOVE PR-SCOPE TO RS-SCOPE(WS-R-HIT)
               MOVE 0 TO RS-EFF(WS-R-HIT)
               MOVE 0 TO RS-VERSION(WS-R-HIT)
           END-IF
           IF PR-EFF-DATE > RS-EFF(WS-R-HIT)
              OR (PR-EFF-DATE = RS-EFF(WS-R-HIT)
               AND PR-VERSION > RS-VERSION(WS-R-HIT))
               MOVE PR-EFF-DATE TO RS-EFF(WS-R-HIT)
               MOVE PR-VERSION TO RS-VERSION(WS-R-HIT)
               MOVE PR-ACTION TO RS-ACTION(WS-R-HIT)
               MOVE PR-VALUE TO RS-VALUE(WS-R-HIT)
           END-IF
           EXIT.

      * Un parámetro resuelto: el renglón del símbolo si da valor,
      * si no el global, si no el valor por omisión del programa.
       4200-MOSTRAR-PARAMETRO.
           MOVE WS-R TO WS-R-GLOBAL
           MOVE 0 TO WS-R-HIT
           IF WS-SYMBOL NOT = SPACES
               PERFORM VARYING WS-R-HIT FROM 1 BY 1
                       UNTIL WS-R-HIT > WS-RES-COUNT
                   IF RS-PARAM(WS-R-HIT) = RS-PARAM(WS-R)
                      AND RS-SCOPE(WS-R-HIT) = WS-SYMBOL
                      AND RS-ACTION(WS-R-HIT) = "SET "
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-R-HIT > WS-RES-COUNT
                   MOVE 0 TO WS-R-HIT
               END-IF
           END-IF
           IF WS-R-HIT = 0 AND RS-SCOPE(WS-R) = "GLOBAL"
              AND RS-ACTION(WS-R) = "SET "
               MOVE WS-R TO WS-R-HIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           IF WS-R-HIT = 0
               DISPLAY "  " RS-PARAM(WS-R) " = (valor por omisión "
                   "del programa)"
           ELSE
               DISPLAY "  " RS-PARAM(WS-R) " = "
                   FUNCTION TRIM(RS-VALUE(WS-R-HIT)) "  ("
                   FUNCTION TRIM(RS-SCOPE(WS-R-HIT)) " v"
                   RS-VERSION(WS-R-HIT) " desde " RS-EFF(WS-R-HIT)
                   ")"
           END-IF
           EXIT.

      * El reporte de cumplimiento: cada versión con fecha efectiva
      * dentro del rango, con el valor de la versión anterior del
      * mismo programa, parámetro y alcance al lado.
       5000-REPORTE-DE-CAMBIOS.
           OPEN INPUT PARMREG-FILE
           IF NOT WS-PARMREG-OK
               DISPLAY "[PARMMAINT] sin registro de parámetros (FS="
                   WS-PARMREG-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "param_changes.dat" TO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-PARMREG-EOF
               READ PARMREG-FILE
                   AT END
                       SET WS-PARMREG-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-PROCESAR-VERSION
               END-READ
           END-PERFORM
           CLOSE PARMREG-FILE
           CLOSE REPORT-FILE
           EXIT.

       5100-PROCESAR-VERSION.
           MOVE 0 TO WS-R-HIT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT OR WS-R-HIT > 0
               IF RS-PROGRAM(WS-R) = PR-PROGRAM
                  AND RS-PARAM(WS-R) = PR-PARAM
                  AND RS-SCOPE(WS-R) = PR-SCOPE
                   MOVE WS-R TO WS-R-HIT
               END-IF
           END-PERFORM
           IF WS-R-HIT = 0
               MOVE "(ALTA)" TO WS-PREV-VALUE
           ELSE
               MOVE RS-VALUE(WS-R-HIT) TO WS-PREV-VALUE
           END-IF
           IF PR-EFF-DATE NUMERIC
              AND PR-EFF-DATE >= WS-FROM-DATE
              AND PR-EFF-DATE <= WS-TO-DATE
               ADD 1 TO WS-ROW-COUNT
               MOVE SPACES TO PMR-LINE
               IF PR-ACTION = "DROP"
                   STRING PR-EFF-DATE " " PR-PROGRAM " " PR-PARAM
                       " " PR-SCOPE " v" PR-VERSION " "
                       FUNCTION TRIM(WS-PREV-VALUE) " -> (RETIRADO)"
                       " por " PR-AUTHOR ": " FUNCTION TRIM(PR-REASON)
                       DELIMITED BY SIZE INTO PMR-LINE
               ELSE
                   STRING PR-EFF-DATE " " PR-PROGRAM " " PR-PARAM
                       " " PR-SCOPE " v" PR-VERSION " "
                       FUNCTION TRIM(WS-PREV-VALUE) " -> "
                       FUNCTION TRIM(PR-VALUE) " por " PR-AUTHOR ": "
                       FUNCTION TRIM(PR-REASON)
                       DELIMITED BY SIZE INTO PMR-LINE
               END-IF
               WRITE REPORT-RECORD
               DISPLAY PMR-LINE
           END-IF
           IF WS-R-HIT = 0 AND WS-RES-COUNT < WS-MAX-RES
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-R-HIT
               MOVE PR-PROGRAM TO RS-PROGRAM(WS-R-HIT)
               MOVE PR-PARAM TO RS-PARAM(WS-R-HIT)
               MOVE PR-SCOPE TO RS-SCOPE(WS-R-HIT)
           END-IF
           IF WS-R-HIT > 0
               IF PR-ACTION = "DROP"
                   MOVE "(RETIRADO)" TO RS-VALUE(WS-R-HIT)
               ELSE
                   MOVE PR-VALUE TO RS-VALUE(WS-R-HIT)
               END-IF
           END-IF
           EXIT.

      * El juego exacto de una corrida pasada, tal como lo grabó
      * cada programa (WS-PARM-RECORD), y por cada programa y
      * símbolo la línea de comando que lo repite: cada parámetro
      * como NOMBRE=valor, que todo programa del registro acepta
      * como PARM explícito.
       6000-JUEGO-DE-CORRIDA.
           IF WS-RUNID = SPACES
               DISPLAY "ERROR: RUN requiere RUNID="
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARMRUN-FILE
           IF NOT WS-PARMRUN-OK
               DISPLAY "ERROR: sin registro de parámetros por corrida"
                   " (FS=" WS-PARMRUN-FS ")"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "param_replay.dat" TO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           PERFORM UNTIL WS-PARMRUN-EOF
               READ PARMRUN-FILE
                   AT END
                       SET WS-PARMRUN-EOF TO TRUE
                   NOT AT END
                       IF RP-RUNID = WS-RUNID
                          AND (WS-PROGRAM = SPACES
                           OR RP-PROGRAM = WS-PROGRAM)
                          AND (WS-SYMBOL = SPACES
                           OR RP-SYMBOL = WS-SYMBOL)
                           PERFORM 6100-RENGLON-DE-CORRIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMRUN-FILE
           IF WS-ROW-COUNT = 0
               DISPLAY "[PARMMAINT] la corrida " WS-RUNID
                   " no tiene parámetros registrados"
           ELSE
               MOVE SPACES TO PMR-LINE
               PERFORM 6900-EMITIR
               MOVE "PARA REPETIR LA CORRIDA:" TO PMR-LINE
               PERFORM 6900-EMITIR
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REPLAY-COUNT
                   STRING "  " RY-PROGRAM(WS-R) " "
                       RY-SYMBOL(WS-R) " "
                       FUNCTION TRIM(RY-ARGS(WS-R))
                       DELIMITED BY SIZE INTO PMR-LINE
                   PERFORM 6900-EMITIR
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           EXIT.

      * Un programa que corrió dos veces con el mismo identificador
      * y símbolo vuelve a grabar su primer parámetro: ahí empieza
      * la pasada nueva y la línea de comando vale la última.
       6100-RENGLON-DE-CORRIDA.
           ADD 1 TO WS-ROW-COUNT
           STRING RP-DATE " " RP-TIME " " RP-PROGRAM " " RP-SYMBOL
               " " RP-PARAM " " RP-VALUE " " RP-SOURCE " " RP-SCOPE
               " v" RP-VERSION
               DELIMITED BY SIZE INTO PMR-LINE
           PERFORM 6900-EMITIR
           MOVE 0 TO WS-R-HIT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REPLAY-COUNT OR WS-R-HIT > 0
               IF RY-PROGRAM(WS-R) = RP-PROGRAM
                  AND RY-SYMBOL(WS-R) = RP-SYMBOL
                   MOVE WS-R TO WS-R-HIT
               END-IF
           END-PERFORM
           IF WS-R-HIT = 0
               IF WS-REPLAY-COUNT >= WS-MAX-REPLAY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REPLAY-COUNT
               MOVE WS-REPLAY-COUNT TO WS-R-HIT
               MOVE RP-PROGRAM TO RY-PROGRAM(WS-R-HIT)
               MOVE RP-SYMBOL TO RY-SYMBOL(WS-R-HIT)
               MOVE RP-PARAM TO RY-FIRST(WS-R-HIT)
               MOVE SPACES TO RY-ARGS(WS-R-HIT)
           END-IF
           IF RP-PARAM = RY-FIRST(WS-R-HIT)
               MOVE SPACES TO RY-ARGS(WS-R-HIT)
           END-IF
           MOVE RY-ARGS(WS-R-HIT) TO WS-ARGS-WORK
           MOVE SPACES TO RY-ARGS(WS-R-HIT)
           STRING FUNCTION TRIM(WS-ARGS-WORK) " "
               FUNCTION TRIM(RP-PARAM) "=" FUNCTION TRIM(RP-VALUE)
               DELIMITED BY SIZE INTO RY-ARGS(WS-R-HIT)
           EXIT.

       6900-EMITIR.
           WRITE REPORT-RECORD
           DISPLAY PMR-LINE
           MOVE SPACES TO PMR-LINE
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-ROW-COUNT TO WS-AUDIT-COUNT
           MOVE 0 TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
