      * fecha de decisión y la estampa junto a DEC-PROFILE.
      * Modos:
      *   ADD NAME=perfil EFF=aaaammdd WMACD= WRSI= WBOLL= WSTOCH=
      *       THRESH= [BASEEXP= BASESD=] AUTHOR=id REASON=texto
      *       (BASEEXP/BASESD: expectativa y desvío del retorno por
      *       operación, en %, con que se aprobó la versión - la
      *       línea base contra la que DEGRADE mide el deterioro)
      *   LIST [NAME=perfil]
      *   REPORT FROM=aaaammdd TO=aaaammdd   (cada cambio de pesos
      *       entre dos fechas, para el archivo de cumplimiento)
      *   SUSPEND NAME=perfil VERSION=n AUTHOR=id REASON=texto
      *   ENABLE NAME=perfil VERSION=n AUTHOR=id REASON=texto
      *       (suspende o rehabilita una versión: mientras está
      *       suspendida STRATEGY no emite entradas nuevas bajo
      *       ella; el renglón queda en strategy_profiles_susp.dat,
      *       también solo agregado)
      * El autor es el operador (AUTHOR= u OPERATOR=) y debe tener
      * permitida en operator_entitlements.dat (WS-OPER-CHECK) la
      * función PROFMAINT para ADD y ENABLE, y PROFSUSP para
      * SUSPEND - la rehabilitación es siempre de una persona.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-FILE ASSIGN TO "strategy_profiles_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT SUSP-FILE ASSIGN TO "strategy_profiles_susp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FS.
           SELECT REPORT-FILE ASSIGN TO "profile_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           05 PH-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PH-REASON      PIC X(30).
           05 FILLER         PIC X.
           05 PH-BASE-EXP    PIC X(8).
           05 FILLER         PIC X.
           05 PH-BASE-SD     PIC X(8).
      * Suspensiones y rehabilitaciones de una versión, siempre
      * agregadas al final; el último renglón de la versión manda.
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05 PS-NAME        PIC X(12).
           05 FILLER         PIC X.
           05 PS-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PS-ACTION      PIC X(4).
           05 FILLER         PIC X.
           05 PS-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 PS-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PS-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PS-REASON      PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 PCH-LINE       PIC X(120).
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "PROFMAINT".
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
       01  WS-HIST-FS         PIC XX.
           88  WS-HIST-OK     VALUE "00".
           88  WS-HIST-EOF    VALUE "10".
       01  WS-REP-FS          PIC XX.
       01  WS-SUSP-FS         PIC XX.
           88  WS-SUSP-OK     VALUE "00".
           88  WS-SUSP-EOF    VALUE "10".
       01  WS-MODE            PIC X(7) VALUE "LIST".
           88  WS-MODE-ADD    VALUE "ADD".
           88  WS-MODE-LIST   VALUE "LIST".
           88  WS-MODE-REPORT VALUE "REPORT".
           88  WS-MODE-SUSPEND VALUE "SUSPEND".
           88  WS-MODE-ENABLE VALUE "ENABLE".
       01  WS-NAME            PIC X(12) VALUE SPACES.
       01  WS-EFF-DATE        PIC 9(8) VALUE 0.
       01  WS-W-MACD          PIC X(4) VALUE "1.00".
       01  WS-W-STOCH         PIC X(4) VALUE "1.00".
       01  WS-THRESH          PIC X(4) VALUE "0.50".
       01  WS-AUTHOR          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-REASON          PIC X(40) VALUE SPACES.
       01  WS-BASE-EXP        PIC X(8) VALUE SPACES.
       01  WS-BASE-SD         PIC X(8) VALUE SPACES.
       01  WS-SEL-VERSION     PIC 9(4) VALUE 0.
       01  WS-VERSION-FOUND   PIC X(1).
      * Estado vigente de la versión según el último renglón de
      * suspensiones: "S" suspendida, "A" activa.
       01  WS-SUSP-STATE      PIC X(1).
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 99999999.
       01  WS-MAX-VERSION     PIC 9(4) COMP-3 VALUE 0.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa PROFMAINT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-ADD OR WS-MODE-ENABLE
               MOVE WS-AUTHOR TO WS-OPERATOR
               MOVE "PROFMAINT" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           IF WS-MODE-SUSPEND
               MOVE WS-AUTHOR TO WS-OPERATOR
               MOVE "PROFSUSP" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-ADD
                   PERFORM 2000-AGREGAR-VERSION
               WHEN WS-MODE-SUSPEND OR WS-MODE-ENABLE
                   PERFORM 5000-CAMBIAR-SUSPENSION
               WHEN WS-MODE-REPORT
                   PERFORM 4000-REPORTE-DE-CAMBIOS
               WHEN OTHER
                       SET WS-MODE-LIST TO TRUE
                   WHEN WS-ARG1 = "REPORT"
                       SET WS-MODE-REPORT TO TRUE
                   WHEN WS-ARG1 = "SUSPEND"
                       SET WS-MODE-SUSPEND TO TRUE
                   WHEN WS-ARG1 = "ENABLE"
                       SET WS-MODE-ENABLE TO TRUE
                   WHEN WS-ARG1(1:8) = "VERSION="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SEL-VERSION =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:8) = "BASEEXP="
                       MOVE WS-ARG1(9:8) TO WS-BASE-EXP
                   WHEN WS-ARG1(1:7) = "BASESD="
                       MOVE WS-ARG1(8:8) TO WS-BASE-SD
                   WHEN WS-ARG1(1:5) = "NAME="
                       MOVE WS-ARG1(6:12) TO WS-NAME
                   WHEN WS-ARG1(1:4) = "EFF="
                       MOVE WS-ARG1(8:4) TO WS-THRESH
                   WHEN WS-ARG1(1:7) = "AUTHOR="
                       MOVE WS-ARG1(8:8) TO WS-AUTHOR
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-AUTHOR
                   WHEN WS-ARG1(1:7) = "REASON="
                       MOVE WS-ARG1(8:40) TO WS-REASON
                   WHEN WS-ARG1(1:5) = "FROM="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF (WS-BASE-EXP NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BASE-EXP) NOT = 0)
              OR (WS-BASE-SD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BASE-SD) NOT = 0)
               DISPLAY "ERROR: línea base ilegible"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-MAXIMA-VERSION
           OPEN EXTEND HIST-FILE
           IF WS-HIST-FS = "35"
           MOVE WS-AUTHOR TO PH-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-STAMP
           MOVE WS-REASON TO PH-REASON
           MOVE WS-BASE-EXP TO PH-BASE-EXP
           MOVE WS-BASE-SD TO PH-BASE-SD
           WRITE HIST-RECORD
           CLOSE HIST-FILE
           ADD 1 TO WS-ROW-COUNT
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           OPEN INPUT SUSP-FILE
           IF NOT WS-SUSP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSP-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF WS-NAME = SPACES
                          OR FUNCTION TRIM(PS-NAME) =
                             FUNCTION TRIM(WS-NAME)
                           DISPLAY SUSP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           EXIT.

      * El reporte de cumplimiento: cada versión con fecha efectiva
           END-IF
           EXIT.

      * Suspensión o rehabilitación de una versión existente. Se
      * rechaza lo que no cambia nada (suspender lo suspendido,
      * rehabilitar lo activo) para que el archivo cuente solo
      * cambios de estado reales.
       5000-CAMBIAR-SUSPENSION.
           IF WS-NAME = SPACES OR WS-SEL-VERSION = 0
              OR WS-AUTHOR = SPACES OR WS-REASON = SPACES
               DISPLAY "ERROR: SUSPEND/ENABLE requieren NAME=, "
                   "VERSION=, AUTHOR= y REASON="
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-BUSCAR-VERSION
           IF WS-VERSION-FOUND = "N"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NAME) " versión "
                   WS-SEL-VERSION " no existe en la historia"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-ESTADO-SUSPENSION
           IF WS-MODE-SUSPEND AND WS-SUSP-STATE = "S"
               DISPLAY "[PROFMAINT] " FUNCTION TRIM(WS-NAME)
                   " versión " WS-SEL-VERSION " ya está suspendida"
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-ENABLE AND WS-SUSP-STATE = "A"
               DISPLAY "[PROFMAINT] " FUNCTION TRIM(WS-NAME)
                   " versión " WS-SEL-VERSION " no está suspendida"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SUSP-FILE
           IF WS-SUSP-FS = "35"
               OPEN OUTPUT SUSP-FILE
           END-IF
           MOVE SPACES TO SUSP-RECORD
           MOVE WS-NAME TO PS-NAME
           MOVE WS-SEL-VERSION TO PS-VERSION
           IF WS-MODE-SUSPEND
               MOVE "SUSP" TO PS-ACTION
           ELSE
               MOVE "ENBL" TO PS-ACTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PS-DATE
           MOVE WS-AUTHOR TO PS-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PS-STAMP
           MOVE WS-REASON TO PS-REASON
           WRITE SUSP-RECORD
           CLOSE SUSP-FILE
           ADD 1 TO WS-ROW-COUNT
           IF WS-MODE-SUSPEND
               DISPLAY "[PROFMAINT] " FUNCTION TRIM(WS-NAME)
                   " versión " WS-SEL-VERSION " SUSPENDIDA desde "
                   PS-DATE " (" FUNCTION TRIM(WS-AUTHOR) ": "
                   FUNCTION TRIM(WS-REASON) ")"
           ELSE
               DISPLAY "[PROFMAINT] " FUNCTION TRIM(WS-NAME)
                   " versión " WS-SEL-VERSION " rehabilitada desde "
                   PS-DATE " (" FUNCTION TRIM(WS-AUTHOR) ": "
                   FUNCTION TRIM(WS-REASON) ")"
           END-IF
           EXIT.

       5100-BUSCAR-VERSION.
           MOVE "N" TO WS-VERSION-FOUND
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(PH-NAME) =
                              FUNCTION TRIM(WS-NAME)
                          AND PH-VERSION = WS-SEL-VERSION
                           MOVE "Y" TO WS-VERSION-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           EXIT.

       5200-ESTADO-SUSPENSION.
           MOVE "A" TO WS-SUSP-STATE
           OPEN INPUT SUSP-FILE
           IF NOT WS-SUSP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSP-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(PS-NAME) =
                              FUNCTION TRIM(WS-NAME)
                          AND PS-VERSION = WS-SEL-VERSION
                           IF PS-ACTION = "SUSP"
                               MOVE "S" TO WS-SUSP-STATE
                           ELSE
                               MOVE "A" TO WS-SUSP-STATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
