      * simular de punta a punta. El precio de la barra es el último
      * cierre del archivo de precios del símbolo, tomado de
      * batch_control.dat.
      * Con SORT=RS (o SORT=RSSECT) el top no sale del orden del
      * ranking sino del percentil de fuerza relativa de RELSTR
      * contra la referencia (o contra el sector), leído del
      * almacén de indicadores; a igual percentil manda el orden
      * del ranking, y el símbolo sin lectura va al final.
      * Con UNIV= el top sale solo de los símbolos que eran miembros
      * de ese universo en la fecha de la barra (historia de
      * UNIVMAINT): el que todavía no entraba, o ya había salido, se
      * salta antes del corte, y si estaba en la tenencia sale con
      * su barra S como cualquier otro que deja el top.
      * Parámetros: ranking (omisión screener_report.dat), TOP=n,
      *   DATE=aaaammdd, SORT=RS|RSSECT, UNIV=código
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROL-OUT-FILE ASSIGN TO "rotation_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-FS.
           SELECT STORE-FILE ASSIGN TO "indicator_store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS WS-STORE-FS.
           SELECT MEMBER-FILE ASSIGN TO "universe_membership.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FS.
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
      * El ranking de SCREENER: encabezado y una línea por símbolo
           05 CTLOUT-SYMBOL   PIC X(10).
           05 FILLER          PIC X.
           05 CTLOUT-PATH     PIC X(200).
      * Mismo formato que STORE-RECORD de IWLOAD: la fila vigente
      * de RELSTR (fecha centinela 99999999) trae los percentiles
      * en las columnas 28-30 (referencia) y 50-52 (sector).
       FD  STORE-FILE.
       01  STORE-RECORD.
           05 IW-KEY.
              10 IW-SYMBOL     PIC X(10).
              10 IW-DATE       PIC 9(8).
              10 IW-INDICATOR  PIC X(10).
           05 FILLER          PIC X.
           05 IW-LINE         PIC X(80).
      * Mismo formato que MEMBER-RECORD de UNIVMAINT.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 UM-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 UM-UNIVERSE     PIC X(8).
           05 FILLER          PIC X.
           05 UM-START        PIC 9(8).
           05 FILLER          PIC X.
           05 UM-END          PIC 9(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "ROTATE".
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
       01  WS-RANK-FS         PIC XX.
           88  WS-RANK-OK     VALUE "00".
           88  WS-RANK-EOF    VALUE "10".
           88  WS-HOLD-OK     VALUE "00".
           88  WS-HOLD-EOF    VALUE "10".
       01  WS-SIG-FS          PIC XX.
       01  WS-STORE-FS        PIC XX.
           88  WS-STORE-OK    VALUE "00".
       01  WS-CTLOUT-FS       PIC XX.
       01  WS-RANKING-PATH    PIC X(200).
       01  WS-BATCH-PATH      PIC X(200).
           05 WS-TOP-ENTRY OCCURS 50 TIMES PIC X(10).
       01  WS-TOP-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-TOP-N           PIC 9(2) COMP VALUE 10.
      * Percentil de RELSTR de cada candidato (-1 = sin lectura).
       01  WS-PCT-TABLE.
           05 WS-PCT-ENTRY OCCURS 50 TIMES PIC S9(3) COMP.
       01  WS-SORT-KEY        PIC X(6) VALUE SPACES.
       01  WS-SWAP-SYMBOL     PIC X(10).
       01  WS-SWAP-PCT        PIC S9(3) COMP.
       01  WS-LOAD-LIMIT      PIC 9(2) COMP.
       01  WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 50 TIMES PIC X(10).
       01  WS-HELD-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-B               PIC 9(2) COMP.
       01  WS-SIGNAL-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
      * Pertenencia al universo UNIV= en la fecha de la barra.
       01  WS-MEM-FS          PIC XX.
           88  WS-MEM-OK      VALUE "00".
           88  WS-MEM-EOF     VALUE "10".
       01  WS-UNIV-CODE       PIC X(8) VALUE SPACES.
       01  WS-UNIV-TABLE.
           05 WS-UNIV-ENTRY OCCURS 500 TIMES.
              10 UVT-SYMBOL      PIC X(10).
              10 UVT-START       PIC 9(8).
              10 UVT-END         PIC 9(8).
       01  WS-UNIV-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-UNIV        PIC 9(4) COMP VALUE 500.
       01  WS-UV              PIC 9(4) COMP.
       01  WS-UNIV-MEMBER     PIC X(1).
       01  WS-UNIV-SKIPS      PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
           IF WS-SIGNAL-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIGNAL-DATE
           END-IF
           IF WS-UNIV-CODE NOT = SPACES
               PERFORM 1800-CARGAR-UNIVERSO
           END-IF
           PERFORM 2000-CARGAR-RANKING
           IF WS-SORT-KEY NOT = SPACES AND WS-TOP-COUNT > 0
               PERFORM 2100-ORDENAR-POR-RS
           END-IF
           IF WS-TOP-COUNT = 0
               DISPLAY "ERROR: ranking vacío o ilegible"
               MOVE 1 TO WS-EXIT-CODE
       1000-LEER-PARAMETROS.
           MOVE "screener_report.dat" TO WS-RANKING-PATH
           MOVE "batch_control.dat" TO WS-BATCH-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:4) = "TOP="
                       MOVE "TOP" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SIGNAL-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:5) = "SORT="
                       MOVE "SORT" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:6) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "UNIV="
                       MOVE WS-ARG1(6:8) TO WS-UNIV-CODE
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-RANKING-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-TOP-N > WS-MAX-SYMS
               MOVE WS-MAX-SYMS TO WS-TOP-N
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "TOP" TO PRM-NAME(1)
           MOVE "10" TO PRM-DEFAULT(1)
           MOVE "SORT" TO PRM-NAME(2)
           MOVE SPACES TO PRM-DEFAULT(2)
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
                   UNTIL WS-PARM-I > 1
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
           IF PRM-VALUE(2) NOT = SPACES
              AND PRM-VALUE(2) NOT = "RS"
              AND PRM-VALUE(2) NOT = "RSSECT"
               DISPLAY "WARNING: parámetro SORT="
                   FUNCTION TRIM(PRM-VALUE(2)) " ("
                   FUNCTION TRIM(PRM-SOURCE(2))
                   ") inválido, rige blanco"
               MOVE PRM-DEFAULT(2) TO PRM-VALUE(2)
               MOVE "DEF " TO PRM-SOURCE(2)
               MOVE SPACES TO PRM-SCOPE(2)
               MOVE 0 TO PRM-VERSION(2)
           END-IF
           COMPUTE WS-TOP-N = FUNCTION NUMVAL(PRM-VALUE(1))
           MOVE PRM-VALUE(2) TO WS-SORT-KEY.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * El ranking llega de mejor a peor con el símbolo en las
      * columnas 5-14 (como lo escribe SCREENER); la primera línea
      * es el encabezado. Con SORT= se carga el ranking entero: el
      * corte en TOP= se hace después de reordenar.
       2000-CARGAR-RANKING.
           OPEN INPUT RANKING-FILE
           IF NOT WS-RANK-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOP-N TO WS-LOAD-LIMIT
           IF WS-SORT-KEY NOT = SPACES
               MOVE WS-MAX-SYMS TO WS-LOAD-LIMIT
           END-IF
           PERFORM UNTIL WS-RANK-EOF OR WS-TOP-COUNT >= WS-LOAD-LIMIT
               READ RANKING-FILE
                   AT END
                       SET WS-RANK-EOF TO TRUE
                       ADD 1 TO WS-RANK-LINES
                       IF WS-RANK-LINES > 1
                          AND RNK-LINE(5:10) NOT = SPACES
                           MOVE RNK-LINE(5:10) TO WS-CUR-SYMBOL
                           PERFORM 1850-ES-MIEMBRO
                           IF WS-UNIV-MEMBER = "S"
                               ADD 1 TO WS-TOP-COUNT
                               MOVE WS-CUR-SYMBOL
                                   TO WS-TOP-ENTRY(WS-TOP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               WS-TOP-COUNT " del ranking"
           EXIT.

      * Los tramos del universo pedido; sin historia, o sin tramos
      * de ese universo, el filtro queda apagado con aviso.
       1800-CARGAR-UNIVERSO.
           OPEN INPUT MEMBER-FILE
           IF NOT WS-MEM-OK
               DISPLAY "WARNING: historia de universos ilegible FS="
                   WS-MEM-FS ", filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       IF UM-UNIVERSE = WS-UNIV-CODE
                          AND UM-START NUMERIC
                          AND WS-UNIV-COUNT < WS-MAX-UNIV
                           ADD 1 TO WS-UNIV-COUNT
                           MOVE UM-SYMBOL TO UVT-SYMBOL(WS-UNIV-COUNT)
                           MOVE UM-START TO UVT-START(WS-UNIV-COUNT)
                           IF UM-END NUMERIC
                               MOVE UM-END TO UVT-END(WS-UNIV-COUNT)
                           ELSE
                               MOVE 0 TO UVT-END(WS-UNIV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF WS-UNIV-COUNT = 0
               DISPLAY "WARNING: universo " FUNCTION TRIM(WS-UNIV-CODE)
                   " sin tramos, filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
           END-IF
           EXIT.

      * ¿WS-CUR-SYMBOL era miembro en la fecha de la barra? Altas y
      * bajas inclusive; baja cero = vigente. Sin UNIV= todos lo son.
       1850-ES-MIEMBRO.
           MOVE "S" TO WS-UNIV-MEMBER
           IF WS-UNIV-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-UNIV-MEMBER
           PERFORM VARYING WS-UV FROM 1 BY 1
                   UNTIL WS-UV > WS-UNIV-COUNT
                      OR WS-UNIV-MEMBER = "S"
               IF UVT-SYMBOL(WS-UV) = WS-CUR-SYMBOL
                  AND UVT-START(WS-UV) <= WS-SIGNAL-DATE
                  AND (UVT-END(WS-UV) = 0
                       OR UVT-END(WS-UV) >= WS-SIGNAL-DATE)
                   MOVE "S" TO WS-UNIV-MEMBER
               END-IF
           END-PERFORM
           IF WS-UNIV-MEMBER = "N"
               ADD 1 TO WS-UNIV-SKIPS
               DISPLAY "[UNIVERSO] " WS-CUR-SYMBOL " no era miembro "
                   "de " FUNCTION TRIM(WS-UNIV-CODE) " el "
                   WS-SIGNAL-DATE ", fuera del top"
           END-IF
           EXIT.

      * El percentil de cada candidato sale de la fila vigente de
      * RELSTR en el almacén; sin almacén el orden del ranking
      * queda como está. La burbuja es estable, así que a igual
      * percentil se respeta el orden de SCREENER.
       2100-ORDENAR-POR-RS.
           OPEN INPUT STORE-FILE
           IF NOT WS-STORE-OK
               DISPLAY "WARNING: almacén de indicadores ausente FS="
                   WS-STORE-FS ", se usa el orden del ranking"
               IF WS-TOP-COUNT > WS-TOP-N
                   MOVE WS-TOP-N TO WS-TOP-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOP-COUNT
               MOVE -1 TO WS-PCT-ENTRY(WS-T)
               MOVE WS-TOP-ENTRY(WS-T) TO IW-SYMBOL
               MOVE 99999999 TO IW-DATE
               MOVE "RELSTR" TO IW-INDICATOR
               READ STORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SORT-KEY = "RS"
                          AND IW-LINE(28:3) NUMERIC
                           MOVE IW-LINE(28:3) TO WS-PCT-ENTRY(WS-T)
                       END-IF
                       IF WS-SORT-KEY = "RSSECT"
                          AND IW-LINE(50:3) NUMERIC
                           MOVE IW-LINE(50:3) TO WS-PCT-ENTRY(WS-T)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-FILE
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H >= WS-TOP-COUNT
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TOP-COUNT - WS-H
                   IF WS-PCT-ENTRY(WS-T) < WS-PCT-ENTRY(WS-T + 1)
                       MOVE WS-TOP-ENTRY(WS-T) TO WS-SWAP-SYMBOL
                       MOVE WS-PCT-ENTRY(WS-T) TO WS-SWAP-PCT
                       MOVE WS-TOP-ENTRY(WS-T + 1)
                           TO WS-TOP-ENTRY(WS-T)
                       MOVE WS-PCT-ENTRY(WS-T + 1)
                           TO WS-PCT-ENTRY(WS-T)
                       MOVE WS-SWAP-SYMBOL TO WS-TOP-ENTRY(WS-T + 1)
                       MOVE WS-SWAP-PCT TO WS-PCT-ENTRY(WS-T + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-TOP-COUNT > WS-TOP-N
               MOVE WS-TOP-N TO WS-TOP-COUNT
           END-IF
           DISPLAY "[DEBUG] 2100-ORDENAR-POR-RS - top " WS-TOP-COUNT
               " por percentil " WS-SORT-KEY
           EXIT.

      * La tenencia vigente; en la primera corrida el archivo no
      * existe y todo el top entra como compra.
       2500-CARGAR-TENENCIA.
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-SIGNAL-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-REJECT-COUNT + WS-UNIV-SKIPS
           PERFORM GRABAR-AUDITORIA
           EXIT.

