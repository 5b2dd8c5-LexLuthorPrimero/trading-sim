       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIVMAINT.
      * Mantenimiento de la historia de pertenencia a universos
      * (universe_membership.dat): qué símbolo perteneció a qué
      * índice o universo y entre qué fechas. Las pruebas sobre el
      * universo de hoy (el batch_control.dat vigente) ignoran a los
      * que salieron o quebraron y cuentan como si siempre hubieran
      * estado a los que entraron después - SCREENER, ROTATE y
      * PORTSIM con UNIV= consideran un símbolo en una fecha solo si
      * ese día era miembro.
      * Un renglón por tramo: símbolo, código de universo, fecha de
      * alta y fecha de baja (cero o en blanco = sigue vigente);
      * ambas fechas son inclusive. Un símbolo que salió y volvió
      * tiene dos tramos. El archivo se mantiene ordenado por
      * universo, símbolo y alta.
      * Modos:
      *   LOAD [archivo]  carga desde el archivo de edición plano
      *                   (mismas columnas): un tramo con el mismo
      *                   símbolo, universo y alta se reemplaza (así
      *                   se cierra un tramo abierto), uno nuevo se
      *                   agrega; un tramo que se pisa con otro del
      *                   mismo símbolo y universo se rechaza
      *   LIST [UNIV=código] [SYMBOL=símbolo] [DATE=aaaammdd]
      *                   lista los tramos; con DATE= solo los
      *                   miembros de ese día
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "universe_membership.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FS.
           SELECT EDIT-FILE ASSIGN TO DYNAMIC WS-EDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 UM-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 UM-UNIVERSE     PIC X(8).
           05 FILLER          PIC X.
           05 UM-START        PIC 9(8).
           05 FILLER          PIC X.
           05 UM-END          PIC 9(8).
      * Archivo de edición: las mismas columnas, editable a mano; la
      * baja puede ir en blanco.
       FD  EDIT-FILE.
       01  EDIT-RECORD.
           05 ED-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 ED-UNIVERSE     PIC X(8).
           05 FILLER          PIC X.
           05 ED-START        PIC X(8).
           05 FILLER          PIC X.
           05 ED-END          PIC X(8).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "UNIVMAINT".
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
       01  WS-MEM-FS          PIC XX.
           88  WS-MEM-OK      VALUE "00".
           88  WS-MEM-EOF     VALUE "10".
           88  WS-MEM-NEW     VALUE "35".
       01  WS-EDIT-FS         PIC XX.
           88  WS-EDIT-OK     VALUE "00".
           88  WS-EDIT-EOF    VALUE "10".
       01  WS-EDIT-PATH       PIC X(200).
       01  WS-MODE            PIC X(6) VALUE "LIST".
           88  WS-MODE-LOAD       VALUE "LOAD".
           88  WS-MODE-LIST       VALUE "LIST".
       01  WS-FILTER-UNIV     PIC X(8) VALUE SPACES.
       01  WS-FILTER-SYMBOL   PIC X(10) VALUE SPACES.
       01  WS-FILTER-DATE     PIC 9(8) VALUE 0.
      * La historia completa en memoria: LOAD la reescribe ordenada.
       01  WS-MEM-TABLE.
           05 WS-MEM-ENTRY OCCURS 2000 TIMES.
              10 MT-UNIVERSE     PIC X(8).
              10 MT-SYMBOL       PIC X(10).
              10 MT-START        PIC 9(8).
              10 MT-END          PIC 9(8).
       01  WS-MEM-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-MEMS        PIC 9(4) COMP VALUE 2000.
       01  WS-SWAP-MEM.
           05 SM-UNIVERSE     PIC X(8).
           05 SM-SYMBOL       PIC X(10).
           05 SM-START        PIC 9(8).
           05 SM-END          PIC 9(8).
       01  WS-M               PIC 9(4) COMP.
       01  WS-N               PIC 9(4) COMP.
       01  WS-HIT             PIC 9(4) COMP.
       01  WS-NEW-START       PIC 9(8).
       01  WS-NEW-END         PIC 9(8).
       01  WS-END-A           PIC 9(8).
       01  WS-END-B           PIC 9(8).
       01  WS-DATE-OK         PIC X(1).
       01  WS-CHECK-DATE      PIC 9(8).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY   PIC 9(4).
           05 WS-CHECK-MM     PIC 9(2).
           05 WS-CHECK-DD     PIC 9(2).
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-ADD-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REPL-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa UNIVMAINT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           EVALUATE TRUE
               WHEN WS-MODE-LOAD
                   PERFORM 2000-CARGAR-EDICION
               WHEN WS-MODE-LIST
                   PERFORM 3000-LISTAR
           END-EVALUATE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "universe_membership_input.dat" TO WS-EDIT-PATH
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "LOAD"
                       SET WS-MODE-LOAD TO TRUE
                   WHEN WS-ARG1 = "LIST"
                       SET WS-MODE-LIST TO TRUE
                   WHEN WS-ARG1(1:5) = "UNIV="
                       MOVE WS-ARG1(6:8) TO WS-FILTER-UNIV
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-FILTER-SYMBOL
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-FILTER-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-MODE-LOAD
                       MOVE WS-ARG1 TO WS-EDIT-PATH
                   WHEN OTHER
                       DISPLAY "WARNING: argumento desconocido "
                           "ignorado: " FUNCTION TRIM(WS-ARG1)
               END-EVALUATE
           END-PERFORM
           EXIT.

      * La historia vigente a memoria; en la primera carga el
      * archivo no existe y la historia nace vacía.
       1500-LEER-HISTORIA.
           MOVE 0 TO WS-MEM-COUNT
           OPEN INPUT MEMBER-FILE
           IF WS-MEM-NEW
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-MEM-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       IF WS-MEM-COUNT < WS-MAX-MEMS
                          AND UM-START NUMERIC
                           ADD 1 TO WS-MEM-COUNT
                           MOVE UM-UNIVERSE TO MT-UNIVERSE(WS-MEM-COUNT)
                           MOVE UM-SYMBOL TO MT-SYMBOL(WS-MEM-COUNT)
                           MOVE UM-START TO MT-START(WS-MEM-COUNT)
                           IF UM-END NUMERIC
                               MOVE UM-END TO MT-END(WS-MEM-COUNT)
                           ELSE
                               MOVE 0 TO MT-END(WS-MEM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           EXIT.

       2000-CARGAR-EDICION.
           PERFORM 1500-LEER-HISTORIA
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EDIT-FILE
           IF NOT WS-EDIT-OK
               DISPLAY "ERROR: archivo de edición ilegible FS="
                   WS-EDIT-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EDIT-EOF
               READ EDIT-FILE
                   AT END
                       SET WS-EDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-APLICAR-TRAMO
               END-READ
           END-PERFORM
           CLOSE EDIT-FILE
           PERFORM 2500-ORDENAR
           OPEN OUTPUT MEMBER-FILE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               MOVE SPACES TO MEMBER-RECORD
               MOVE MT-SYMBOL(WS-M) TO UM-SYMBOL
               MOVE MT-UNIVERSE(WS-M) TO UM-UNIVERSE
               MOVE MT-START(WS-M) TO UM-START
               MOVE MT-END(WS-M) TO UM-END
               WRITE MEMBER-RECORD
           END-PERFORM
           CLOSE MEMBER-FILE
           COMPUTE WS-ROW-COUNT = WS-ADD-COUNT + WS-REPL-COUNT
           DISPLAY "[UNIVMAINT] " WS-ADD-COUNT " tramos agregados, "
               WS-REPL-COUNT " reemplazados, " WS-REJECT-COUNT
               " rechazados; " WS-MEM-COUNT " en la historia"
           EXIT.

       2100-APLICAR-TRAMO.
           IF ED-SYMBOL = SPACES OR ED-UNIVERSE = SPACES
              OR ED-START NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fila de edición ilegible "
                   "descartada: " ED-SYMBOL " " ED-UNIVERSE
               EXIT PARAGRAPH
           END-IF
           MOVE ED-START TO WS-NEW-START
           MOVE 0 TO WS-NEW-END
           IF ED-END NOT = SPACES
               IF ED-END NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WARNING: baja ilegible, tramo "
                       "descartado: " ED-SYMBOL " " ED-UNIVERSE
                   EXIT PARAGRAPH
               END-IF
               MOVE ED-END TO WS-NEW-END
           END-IF
           MOVE WS-NEW-START TO WS-CHECK-DATE
           PERFORM 2150-VALIDAR-FECHA
           IF WS-DATE-OK = "S" AND WS-NEW-END NOT = 0
               MOVE WS-NEW-END TO WS-CHECK-DATE
               PERFORM 2150-VALIDAR-FECHA
           END-IF
           IF WS-DATE-OK NOT = "S"
              OR (WS-NEW-END NOT = 0 AND WS-NEW-END < WS-NEW-START)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fechas inválidas, tramo "
                   "descartado: " ED-SYMBOL " " ED-UNIVERSE " "
                   ED-START " " ED-END
               EXIT PARAGRAPH
           END-IF
      *    El mismo tramo (símbolo, universo, alta) se reemplaza; de
      *    los demás tramos del par ninguno puede pisarse con él.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MT-SYMBOL(WS-M) = ED-SYMBOL
                  AND MT-UNIVERSE(WS-M) = ED-UNIVERSE
                   IF MT-START(WS-M) = WS-NEW-START
                       MOVE WS-M TO WS-HIT
                   ELSE
                       PERFORM 2200-REVISAR-SOLAPE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DATE-OK NOT = "S"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tramo solapado con otro del mismo "
                   "universo, descartado: " ED-SYMBOL " "
                   ED-UNIVERSE " " ED-START
               EXIT PARAGRAPH
           END-IF
           IF WS-HIT NOT = 0
               MOVE WS-NEW-END TO MT-END(WS-HIT)
               ADD 1 TO WS-REPL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MEM-COUNT >= WS-MAX-MEMS
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: historia llena, tramo descartado: "
                   ED-SYMBOL " " ED-UNIVERSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEM-COUNT
           MOVE ED-UNIVERSE TO MT-UNIVERSE(WS-MEM-COUNT)
           MOVE ED-SYMBOL TO MT-SYMBOL(WS-MEM-COUNT)
           MOVE WS-NEW-START TO MT-START(WS-MEM-COUNT)
           MOVE WS-NEW-END TO MT-END(WS-MEM-COUNT)
           ADD 1 TO WS-ADD-COUNT
           EXIT.

       2150-VALIDAR-FECHA.
           MOVE "S" TO WS-DATE-OK
           IF WS-CHECK-YYYY < 1900
              OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               MOVE "N" TO WS-DATE-OK
           END-IF
           EXIT.

      * Dos tramos se pisan si cada uno empieza antes de que el otro
      * termine (baja cero = sin fin).
       2200-REVISAR-SOLAPE.
           MOVE WS-NEW-END TO WS-END-A
           IF WS-END-A = 0
               MOVE 99999999 TO WS-END-A
           END-IF
           MOVE MT-END(WS-M) TO WS-END-B
           IF WS-END-B = 0
               MOVE 99999999 TO WS-END-B
           END-IF
           IF WS-NEW-START <= WS-END-B
              AND MT-START(WS-M) <= WS-END-A
               MOVE "N" TO WS-DATE-OK
           END-IF
           EXIT.

      * Burbuja por universo, símbolo y alta.
       2500-ORDENAR.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M >= WS-MEM-COUNT
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-MEM-COUNT - WS-M
                   IF MT-UNIVERSE(WS-N) > MT-UNIVERSE(WS-N + 1)
                      OR (MT-UNIVERSE(WS-N) = MT-UNIVERSE(WS-N + 1)
                      AND MT-SYMBOL(WS-N) > MT-SYMBOL(WS-N + 1))
                      OR (MT-UNIVERSE(WS-N) = MT-UNIVERSE(WS-N + 1)
                      AND MT-SYMBOL(WS-N) = MT-SYMBOL(WS-N + 1)
                      AND MT-START(WS-N) > MT-START(WS-N + 1))
                       MOVE WS-MEM-ENTRY(WS-N) TO WS-SWAP-MEM
                       MOVE WS-MEM-ENTRY(WS-N + 1)
                           TO WS-MEM-ENTRY(WS-N)
                       MOVE WS-SWAP-MEM TO WS-MEM-ENTRY(WS-N + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       3000-LISTAR.
           OPEN INPUT MEMBER-FILE
           IF NOT WS-MEM-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-LISTAR-TRAMO
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF WS-FILTER-DATE NOT = 0
               DISPLAY "[UNIVMAINT] " WS-ROW-COUNT " miembros el "
                   WS-FILTER-DATE
           ELSE
               DISPLAY "[UNIVMAINT] " WS-ROW-COUNT " tramos"
           END-IF
           EXIT.

       3100-LISTAR-TRAMO.
           IF WS-FILTER-UNIV NOT = SPACES
              AND UM-UNIVERSE NOT = WS-FILTER-UNIV
               EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-SYMBOL NOT = SPACES
              AND UM-SYMBOL NOT = WS-FILTER-SYMBOL
               EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-DATE NOT = 0
               IF UM-START > WS-FILTER-DATE
                   EXIT PARAGRAPH
               END-IF
               IF UM-END NUMERIC AND UM-END NOT = 0
                  AND UM-END < WS-FILTER-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ROW-COUNT
           DISPLAY MEMBER-RECORD
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-ROW-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-MEM-FS
               WHEN "35"
                   MOVE "ERROR: Historia de universos no encontrada"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-MEM-FS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
