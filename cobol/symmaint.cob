      * Mantenimiento del maestro de símbolos (symbol_master.dat,
      * INDEXED por símbolo): el dato de referencia de cada papel -
      * nombre, bolsa, moneda, sector, lote de pizarra, tamaño de
      * tick, bandera de actividad, fecha de baja y, para los
      * contratos de futuros, multiplicador y vencimiento - vive en
      * un solo lugar en vez de en la cabeza de cada uno. Un error
      * de tipeo en batch_control.dat deja de crear un "símbolo"
      * nuevo: los programas de la tubería validan contra este
      * maestro antes de gastar un ciclo. Un maestro del trazado
      * anterior al multiplicador se convierte una sola vez con
      * FMTCONV SYMBOLS (si no, todo lector lo rechaza con estado 39).
      * Modos:
      *   LOAD [archivo]  carga/actualiza desde el archivo de
      *                   edición plano (mismo formato de columnas)
      *   DEACT simbolo   marca inactivo
      *   ACT simbolo     marca activo
      *   DELIST simbolo DATE=aaaammdd   marca la baja de cotización
      *   (LOAD, DEACT, ACT y DELIST llevan REASON=texto y no tocan
      *   el maestro: dejan cada símbolo que cambia como propuesta
      *   en pending_changes.dat, con la imagen antes y después, y
      *   el cambio entra recién cuando otro operador lo aprueba
      *   con CHGAPPR.)
      *   ALIAS           lista la historia de alias (symbol_alias.dat)
      *   ALIAS viejo nuevo DATE=aaaammdd  agrega un cambio de ticker:
      *                   desde esa fecha el papel cotiza como nuevo.
      *                   Se rechaza si formaría un ciclo o se
      *                   superpondría con la historia existente.
      * Todo modo que modifica (LOAD, DEACT, ACT, DELIST y el alta
      * de ALIAS) exige OPERATOR=id con la función SYMMAINT
      * permitida en operator_entitlements.dat (WS-OPER-CHECK).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EDIT-FILE ASSIGN TO DYNAMIC WS-EDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FS.
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
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Archivo de edición: las mismas columnas que el registro del
      * maestro, editable a mano, una fila por símbolo.
       FD  EDIT-FILE.
           05 ED-ACTIVE      PIC X(1).
           05 FILLER         PIC X.
           05 ED-DELIST      PIC X(8).
      * Multiplicador del contrato (vacío = 1, una acción) y fecha de
      * vencimiento (vacía = sin vencimiento) para los futuros.
           05 FILLER         PIC X.
           05 ED-MULT-RAW    PIC X(10).
           05 FILLER         PIC X.
           05 ED-EXPIRY      PIC X(8).
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "SYMMAINT".
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
       01  WS-SYM-FS          PIC XX.
           88  WS-SYM-OK      VALUE "00".
           88  WS-SYM-EOF     VALUE "10".
           88  WS-EDIT-OK     VALUE "00".
           88  WS-EDIT-EOF    VALUE "10".
       01  WS-EDIT-PATH       PIC X(200).
       01  WS-SYM-OPEN        PIC X(1) VALUE "N".
       01  WS-MODE            PIC X(6) VALUE "LIST".
           88  WS-MODE-LOAD       VALUE "LOAD".
           88  WS-MODE-LIST       VALUE "LIST".
           88  WS-MODE-DEACT      VALUE "DEACT".
           88  WS-MODE-ACT        VALUE "ACT".
           88  WS-MODE-DELIST     VALUE "DELIST".
           88  WS-MODE-ALIAS      VALUE "ALIAS".
       01  WS-TARGET-SYMBOL   PIC X(10) VALUE SPACES.
       01  WS-NEW-SYMBOL      PIC X(10) VALUE SPACES.
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-S               PIC 9(4) COMP.
       01  WS-SEG-LAST        PIC 9(8).
       01  WS-DELIST-DATE     PIC 9(8) VALUE 0.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
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
           DISPLAY "[DEBUG] 1000-INICIO - Programa SYMMAINT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-LOAD OR WS-MODE-DEACT OR WS-MODE-ACT
              OR WS-MODE-DELIST
              OR (WS-MODE-ALIAS AND WS-TARGET-SYMBOL NOT = SPACES)
               MOVE "SYMMAINT" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           IF (WS-MODE-LOAD OR WS-MODE-DEACT OR WS-MODE-ACT
               OR WS-MODE-DELIST)
              AND WS-CHG-REASON = SPACES
               DISPLAY "ERROR: todo cambio al maestro requiere "
                   "REASON=texto"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-LOAD
                   PERFORM 2000-CARGAR-EDICION
                   PERFORM 5000-CAMBIAR-ESTADO
               WHEN WS-MODE-DELIST
                   PERFORM 5000-CAMBIAR-ESTADO
               WHEN WS-MODE-ALIAS
                   PERFORM 6000-MANTENER-ALIAS
           END-EVALUATE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
                       SET WS-MODE-ACT TO TRUE
                   WHEN WS-ARG1 = "DELIST"
                       SET WS-MODE-DELIST TO TRUE
                   WHEN WS-ARG1 = "ALIAS"
                       SET WS-MODE-ALIAS TO TRUE
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-DELIST-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
                   WHEN WS-ARG1(1:7) = "REASON="
                       MOVE WS-ARG1(8:30) TO WS-CHG-REASON
                   WHEN WS-MODE-LOAD
                       MOVE WS-ARG1 TO WS-EDIT-PATH
                   WHEN WS-MODE-ALIAS AND WS-TARGET-SYMBOL NOT = SPACES
                       MOVE WS-ARG1 TO WS-NEW-SYMBOL
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-TARGET-SYMBOL
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Carga con inserción-o-actualización: cada fila que difiere
      * del maestro (o que no está) queda propuesta con su imagen
      * anterior; la fila idéntica no genera nada. Sin maestro todo
      * es alta - CHGAPPR lo crea al aprobar la primera.
       2000-CARGAR-EDICION.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYM-NEW
               MOVE "N" TO WS-SYM-OPEN
           ELSE
               IF NOT WS-SYM-OK
                   PERFORM 9999-MANEJAR-ERROR-FS
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-SYM-OPEN
           END-IF
           OPEN INPUT EDIT-FILE
           IF NOT WS-EDIT-OK
               DISPLAY "ERROR: archivo de edición ilegible FS="
                   WS-EDIT-FS
               MOVE 1 TO WS-EXIT-CODE
               IF WS-SYM-OPEN = "Y"
                   CLOSE SYMMASTER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EDIT-EOF
               END-READ
           END-PERFORM
           CLOSE EDIT-FILE
           IF WS-SYM-OPEN = "Y"
               CLOSE SYMMASTER-FILE
           END-IF
           DISPLAY "[SYMMAINT] " WS-ROW-COUNT " símbolos propuestos, "
               WS-REJECT-COUNT " rechazados"
           EXIT.

              OR FUNCTION TEST-NUMVAL(ED-BOARD-LOT) NOT = 0
              OR FUNCTION TEST-NUMVAL(ED-TICK-RAW) NOT = 0
              OR (ED-ACTIVE NOT = "Y" AND ED-ACTIVE NOT = "N")
              OR (ED-MULT-RAW NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(ED-MULT-RAW) NOT = 0)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fila de edición ilegible "
                   "descartada: " ED-SYMBOL
           IF SYM-BOARD-LOT = 0
               MOVE 1 TO SYM-BOARD-LOT
           END-IF
           IF ED-MULT-RAW = SPACES
               MOVE 1 TO SYM-MULTIPLIER
           ELSE
               COMPUTE SYM-MULTIPLIER ROUNDED =
                   FUNCTION NUMVAL(ED-MULT-RAW)
           END-IF
           IF SYM-MULTIPLIER = 0
               MOVE 1 TO SYM-MULTIPLIER
           END-IF
           IF ED-EXPIRY NUMERIC
               MOVE ED-EXPIRY TO SYM-EXPIRY-DATE
           ELSE
               MOVE 0 TO SYM-EXPIRY-DATE
           END-IF
           MOVE SYMBOL-MASTER-RECORD TO WS-CHG-AFTER
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE "ADD" TO WS-CHG-ACTION
           IF WS-SYM-OPEN = "Y"
               READ SYMMASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SYMBOL-MASTER-RECORD TO WS-CHG-BEFORE
                       MOVE "UPSERT" TO WS-CHG-ACTION
               END-READ
           END-IF
           IF WS-CHG-BEFORE = WS-CHG-AFTER
               DISPLAY "[DEBUG] 2100-UPSERT-SIMBOLO - " ED-SYMBOL
                   " sin cambios"
               EXIT PARAGRAPH
           END-IF
           MOVE "SYMM" TO WS-CHG-TARGET
           MOVE ED-SYMBOL TO WS-CHG-KEY
           PERFORM PROPONER-CAMBIO
           IF WS-EXIT-CODE NOT = 0
               SET WS-EDIT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           EXIT.

                   DISPLAY SYMBOL-MASTER-RECORD
           END-READ
           CLOSE SYMMASTER-FILE
      * Con historia de alias, el símbolo (viejo o vigente) muestra
      * además los tickers que rigieron en cada tramo de fechas.
           PERFORM 1300-CARGAR-ALIAS
           MOVE WS-TARGET-SYMBOL TO WS-ALIAS-SYMBOL
           PERFORM RESOLVER-ALIAS
           IF WS-ALIAS-SEGS > 1
               PERFORM 6300-MOSTRAR-CADENA
           END-IF
           EXIT.

      * DEACT/ACT mueven la bandera; DELIST marca la baja con su
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYM-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
                       WS-TARGET-SYMBOL
                   MOVE 1 TO WS-EXIT-CODE
               NOT INVALID KEY
                   MOVE SYMBOL-MASTER-RECORD TO WS-CHG-BEFORE
                   EVALUATE TRUE
                       WHEN WS-MODE-ACT
                           MOVE "Y" TO SYM-ACTIVE
                           MOVE "N" TO SYM-ACTIVE
                           MOVE WS-DELIST-DATE TO SYM-DELIST-DATE
                   END-EVALUATE
                   MOVE SYMBOL-MASTER-RECORD TO WS-CHG-AFTER
           END-READ
           CLOSE SYMMASTER-FILE
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-BEFORE = WS-CHG-AFTER
               DISPLAY "[SYMMAINT] " WS-TARGET-SYMBOL
                   " ya está así, nada que proponer"
               EXIT PARAGRAPH
           END-IF
           MOVE "SYMM" TO WS-CHG-TARGET
           MOVE WS-MODE TO WS-CHG-ACTION
           MOVE WS-TARGET-SYMBOL TO WS-CHG-KEY
           PERFORM PROPONER-CAMBIO
           IF WS-EXIT-CODE = 0
               ADD 1 TO WS-ROW-COUNT
               DISPLAY "[SYMMAINT] " WS-TARGET-SYMBOL
                   " propuesto: activo=" SYM-ACTIVE
                   " baja=" SYM-DELIST-DATE
           END-IF
           EXIT.

       1300-CARGAR-ALIAS.
           COPY WS-ALIAS-LOAD.

      * ALIAS sin símbolos lista la historia tal como la ven los
      * demás programas (las filas que no pasan la validación se
      * avisan al cargar); con viejo, nuevo y DATE= agrega un cambio
      * de ticker después de pasarlo por la misma validación. El
      * archivo solo crece: un alias cargado no se edita.
       6000-MANTENER-ALIAS.
           PERFORM 1300-CARGAR-ALIAS
           IF WS-TARGET-SYMBOL = SPACES
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-ALIAS-COUNT
                   ADD 1 TO WS-ROW-COUNT
                   DISPLAY "[ALIAS] " ALT-OLD(WS-S) " -> "
                       ALT-NEW(WS-S) " desde " ALT-DATE(WS-S)
               END-PERFORM
               MOVE WS-ALIAS-REJECTS TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-SYMBOL = SPACES OR WS-DELIST-DATE = 0
               DISPLAY "ERROR: ALIAS requiere símbolo viejo, símbolo "
                   "nuevo y DATE=aaaammdd"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALIAS-RECORD
           MOVE WS-TARGET-SYMBOL TO AL-OLD
           MOVE WS-NEW-SYMBOL TO AL-NEW
           MOVE WS-DELIST-DATE TO AL-DATE
           PERFORM VALIDAR-ALIAS
           IF WS-ALIAS-REASON = SPACES
              AND WS-ALIAS-COUNT >= WS-MAX-ALIAS
               MOVE "tabla de alias llena" TO WS-ALIAS-REASON
           END-IF
           IF WS-ALIAS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ERROR: alias rechazado " AL-OLD " -> "
                   AL-NEW " " AL-DATE ": "
                   FUNCTION TRIM(WS-ALIAS-REASON)
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-VERIFICAR-NUEVO
           OPEN EXTEND ALIAS-FILE
           IF WS-ALIAS-FS = "35"
               OPEN OUTPUT ALIAS-FILE
           END-IF
           IF NOT WS-ALIAS-OK
               DISPLAY "ERROR: historia de alias no se puede "
                   "escribir FS=" WS-ALIAS-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE ALIAS-RECORD
           CLOSE ALIAS-FILE
           ADD 1 TO WS-ROW-COUNT
           ADD 1 TO WS-ALIAS-COUNT
           MOVE AL-OLD TO ALT-OLD(WS-ALIAS-COUNT)
           MOVE AL-NEW TO ALT-NEW(WS-ALIAS-COUNT)
           MOVE AL-DATE TO ALT-DATE(WS-ALIAS-COUNT)
           DISPLAY "[SYMMAINT] alias " AL-OLD " -> " AL-NEW
               " desde " AL-DATE " agregado"
           MOVE AL-NEW TO WS-ALIAS-SYMBOL
           PERFORM RESOLVER-ALIAS
           PERFORM 6300-MOSTRAR-CADENA
           EXIT.

      * El ticker nuevo debería tener su fila en el maestro (es el
      * que validan SPLITTER y MASTERBATCH); si falta se avisa pero
      * el alias se graba igual - el maestro puede cargarse después.
       6100-VERIFICAR-NUEVO.
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYM-OK
               DISPLAY "WARNING: maestro de símbolos ausente, no se "
                   "verifica " AL-NEW
               EXIT PARAGRAPH
           END-IF
           MOVE AL-NEW TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: " AL-NEW " no está en el "
                       "maestro de símbolos, cargarlo con LOAD"
           END-READ
           CLOSE SYMMASTER-FILE
           EXIT.

      * Un renglón por tramo: el ticker que regía y sus fechas
      * (desde/hasta inclusive; 00000000 = desde el inicio de la
      * historia, 99999999 = vigente).
       6300-MOSTRAR-CADENA.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-ALIAS-SEGS
               IF SEG-UNTIL(WS-S) = 99999999
                   MOVE 99999999 TO WS-SEG-LAST
               ELSE
                   COMPUTE WS-SEG-LAST = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SEG-UNTIL(WS-S)) - 1)
               END-IF
               DISPLAY "[ALIAS] " WS-ALIAS-CURRENT " tramo "
                   SEG-SYMBOL(WS-S) " " SEG-FROM(WS-S) "-"
                   WS-SEG-LAST
           END-PERFORM
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           PERFORM GRABAR-AUDITORIA
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

