       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESKMENU.
      * Menú de pantalla completa para la mesa: OPSTAT, LEDGERQ,
      * IWQUERY, NOTES y ALERTACK detrás de un solo programa, sin
      * tener que recordar la sintaxis de argumentos de cada uno.
      * La sesión empieza con la identificación del operador (que
      * tiene que figurar activo en operator_entitlements.dat; tres
      * intentos fallidos dejan una fila DENY, como WS-OPER-CHECK) y
      * ese mismo operador se usa en toda la sesión. El menú pide la
      * opción y los campos que la opción necesita (símbolo, número
      * de operación, fecha, indicador, alerta, etiqueta, nota), los
      * valida en la pantalla y recién entonces corre el programa de
      * la mesa que corresponde, con su salida capturada en
      * deskmenu_result.txt y mostrada por páginas:
      *   1  posición y stops            OPSTAT
      *   2  operación con sus notas     LEDGERQ
      *   3  indicadores del almacén     IWQUERY
      *   4  alertas abiertas            ALERTACK LIST
      *   5  atender una alerta          ALERTACK ACK
      *   6  anotar una operación        NOTES ADD
      * Cada acción la ejecuta el programa de siempre, así que su
      * fila en audit_trail.dat (y el control de permisos de ACK y
      * ADD) es exactamente la de la corrida suelta; el símbolo de
      * la acción viaja en TRADE_RUN_SYMBOL. Con un símbolo, los
      * archivos de OPSTAT y LEDGERQ son los _<SIM> que cosecha
      * MASTERBATCH; sin símbolo, o con el símbolo de la corrida,
      * también sirven los archivos sin sufijo.
      * Uso: DESKMENU [OPERATOR=id]
      * Salida: la fila de la sesión en audit_trail.dat (acciones
      * corridas, entradas rechazadas) con el operador en el campo
      * de símbolo. RC 1 si el operador no pasa la identificación.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT RESULT-FILE ASSIGN TO "deskmenu_result.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que OPER-RECORD de WS-OPER-CHECK.
       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPR-ID          PIC X(8).
           05 FILLER          PIC X.
           05 OPR-ROLE        PIC X(10).
           05 FILLER          PIC X.
           05 OPR-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 OPR-FUNCS       PIC X(80).
      * Salida capturada del programa de la mesa.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RES-LINE        PIC X(200).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "DESKMENU".
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
       01  WS-OPER-FS         PIC XX.
           88  WS-OPER-OK     VALUE "00".
           88  WS-OPER-EOF    VALUE "10".
       01  WS-RESULT-FS       PIC XX.
           88  WS-RESULT-OK   VALUE "00".
           88  WS-RESULT-EOF  VALUE "10".
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-OPER-FOUND      PIC X(1).
       01  WS-SIGNED-ON       PIC X(1) VALUE "N".
       01  WS-TRIES           PIC 9(1) VALUE 0.
       01  WS-MAX-TRIES       PIC 9(1) VALUE 3.
       01  WS-RUN-SYMBOL      PIC X(10) VALUE SPACES.
      * Campos de la pantalla del menú.
       01  WS-OPTION          PIC X(1) VALUE SPACES.
           88  WS-OPT-POSICION   VALUE "1".
           88  WS-OPT-OPERACION  VALUE "2".
           88  WS-OPT-INDICADOR  VALUE "3".
           88  WS-OPT-ALERTAS    VALUE "4".
           88  WS-OPT-ATENDER    VALUE "5".
           88  WS-OPT-ANOTAR     VALUE "6".
           88  WS-OPT-SALIR      VALUE "X".
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-TRADE-TXT       PIC X(6) VALUE SPACES.
       01  WS-TRADE-NUM       PIC 9(6) VALUE 0.
       01  WS-DATE-TXT        PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM        PIC 9(8) VALUE 0.
       01  WS-IND             PIC X(10) VALUE SPACES.
       01  WS-ALERT-TXT       PIC X(6) VALUE SPACES.
       01  WS-ALERT-NUM       PIC 9(6) VALUE 0.
       01  WS-TAG             PIC X(8) VALUE SPACES.
       01  WS-NOTE            PIC X(40) VALUE SPACES.
       01  WS-MESSAGE         PIC X(76) VALUE SPACES.
       01  WS-VALID           PIC X(1).
       01  WS-QUOTE-COUNT     PIC 9(4) COMP.
      * Resultado paginado.
       01  WS-RES-TITLE       PIC X(50) VALUE SPACES.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 500 TIMES PIC X(78).
       01  WS-RES-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-RES         PIC 9(4) COMP VALUE 500.
       01  WS-PAGE-SIZE       PIC 9(2) COMP VALUE 16.
       01  WS-PAGE            PIC 9(3) VALUE 0.
       01  WS-PAGES           PIC 9(3) VALUE 0.
       01  WS-PAGE-CMD        PIC X(1) VALUE SPACES.
       01  WS-VIEW.
           05 WS-VIEW-LINE OCCURS 16 TIMES PIC X(78).
       01  WS-V               PIC 9(2) COMP.
       01  WS-R               PIC 9(4) COMP.
      * Armado del comando del programa de la mesa.
       01  WS-CMD             PIC X(400).
       01  WS-CMD-PTR         PIC 9(3) COMP.
       01  WS-FAMILY          PIC X(20).
       01  WS-RUTA            PIC X(60).
       01  WS-CKPT-RUTA       PIC X(60).
       01  WS-EQUITY-RUTA     PIC X(60).
       01  WS-LEDGER-RUTA     PIC X(60).
       01  WS-STEP-RC         PIC S9(9) COMP.
       01  WS-ACTION-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       SCREEN SECTION.
       01  PANT-INGRESO.
           05 BLANK SCREEN.
           05 LINE 2  COL 2  VALUE "DESKMENU - Mesa de operaciones".
           05 LINE 5  COL 4  VALUE "Operador ......:".
           05 LINE 5  COL 21 PIC X(8) USING WS-OPERATOR.
           05 LINE 7  COL 4
              VALUE "Ingrese su identificación de operador y Enter.".
           05 LINE 22 COL 2  PIC X(76) FROM WS-MESSAGE.
       01  PANT-MENU.
           05 BLANK SCREEN.
           05 LINE 1  COL 2  VALUE "DESKMENU - Mesa de operaciones".
           05 LINE 1  COL 56 VALUE "Operador:".
           05 LINE 1  COL 66 PIC X(8) FROM WS-OPERATOR.
           05 LINE 3  COL 4
              VALUE "1  Posición y stops del símbolo       (OPSTAT)".
           05 LINE 4  COL 4
              VALUE "2  Operación del ledger con sus notas (LEDGERQ)".
           05 LINE 5  COL 4
              VALUE "3  Indicadores del almacén            (IWQUERY)".
           05 LINE 6  COL 4
              VALUE "4  Alertas abiertas                   (ALERTACK)".
           05 LINE 7  COL 4
              VALUE "5  Atender una alerta                 (ALERTACK)".
           05 LINE 8  COL 4
              VALUE "6  Anotar una operación               (NOTES)".
           05 LINE 9  COL 4  VALUE "X  Salir".
           05 LINE 11 COL 4  VALUE "Opción ................:".
           05 LINE 11 COL 29 PIC X(1) USING WS-OPTION.
           05 LINE 12 COL 4  VALUE "Símbolo ...... (1, 2, 3):".
           05 LINE 12 COL 29 PIC X(10) USING WS-SYMBOL.
           05 LINE 13 COL 4  VALUE "Operación nro ... (2, 6):".
           05 LINE 13 COL 29 PIC X(6) USING WS-TRADE-TXT.
           05 LINE 14 COL 4  VALUE "Fecha aaaammdd ..... (3):".
           05 LINE 14 COL 29 PIC X(8) USING WS-DATE-TXT.
           05 LINE 14 COL 40 VALUE "en blanco = la vigente".
           05 LINE 15 COL 4  VALUE "Indicador .......... (3):".
           05 LINE 15 COL 29 PIC X(10) USING WS-IND.
           05 LINE 15 COL 40 VALUE "en blanco = todos".
           05 LINE 16 COL 4  VALUE "Alerta nro ......... (5):".
           05 LINE 16 COL 29 PIC X(6) USING WS-ALERT-TXT.
           05 LINE 17 COL 4  VALUE "Etiqueta ........... (6):".
           05 LINE 17 COL 29 PIC X(8) USING WS-TAG.
           05 LINE 17 COL 40 VALUE "ERROR, NEWS, OVERRIDE...".
           05 LINE 18 COL 4  VALUE "Nota ........... (5, 6):".
           05 LINE 18 COL 29 PIC X(40) USING WS-NOTE.
           05 LINE 22 COL 2  PIC X(76) FROM WS-MESSAGE.
       01  PANT-RESULTADO.
           05 BLANK SCREEN.
           05 LINE 1  COL 2  PIC X(50) FROM WS-RES-TITLE.
           05 LINE 1  COL 56 VALUE "Operador:".
           05 LINE 1  COL 66 PIC X(8) FROM WS-OPERATOR.
           05 LINE 3  COL 2  PIC X(78) FROM WS-VIEW-LINE(1).
           05 LINE 4  COL 2  PIC X(78) FROM WS-VIEW-LINE(2).
           05 LINE 5  COL 2  PIC X(78) FROM WS-VIEW-LINE(3).
           05 LINE 6  COL 2  PIC X(78) FROM WS-VIEW-LINE(4).
           05 LINE 7  COL 2  PIC X(78) FROM WS-VIEW-LINE(5).
           05 LINE 8  COL 2  PIC X(78) FROM WS-VIEW-LINE(6).
           05 LINE 9  COL 2  PIC X(78) FROM WS-VIEW-LINE(7).
           05 LINE 10 COL 2  PIC X(78) FROM WS-VIEW-LINE(8).
           05 LINE 11 COL 2  PIC X(78) FROM WS-VIEW-LINE(9).
           05 LINE 12 COL 2  PIC X(78) FROM WS-VIEW-LINE(10).
           05 LINE 13 COL 2  PIC X(78) FROM WS-VIEW-LINE(11).
           05 LINE 14 COL 2  PIC X(78) FROM WS-VIEW-LINE(12).
           05 LINE 15 COL 2  PIC X(78) FROM WS-VIEW-LINE(13).
           05 LINE 16 COL 2  PIC X(78) FROM WS-VIEW-LINE(14).
           05 LINE 17 COL 2  PIC X(78) FROM WS-VIEW-LINE(15).
           05 LINE 18 COL 2  PIC X(78) FROM WS-VIEW-LINE(16).
           05 LINE 20 COL 2  VALUE "Página".
           05 LINE 20 COL 9  PIC ZZ9 FROM WS-PAGE.
           05 LINE 20 COL 13 VALUE "de".
           05 LINE 20 COL 16 PIC ZZ9 FROM WS-PAGES.
           05 LINE 21 COL 2
              VALUE "S = siguiente   A = anterior   M = menú ......:".
           05 LINE 21 COL 50 PIC X(1) USING WS-PAGE-CMD.
           05 LINE 22 COL 2  PIC X(76) FROM WS-MESSAGE.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa DESKMENU iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-INGRESO
           IF WS-SIGNED-ON NOT = "Y"
               PERFORM 2900-RECHAZAR-OPERADOR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-MENU UNTIL WS-OPT-SALIR
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
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
               END-EVALUATE
           END-PERFORM
           ACCEPT WS-RUN-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           EXIT.

      * Identificación del operador: hasta WS-MAX-TRIES intentos.
       2000-INGRESO.
           PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-TRIES >= WS-MAX-TRIES
               DISPLAY PANT-INGRESO
               ACCEPT PANT-INGRESO
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR
               ADD 1 TO WS-TRIES
               PERFORM 2100-VALIDAR-OPERADOR
           END-PERFORM
           EXIT.

      * El operador tiene que existir y estar activo; el permiso de
      * cada función lo sigue controlando el programa que la hace.
       2100-VALIDAR-OPERADOR.
           MOVE SPACES TO WS-MESSAGE
           MOVE "N" TO WS-OPER-FOUND
           IF WS-OPERATOR = SPACES
               MOVE "Falta el operador." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPER-FILE
           IF NOT WS-OPER-OK
               STRING "Permisos de operador ilegibles FS=" WS-OPER-FS
                   DELIMITED BY SIZE INTO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPER-EOF OR WS-OPER-FOUND = "Y"
               READ OPER-FILE
                   AT END
                       SET WS-OPER-EOF TO TRUE
                   NOT AT END
                       IF OPR-ID = WS-OPERATOR
                           MOVE "Y" TO WS-OPER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           EVALUATE TRUE
               WHEN WS-OPER-FOUND NOT = "Y"
                   MOVE "Operador desconocido." TO WS-MESSAGE
               WHEN OPR-ACTIVE NOT = "Y"
                   MOVE "Operador inactivo." TO WS-MESSAGE
               WHEN OTHER
                   MOVE "Y" TO WS-SIGNED-ON
           END-EVALUATE
           EXIT.

      * Igual que un rechazo de WS-OPER-CHECK: fila DENY con el
      * operador en el campo de símbolo y RC 1.
       2900-RECHAZAR-OPERADOR.
           DISPLAY "ERROR: operador '" WS-OPERATOR "' rechazado: "
               FUNCTION TRIM(WS-MESSAGE)
           DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE
           MOVE "DENY" TO WS-AUDIT-STATUS
           MOVE 0 TO WS-AUDIT-COUNT
           MOVE WS-TRIES TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE 1 TO WS-EXIT-CODE
           EXIT.

      * Una vuelta del menú: pantalla, validación y, si pasa, la
      * acción con su resultado paginado.
       3000-MENU.
           DISPLAY PANT-MENU
           ACCEPT PANT-MENU
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION
           MOVE FUNCTION UPPER-CASE(WS-SYMBOL) TO WS-SYMBOL
           MOVE FUNCTION UPPER-CASE(WS-IND) TO WS-IND
           MOVE FUNCTION UPPER-CASE(WS-TAG) TO WS-TAG
           IF WS-OPT-SALIR
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-VALIDAR-ENTRADA
           IF WS-VALID NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
           DISPLAY WS-SYMBOL UPON ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-OPT-POSICION
                   PERFORM 4100-POSICION
               WHEN WS-OPT-OPERACION
                   PERFORM 4200-OPERACION
               WHEN WS-OPT-INDICADOR
                   PERFORM 4300-INDICADORES
               WHEN WS-OPT-ALERTAS
                   PERFORM 4400-ALERTAS
               WHEN WS-OPT-ATENDER
                   PERFORM 4500-ATENDER-ALERTA
               WHEN WS-OPT-ANOTAR
                   PERFORM 4600-ANOTAR
           END-EVALUATE
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-STEP-RC
           ADD 1 TO WS-ACTION-COUNT
           PERFORM 5000-MOSTRAR-RESULTADO
           MOVE SPACES TO WS-MESSAGE
           EXIT.

      * Cada opción exige sus campos; lo que no hace falta se ignora.
      * La comilla simple no se acepta en ningún campo porque los
      * valores viajan entre comillas simples en la línea de
      * comando del programa de la mesa.
       3100-VALIDAR-ENTRADA.
           MOVE "N" TO WS-VALID
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-SYMBOL TALLYING WS-QUOTE-COUNT FOR ALL "'"
           INSPECT WS-IND TALLYING WS-QUOTE-COUNT FOR ALL "'"
           INSPECT WS-TAG TALLYING WS-QUOTE-COUNT FOR ALL "'"
           INSPECT WS-NOTE TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-QUOTE-COUNT NOT = 0
               MOVE "Los campos no admiten comillas simples."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-OPT-POSICION
                   CONTINUE
               WHEN WS-OPT-OPERACION
                   PERFORM 3200-VALIDAR-OPERACION
                   IF WS-MESSAGE NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-OPT-INDICADOR
                   IF WS-SYMBOL = SPACES
                       MOVE "La opción 3 necesita el símbolo."
                           TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO WS-DATE-NUM
                   IF WS-DATE-TXT NOT = SPACES
                       IF WS-DATE-TXT IS NOT NUMERIC
                           MOVE "Fecha inválida: use aaaammdd."
                               TO WS-MESSAGE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-DATE-TXT TO WS-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                               NOT = 0
                           MOVE "Fecha inválida: use aaaammdd."
                               TO WS-MESSAGE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN WS-OPT-ALERTAS
                   CONTINUE
               WHEN WS-OPT-ATENDER
                   IF WS-ALERT-TXT = SPACES
                       MOVE "La opción 5 necesita el nro de alerta."
                           TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-ALERT-TXT) NOT = 0
                       MOVE "Número de alerta inválido." TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-ALERT-NUM = FUNCTION NUMVAL(WS-ALERT-TXT)
                   IF WS-ALERT-NUM = 0
                       MOVE "Número de alerta inválido." TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-OPT-ANOTAR
                   PERFORM 3200-VALIDAR-OPERACION
                   IF WS-MESSAGE NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-NOTE = SPACES
                       MOVE "La opción 6 necesita el texto de la nota."
                           TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "Opción inválida: 1 a 6, o X para salir."
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Y" TO WS-VALID
           EXIT.

       3200-VALIDAR-OPERACION.
           IF WS-TRADE-TXT = SPACES
               MOVE "Falta el número de operación." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TRADE-TXT) NOT = 0
               MOVE "Número de operación inválido." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRADE-NUM = FUNCTION NUMVAL(WS-TRADE-TXT)
           IF WS-TRADE-NUM = 0
               MOVE "Número de operación inválido." TO WS-MESSAGE
           END-IF
           EXIT.

       4100-POSICION.
           MOVE "trader_checkpoint" TO WS-FAMILY
           PERFORM 4900-RESOLVER-RUTA
           MOVE WS-RUTA TO WS-CKPT-RUTA
           MOVE "equity_curve" TO WS-FAMILY
           PERFORM 4900-RESOLVER-RUTA
           MOVE WS-RUTA TO WS-EQUITY-RUTA
           MOVE "trade_ledger" TO WS-FAMILY
           PERFORM 4900-RESOLVER-RUTA
           MOVE WS-RUTA TO WS-LEDGER-RUTA
           MOVE SPACES TO WS-CMD
           STRING "./opstat '" FUNCTION TRIM(WS-CKPT-RUTA) "' '"
               FUNCTION TRIM(WS-EQUITY-RUTA) "' '"
               FUNCTION TRIM(WS-LEDGER-RUTA)
               "' > deskmenu_result.txt 2>&1"
               DELIMITED BY SIZE INTO WS-CMD
           MOVE SPACES TO WS-RES-TITLE
           STRING "Posición y stops " FUNCTION TRIM(WS-SYMBOL)
               DELIMITED BY SIZE INTO WS-RES-TITLE
           EXIT.

       4200-OPERACION.
           MOVE "trade_ledger" TO WS-FAMILY
           PERFORM 4900-RESOLVER-RUTA
           MOVE WS-RUTA TO WS-LEDGER-RUTA
           MOVE SPACES TO WS-CMD
           STRING "./ledgerq " WS-TRADE-NUM " '"
               FUNCTION TRIM(WS-LEDGER-RUTA)
               "' > deskmenu_result.txt 2>&1"
               DELIMITED BY SIZE INTO WS-CMD
           MOVE SPACES TO WS-RES-TITLE
           STRING "Operación " WS-TRADE-NUM " "
               FUNCTION TRIM(WS-SYMBOL)
               DELIMITED BY SIZE INTO WS-RES-TITLE
           EXIT.

       4300-INDICADORES.
           MOVE SPACES TO WS-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING "./iwquery 'SYMBOL=" FUNCTION TRIM(WS-SYMBOL) "'"
               DELIMITED BY SIZE INTO WS-CMD WITH POINTER WS-CMD-PTR
           IF WS-DATE-NUM = 0
               STRING " DATE=LAST" DELIMITED BY SIZE
                   INTO WS-CMD WITH POINTER WS-CMD-PTR
           ELSE
               STRING " DATE=" WS-DATE-NUM DELIMITED BY SIZE
                   INTO WS-CMD WITH POINTER WS-CMD-PTR
           END-IF
           IF WS-IND NOT = SPACES
               STRING " 'IND=" FUNCTION TRIM(WS-IND) "'"
                   DELIMITED BY SIZE
                   INTO WS-CMD WITH POINTER WS-CMD-PTR
           END-IF
           STRING " > deskmenu_result.txt 2>&1" DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
           MOVE SPACES TO WS-RES-TITLE
           STRING "Indicadores " FUNCTION TRIM(WS-SYMBOL)
               DELIMITED BY SIZE INTO WS-RES-TITLE
           EXIT.

       4400-ALERTAS.
           MOVE "./alertack LIST > deskmenu_result.txt 2>&1"
               TO WS-CMD
           MOVE "Alertas abiertas" TO WS-RES-TITLE
           EXIT.

      * ALERTACK controla el permiso del operador y deja su fila
      * (ACK o DENY) en la bitácora.
       4500-ATENDER-ALERTA.
           MOVE SPACES TO WS-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING "./alertack ACK ID=" WS-ALERT-NUM " 'OPERATOR="
               FUNCTION TRIM(WS-OPERATOR) "'"
               DELIMITED BY SIZE INTO WS-CMD WITH POINTER WS-CMD-PTR
           IF WS-NOTE NOT = SPACES
               STRING " 'NOTE=" FUNCTION TRIM(WS-NOTE) "'"
                   DELIMITED BY SIZE
                   INTO WS-CMD WITH POINTER WS-CMD-PTR
           END-IF
           STRING " > deskmenu_result.txt 2>&1" DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
           MOVE SPACES TO WS-RES-TITLE
           STRING "Atender alerta " WS-ALERT-NUM
               DELIMITED BY SIZE INTO WS-RES-TITLE
           EXIT.

      * NOTES controla el permiso del operador; sin etiqueta la nota
      * entra como NOTE, igual que desde la línea de comando.
       4600-ANOTAR.
           MOVE SPACES TO WS-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING "./notes ADD TRADE=" WS-TRADE-NUM " 'OPERATOR="
               FUNCTION TRIM(WS-OPERATOR) "'"
               DELIMITED BY SIZE INTO WS-CMD WITH POINTER WS-CMD-PTR
           IF WS-TAG NOT = SPACES
               STRING " 'TAG=" FUNCTION TRIM(WS-TAG) "'"
                   DELIMITED BY SIZE
                   INTO WS-CMD WITH POINTER WS-CMD-PTR
           END-IF
           STRING " 'NOTE=" FUNCTION TRIM(WS-NOTE)
               "' > deskmenu_result.txt 2>&1"
               DELIMITED BY SIZE INTO WS-CMD WITH POINTER WS-CMD-PTR
           MOVE SPACES TO WS-RES-TITLE
           STRING "Nota para la operación " WS-TRADE-NUM
               DELIMITED BY SIZE INTO WS-RES-TITLE
           EXIT.

      * WS-FAMILY_<SIM>.dat si existe; el archivo sin sufijo solo
      * sin símbolo o para el símbolo de la corrida.
       4900-RESOLVER-RUTA.
           MOVE SPACES TO WS-RUTA
           IF WS-SYMBOL NOT = SPACES
               STRING FUNCTION TRIM(WS-FAMILY) "_"
                   FUNCTION TRIM(WS-SYMBOL) ".dat"
                   DELIMITED BY SIZE INTO WS-RUTA
               MOVE SPACES TO WS-CMD
               STRING "test -e '" FUNCTION TRIM(WS-RUTA) "'"
                   DELIMITED BY SIZE INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE = 0 OR WS-SYMBOL NOT = WS-RUN-SYMBOL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-RUTA
           STRING FUNCTION TRIM(WS-FAMILY) ".dat"
               DELIMITED BY SIZE INTO WS-RUTA
           EXIT.

      * Carga la salida capturada (sin las líneas [DEBUG]) y la
      * muestra de a WS-PAGE-SIZE líneas hasta que se vuelve al menú.
       5000-MOSTRAR-RESULTADO.
           MOVE 0 TO WS-RES-COUNT
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-OK
               PERFORM UNTIL WS-RESULT-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-RESULT-EOF TO TRUE
                       NOT AT END
                           IF RES-LINE(1:7) NOT = "[DEBUG]"
                                   AND WS-RES-COUNT < WS-MAX-RES
                               ADD 1 TO WS-RES-COUNT
                               MOVE RES-LINE
                                   TO WS-RES-ENTRY(WS-RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF
           IF WS-RES-COUNT = 0
               ADD 1 TO WS-RES-COUNT
               MOVE "(sin salida)" TO WS-RES-ENTRY(1)
           END-IF
           COMPUTE WS-PAGES =
               (WS-RES-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           MOVE 1 TO WS-PAGE
           MOVE SPACES TO WS-MESSAGE
           IF WS-STEP-RC NOT = 0
               MOVE "El programa terminó con error; ver el detalle."
                   TO WS-MESSAGE
           END-IF
           MOVE SPACES TO WS-PAGE-CMD
           PERFORM UNTIL WS-PAGE-CMD = "M"
               PERFORM 5100-ARMAR-PAGINA
               MOVE SPACES TO WS-PAGE-CMD
               DISPLAY PANT-RESULTADO
               ACCEPT PANT-RESULTADO
               MOVE FUNCTION UPPER-CASE(WS-PAGE-CMD) TO WS-PAGE-CMD
               EVALUATE WS-PAGE-CMD
                   WHEN "S"
                   WHEN SPACE
                       IF WS-PAGE < WS-PAGES
                           ADD 1 TO WS-PAGE
                           MOVE SPACES TO WS-MESSAGE
                       ELSE
                           MOVE "Última página." TO WS-MESSAGE
                       END-IF
                   WHEN "A"
                       IF WS-PAGE > 1
                           SUBTRACT 1 FROM WS-PAGE
                           MOVE SPACES TO WS-MESSAGE
                       ELSE
                           MOVE "Primera página." TO WS-MESSAGE
                       END-IF
                   WHEN "M"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Use S, A o M." TO WS-MESSAGE
               END-EVALUATE
           END-PERFORM
           EXIT.

       5100-ARMAR-PAGINA.
           MOVE SPACES TO WS-VIEW
           COMPUTE WS-R = (WS-PAGE - 1) * WS-PAGE-SIZE
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-PAGE-SIZE
               ADD 1 TO WS-R
               IF WS-R <= WS-RES-COUNT
                   MOVE WS-RES-ENTRY(WS-R) TO WS-VIEW-LINE(WS-V)
               END-IF
           END-PERFORM
           EXIT.

      * La fila de la sesión lleva el operador en el campo de
      * símbolo, como las filas DENY.
       9000-FINALIZAR.
           EVALUATE WS-EXIT-CODE
               WHEN 0
                   MOVE "OK  " TO WS-AUDIT-STATUS
               WHEN 2
                   MOVE "FLG " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "ERR " TO WS-AUDIT-STATUS
           END-EVALUATE
           DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE
           MOVE WS-ACTION-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
