       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPACT.
      * Eventos corporativos sobre las posiciones abiertas. ADJUST
      * reescribe la historia de precios, pero lo que quedó abierto
      * sigue en el mundo viejo: tras un split 4 por 1 el checkpoint
      * de TRADER conserva 100 acciones a 180 con el stop ATR a 170,
      * y la primera barra ajustada a 45 lo saca por stop. Este
      * programa toma el mismo archivo de ajustes de ADJUST y aplica
      * cada acción con fecha ex vencida a cada almacén de
      * posiciones abiertas:
      *   - trader_checkpoint.dat (CKPT=), la posición del símbolo de
      *     la corrida (SYMBOL=, o TRADE_RUN_SYMBOL dentro del
      *     lote): cantidad, precio de entrada, stop ATR y máximo/
      *     mínimo de la posición; la fracción de acción que deja el
      *     split se paga en efectivo al precio de referencia del
      *     renglón; en la escisión las acciones del hijo se cobran
      *     en efectivo (el libro de TRADER es de un solo símbolo)
      *     contra la parte del costo que se llevó el hijo; la fusión
      *     en efectivo cierra la posición al pago por acción.
      *   - el ledger de la misma corrida (LEDGER=): cada ajuste
      *     deja una fila CORPA (cantidad y entrada nuevas, efectivo
      *     de la fracción en LED-PNL, la acción y su razón en
      *     LED-EXIT-RULE) y la fusión una fila DELLG/DELSH con la
      *     razón CASH MERGER, con la clave siguiente y el contador
      *     del checkpoint avanzado a la par - así CONSIST sigue
      *     cerrando la cadena de capital y TAXLOT reparte los lotes
      *     abiertos con la misma razón.
      *   - rotate_holdings.dat (HOLD=): la escisión agrega el hijo a
      *     la tenencia (la próxima rotación lo vende si no está en
      *     el top) y la fusión retira al absorbido; el split no
      *     cambia una tenencia que no lleva cantidades.
      * Un dividendo solo no toca posiciones: lo acredita TRADER con
      * su calendario de dividendos. Una posición abierta en o
      * después de la fecha ex ya nació en precios ajustados y no se
      * toca. Cada acción aplicada queda en corpact_applied.dat
      * (símbolo, fecha ex, acción, almacén) y una segunda corrida
      * no la vuelve a aplicar. El antes y el después de cada
      * almacén quedan en corpact_report.dat.
      * Parámetros: [archivo de ajustes] SYMBOL= DATE=aaaammdd (las
      * acciones con fecha ex hasta ese día; hoy por omisión) CKPT=
      * LEDGER= HOLD=.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE ASSIGN TO DYNAMIC WS-ADJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOLDINGS-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.
           SELECT JOURNAL-FILE ASSIGN TO "corpact_applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.
           SELECT REPORT-FILE ASSIGN TO "corpact_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que ADJ-RECORD de ADJUST.
       FD  ADJ-FILE.
       01  ADJ-RECORD.
           05 ADJ-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 ADJ-EXDATE      PIC 9(8).
           05 FILLER          PIC X.
           05 ADJ-SPLIT-RAW   PIC X(12).
           05 FILLER          PIC X.
           05 ADJ-DIV-RAW     PIC X(10).
           05 FILLER          PIC X.
           05 ADJ-ACTION      PIC X(4).
              88 ADJ-IS-SPIN          VALUE "SPIN".
              88 ADJ-IS-CASH          VALUE "CASH".
           05 FILLER          PIC X.
           05 ADJ-CHILD       PIC X(10).
           05 FILLER          PIC X.
           05 ADJ-ALLOC-RAW   PIC X(8).
           05 FILLER          PIC X.
           05 ADJ-PRICE-RAW   PIC X(12).
      * Mismo formato que CKPT-RECORD de TRADER.
       FD  CHECKPOINT-FILE.
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
           05 FILLER            PIC X.
           05 CKPT-TRADE-COUNT  PIC 9(5).
           05 FILLER            PIC X.
           05 CKPT-WIN-COUNT    PIC 9(5).
           05 FILLER            PIC X.
           05 CKPT-PEAK-EQUITY  PIC 9(9)V99.
           05 FILLER            PIC X.
           05 CKPT-MAX-DD-PCT   PIC 9(3)V99.
           05 FILLER            PIC X.
           05 CKPT-SUM-RET      PIC S9(7)V9(4) SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X.
           05 CKPT-SUMSQ-RET    PIC 9(9)V9999.
           05 FILLER            PIC X.
           05 CKPT-ATR-STOP     PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 CKPT-MIN-PRICE    PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 CKPT-MAX-PRICE    PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 CKPT-ENTRY-DATE   PIC 9(8).
           05 FILLER            PIC X.
           05 CKPT-ENTRY-COUNT  PIC 9(2).
           05 FILLER            PIC X.
           05 CKPT-CLOSED-COUNT PIC 9(5).
           05 FILLER            PIC X.
           05 CKPT-LOSS-STREAK  PIC 9(3).
           05 FILLER            PIC X.
           05 CKPT-HALT-FLAG    PIC X(1).
           05 FILLER            PIC X.
           05 CKPT-HALT-REASON  PIC X(30).
           05 FILLER            PIC X.
           05 CKPT-BARS-HELD    PIC 9(5).
      * Mismo formato que LEDGER-RECORD de TRADER.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
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
           05 LED-MAE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-MFE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LED-EXIT-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 LED-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 LED-BASE-PNL    PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 LED-GAP         PIC X(1).
           05 FILLER          PIC X.
           05 LED-EXIT-RULE   PIC X(12).
           05 FILLER          PIC X.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que HOLDING-RECORD de ROTATE.
       FD  HOLDINGS-FILE.
       01  HOLDING-RECORD.
           05 HLD-SYMBOL      PIC X(10).
      * Diario de acciones aplicadas: una fila por acción y almacén.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JRN-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 JRN-EXDATE      PIC 9(8).
           05 FILLER          PIC X.
           05 JRN-ACTION      PIC X(4).
           05 FILLER          PIC X.
           05 JRN-STORE       PIC X(4).
           05 FILLER          PIC X.
           05 JRN-STAMP       PIC X(14).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LINE        PIC X(132).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "CORPACT".
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
       01  WS-ADJ-STATUS      PIC XX.
           88  WS-ADJ-OK          VALUE "00".
           88  WS-ADJ-EOF         VALUE "10".
       01  WS-CKPT-FS         PIC XX.
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-HOLD-FS         PIC XX.
           88  WS-HOLD-OK         VALUE "00".
           88  WS-HOLD-EOF        VALUE "10".
       01  WS-JRN-FS          PIC XX.
           88  WS-JRN-OK          VALUE "00".
           88  WS-JRN-EOF         VALUE "10".
       01  WS-RPT-FS          PIC XX.
       01  WS-ADJ-PATH        PIC X(200).
       01  WS-CKPT-PATH       PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-HOLD-PATH       PIC X(200).
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
      * El checkpoint entero queda en el registro del FD entre la
      * lectura y la regrabación; WS-CKPT-LOADED dice si había uno.
       01  WS-CKPT-LOADED     PIC X(1) VALUE "N".
       01  WS-CKPT-CHANGED    PIC X(1) VALUE "N".
      * La tenencia de la rotación, en memoria hasta regrabarla.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES PIC X(10).
       01  WS-HOLD-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MAX-HOLDS       PIC 9(3) COMP VALUE 200.
       01  WS-HOLD-LOADED     PIC X(1) VALUE "N".
       01  WS-HOLD-CHANGED    PIC X(1) VALUE "N".
      * Diario de acciones ya aplicadas, más las de esta corrida
      * (se agregan al final, recién regrabados los almacenes).
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 2000 TIMES.
              10 JT-SYMBOL       PIC X(10).
              10 JT-EXDATE       PIC 9(8).
              10 JT-ACTION       PIC X(4).
              10 JT-STORE        PIC X(4).
       01  WS-JRN-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-JRN-OLD         PIC 9(4) COMP VALUE 0.
       01  WS-MAX-JRN         PIC 9(4) COMP VALUE 2000.
       01  WS-JRN-STORE       PIC X(4).
       01  WS-JRN-FOUND       PIC X(1).
      * La acción en curso, ya validada.
       01  WS-ACT-KIND        PIC X(4).
           88  WS-ACT-SPLIT       VALUE "SPLT".
           88  WS-ACT-SPIN        VALUE "SPIN".
           88  WS-ACT-CASH        VALUE "CASH".
           88  WS-ACT-DIV         VALUE "DIV ".
       01  WS-RATIO           PIC 9(3)V9(4) COMP-3.
       01  WS-ALLOC-PCT       PIC 9V9(4) COMP-3.
       01  WS-REF-PRICE       PIC 9(7)V9(4) COMP-3.
       01  WS-PRICE-FACTOR    PIC 9(3)V9(6) COMP-3.
       01  WS-SIDE            PIC S9(1) COMP-3.
      * Copia del checkpoint antes de cada acción, para volver
      * atrás si la fila del ledger no se puede grabar.
       01  WS-CKPT-SAVE       PIC X(250).
       01  WS-NEW-SHARES-RAW  PIC 9(9)V9(4) COMP-3.
       01  WS-NEW-SHARES      PIC 9(9) COMP-3.
       01  WS-FRACTION        PIC 9V9(4) COMP-3.
       01  WS-CHILD-VALUE     PIC 9(11)V99 COMP-3.
       01  WS-ALLOC-COST      PIC 9(11)V99 COMP-3.
       01  WS-WORK-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-CASH-PNL        PIC S9(9)V99 COMP-3.
       01  WS-TRADE-RETURN    PIC S9(5)V9(4) COMP-3.
       01  WS-SUM-RETURN      PIC S9(7)V9(4) COMP-3.
       01  WS-SUMSQ-RETURN    PIC 9(9)V9999 COMP-3.
       01  WS-CAPITAL         PIC 9(9)V99 COMP-3.
       01  WS-LAST-KEY        PIC 9(5) COMP VALUE 0.
       01  WS-LAST-LED-CAP    PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-LAST-LED-SEAL   PIC X(16).
       01  WS-LAST-LED-CCY    PIC X(3) VALUE SPACES.
       01  WS-ROW-TYPE        PIC X(5).
       01  WS-ROW-RULE        PIC X(12).
       01  WS-ROW-EXIT        PIC 9(7)V9(4) COMP-3.
       01  WS-ROW-CAPITAL     PIC 9(9)V99 COMP-3.
       01  WS-ACT-FAILED      PIC X(1).
       01  WS-H               PIC 9(3) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-HIT             PIC 9(3) COMP.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-DUE-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-PENDING-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-EDIT-RATIO      PIC 99.9999.
       01  WS-EDIT-ALLOC      PIC 9.9999.
       01  WS-EDIT-PRICE      PIC Z(6)9.9999.
       01  WS-EDIT-PRICE2     PIC Z(6)9.9999.
       01  WS-EDIT-PRICE3     PIC Z(6)9.9999.
       01  WS-EDIT-PRICE4     PIC Z(6)9.9999.
       01  WS-EDIT-SHARES     PIC Z(4)9.
       01  WS-EDIT-BIG        PIC Z(8)9.
       01  WS-EDIT-AMT        PIC Z(8)9.99-.
       01  WS-EDIT-POS        PIC -9.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa CORPACT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN INPUT ADJ-FILE
           IF NOT WS-ADJ-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 1500-CARGAR-DIARIO
           PERFORM 1600-CARGAR-CHECKPOINT
           PERFORM 1700-CARGAR-TENENCIA
           PERFORM 2000-PROCESAR-ACCIONES
           CLOSE ADJ-FILE
           IF WS-CKPT-CHANGED = "Y"
               PERFORM 5000-GRABAR-CHECKPOINT
           END-IF
           IF WS-HOLD-CHANGED = "Y"
               PERFORM 5100-GRABAR-TENENCIA
           END-IF
           PERFORM 5200-GRABAR-DIARIO
           CLOSE REPORT-FILE
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-DUE-COUNT
               " acciones vencidas, " WS-APPLIED-COUNT
               " aplicaciones, " WS-PENDING-COUNT " pendientes, "
               WS-REJECT-COUNT " rechazos"
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * El argumento de ruta es el archivo de ajustes; sin SYMBOL=
      * se toma el símbolo que el driver propaga al correr dentro
      * del lote.
       1000-LEER-PARAMETROS.
           MOVE "adjustments.dat" TO WS-ADJ-PATH
           MOVE "trader_checkpoint.dat" TO WS-CKPT-PATH
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "rotate_holdings.dat" TO WS-HOLD-PATH
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
                   WHEN WS-ARG1(1:5) = "CKPT="
                       MOVE WS-ARG1(6:) TO WS-CKPT-PATH
                   WHEN WS-ARG1(1:7) = "LEDGER="
                       MOVE WS-ARG1(8:) TO WS-LEDGER-PATH
                   WHEN WS-ARG1(1:5) = "HOLD="
                       MOVE WS-ARG1(6:) TO WS-HOLD-PATH
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-ADJ-PATH
               END-EVALUATE
           END-PERFORM
           IF WS-SYMBOL = SPACES
               ACCEPT WS-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - acciones hasta "
               WS-RUN-DATE " símbolo del checkpoint '"
               FUNCTION TRIM(WS-SYMBOL) "'"
           EXIT.

      * Sin diario es la primera corrida: nada aplicado todavía.
       1500-CARGAR-DIARIO.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JRN-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-EOF
               READ JOURNAL-FILE
                   AT END
                       SET WS-JRN-EOF TO TRUE
                   NOT AT END
                       IF WS-JRN-COUNT < WS-MAX-JRN
                          AND JRN-EXDATE NUMERIC
                           ADD 1 TO WS-JRN-COUNT
                           MOVE JRN-SYMBOL TO JT-SYMBOL(WS-JRN-COUNT)
                           MOVE JRN-EXDATE TO JT-EXDATE(WS-JRN-COUNT)
                           MOVE JRN-ACTION TO JT-ACTION(WS-JRN-COUNT)
                           MOVE JRN-STORE TO JT-STORE(WS-JRN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE WS-JRN-COUNT TO WS-JRN-OLD
           EXIT.

      * El checkpoint existe solo mientras una corrida de TRADER
      * quedó a medias (TRADER lo vacía al terminar bien); vacío o
      * ausente no hay posición de TRADER que ajustar.
       1600-CARGAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FS NOT = "00"
               DISPLAY "[DEBUG] 1600-CARGAR-CHECKPOINT - sin "
                   "checkpoint de TRADER"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CKPT-TRADE-COUNT NUMERIC
                      AND CKPT-SHARES NUMERIC
                      AND CKPT-TRADE-PRICE NUMERIC
                       MOVE "Y" TO WS-CKPT-LOADED
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-LOADED = "Y" AND WS-SYMBOL = SPACES
               DISPLAY "WARNING: checkpoint de TRADER sin SYMBOL=, "
                   "no se ajusta"
               MOVE "N" TO WS-CKPT-LOADED
           END-IF
           EXIT.

       1700-CARGAR-TENENCIA.
           OPEN INPUT HOLDINGS-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "[DEBUG] 1700-CARGAR-TENENCIA - sin tenencia "
                   "de rotación"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HOLD-LOADED
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLDINGS-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-SYMBOL NOT = SPACES
                          AND WS-HOLD-COUNT < WS-MAX-HOLDS
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HLD-SYMBOL
                               TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDINGS-FILE
           EXIT.

       2000-PROCESAR-ACCIONES.
           PERFORM UNTIL WS-ADJ-EOF
               READ ADJ-FILE
                   AT END
                       SET WS-ADJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM 2100-VALIDAR-ACCION
                       IF WS-ACT-FAILED = "N"
                          AND NOT WS-ACT-DIV
                           PERFORM 3000-APLICAR-CHECKPOINT
                           PERFORM 4000-APLICAR-TENENCIA
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * Las mismas reglas de lectura que ADJUST (razón y dividendo
      * como texto con punto decimal), más las de cada tipo: la
      * escisión necesita hijo, razón y fracción de costo entre 0 y
      * 1; la fusión en efectivo, el pago por acción. Un renglón
      * con fecha ex futura queda pendiente para otra corrida.
       2100-VALIDAR-ACCION.
           MOVE "Y" TO WS-ACT-FAILED
           IF ADJ-EXDATE NOT NUMERIC OR ADJ-EXDATE = 0
              OR FUNCTION TEST-NUMVAL(ADJ-SPLIT-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(ADJ-DIV-RAW) NOT = 0
              OR (ADJ-ACTION NOT = SPACES
                  AND NOT ADJ-IS-SPIN AND NOT ADJ-IS-CASH)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: renglón de ajuste inválido "
                   "descartado: " ADJ-SYMBOL " " ADJ-EXDATE
               EXIT PARAGRAPH
           END-IF
           IF ADJ-EXDATE > WS-RUN-DATE
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATIO ROUNDED = FUNCTION NUMVAL(ADJ-SPLIT-RAW)
           MOVE 0 TO WS-REF-PRICE
           IF ADJ-PRICE-RAW NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ADJ-PRICE-RAW) = 0
               COMPUTE WS-REF-PRICE ROUNDED =
                   FUNCTION NUMVAL(ADJ-PRICE-RAW)
           END-IF
           MOVE 0 TO WS-ALLOC-PCT
           EVALUATE TRUE
               WHEN ADJ-IS-CASH
                   MOVE "CASH" TO WS-ACT-KIND
                   IF WS-REF-PRICE = 0
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "WARNING: fusión en efectivo sin pago "
                           "por acción descartada: " ADJ-SYMBOL " "
                           ADJ-EXDATE
                       EXIT PARAGRAPH
                   END-IF
               WHEN ADJ-IS-SPIN
                   MOVE "SPIN" TO WS-ACT-KIND
                   IF FUNCTION TEST-NUMVAL(ADJ-ALLOC-RAW) = 0
                       COMPUTE WS-ALLOC-PCT ROUNDED =
                           FUNCTION NUMVAL(ADJ-ALLOC-RAW)
                   END-IF
                   IF ADJ-CHILD = SPACES OR WS-RATIO = 0
                      OR WS-ALLOC-PCT = 0 OR WS-ALLOC-PCT >= 1
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "WARNING: escisión sin hijo, razón o "
                           "fracción de costo válida descartada: "
                           ADJ-SYMBOL " " ADJ-EXDATE
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-RATIO = 0 OR WS-RATIO = 1
                   MOVE "DIV " TO WS-ACT-KIND
               WHEN OTHER
                   MOVE "SPLT" TO WS-ACT-KIND
                   IF WS-RATIO >= 100
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "WARNING: razón de split fuera de "
                           "rango descartada: " ADJ-SYMBOL " "
                           ADJ-EXDATE
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE "N" TO WS-ACT-FAILED
           IF WS-ACT-DIV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-RATIO TO WS-EDIT-RATIO
           MOVE WS-ALLOC-PCT TO WS-EDIT-ALLOC
           MOVE WS-REF-PRICE TO WS-EDIT-PRICE
           MOVE SPACES TO RPT-LINE
           STRING "ACCION   " ADJ-SYMBOL " ex " ADJ-EXDATE " "
               WS-ACT-KIND " razón " WS-EDIT-RATIO
               " costo-hijo " WS-EDIT-ALLOC " hijo " ADJ-CHILD
               " precio" WS-EDIT-PRICE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE REPORT-RECORD
           EXIT.

      * Busca la acción en curso para el almacén WS-JRN-STORE en el
      * diario.
       2200-BUSCAR-EN-DIARIO.
           MOVE "N" TO WS-JRN-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-JRN-COUNT OR WS-JRN-FOUND = "Y"
               IF JT-SYMBOL(WS-J) = ADJ-SYMBOL
                  AND JT-EXDATE(WS-J) = ADJ-EXDATE
                  AND JT-ACTION(WS-J) = WS-ACT-KIND
                  AND JT-STORE(WS-J) = WS-JRN-STORE
                   MOVE "Y" TO WS-JRN-FOUND
               END-IF
           END-PERFORM
           EXIT.

       2300-ANOTAR-EN-DIARIO.
           IF WS-JRN-COUNT >= WS-MAX-JRN
               DISPLAY "WARNING: diario de acciones lleno, "
                   ADJ-SYMBOL " " ADJ-EXDATE " no queda anotada"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JRN-COUNT
           MOVE ADJ-SYMBOL TO JT-SYMBOL(WS-JRN-COUNT)
           MOVE ADJ-EXDATE TO JT-EXDATE(WS-JRN-COUNT)
           MOVE WS-ACT-KIND TO JT-ACTION(WS-JRN-COUNT)
           MOVE WS-JRN-STORE TO JT-STORE(WS-JRN-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

      * La posición del checkpoint de TRADER: solo si es del símbolo
      * de la acción, está abierta y se abrió antes de la fecha ex.
       3000-APLICAR-CHECKPOINT.
           IF WS-CKPT-LOADED NOT = "Y"
              OR FUNCTION TRIM(ADJ-SYMBOL) NOT =
                 FUNCTION TRIM(WS-SYMBOL)
               EXIT PARAGRAPH
           END-IF
           MOVE "CKPT" TO WS-JRN-STORE
           PERFORM 2200-BUSCAR-EN-DIARIO
           IF WS-JRN-FOUND = "Y"
               MOVE "  CKPT     ya aplicada en una corrida anterior"
                   TO RPT-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF CKPT-POSITION NOT NUMERIC OR CKPT-POSITION = 0
              OR CKPT-SHARES = 0
               MOVE "  CKPT     posición plana, nada que ajustar"
                   TO RPT-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF CKPT-ENTRY-DATE NUMERIC
              AND CKPT-ENTRY-DATE >= ADJ-EXDATE
               MOVE SPACES TO RPT-LINE
               STRING "  CKPT     posición abierta el "
                   CKPT-ENTRY-DATE ", ya en precios ajustados"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "ANTES  " TO WS-KEYWORD-VAL
           PERFORM 3900-REPORTAR-CHECKPOINT
           PERFORM 3050-LEER-FIN-LEDGER
           IF CKPT-POSITION > 0
               MOVE 1 TO WS-SIDE
           ELSE
               MOVE -1 TO WS-SIDE
           END-IF
           MOVE CKPT-RECORD TO WS-CKPT-SAVE
           MOVE CKPT-CAPITAL TO WS-CAPITAL
           MOVE "N" TO WS-ACT-FAILED
           EVALUATE TRUE
               WHEN WS-ACT-SPLIT
                   PERFORM 3100-AJUSTAR-SPLIT
               WHEN WS-ACT-SPIN
                   PERFORM 3200-AJUSTAR-ESCISION
               WHEN WS-ACT-CASH
                   PERFORM 3300-CERRAR-POR-FUSION
           END-EVALUATE
           IF WS-ACT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-GRABAR-FILA-LEDGER
           IF WS-ACT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CKPT-CHANGED
           MOVE "DESPUES" TO WS-KEYWORD-VAL
           PERFORM 3900-REPORTAR-CHECKPOINT
           MOVE WS-CASH-PNL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  LEDGER   fila " LED-TRADE-NUM " " LED-TYPE " "
               LED-EXIT-RULE " efectivo P&L" WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE REPORT-RECORD
           PERFORM 2300-ANOTAR-EN-DIARIO
           EXIT.

      * La fila nueva del ledger va con la clave siguiente a la
      * última del libro (o al contador del checkpoint si es mayor),
      * y su capital encadena con el de la última fila: la cadena de
      * CONSIST se sigue fila a fila. Lo mismo el sello: la fila
      * nueva se encadena al de la última (WS-HASH-CHAIN).
       3050-LEER-FIN-LEDGER.
           MOVE CKPT-TRADE-COUNT TO WS-LAST-KEY
           MOVE CKPT-CAPITAL TO WS-LAST-LED-CAP
           MOVE ALL "0" TO WS-LAST-LED-SEAL
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LED-TRADE-NUM
           START LEDGER-FILE KEY IS GREATER THAN LED-TRADE-NUM
               INVALID KEY
                   CLOSE LEDGER-FILE
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT WS-LEDGER-OK
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LED-TRADE-NUM > WS-LAST-KEY
                           MOVE LED-TRADE-NUM TO WS-LAST-KEY
                       END-IF
                       IF LED-CAPITAL NUMERIC
                           MOVE LED-CAPITAL TO WS-LAST-LED-CAP
                       END-IF
                       IF LED-CURRENCY NOT = SPACES
                           MOVE LED-CURRENCY TO WS-LAST-LED-CCY
                       END-IF
                       IF LED-HASH = SPACES
                           MOVE ALL "0" TO WS-LAST-LED-SEAL
                       ELSE
                           MOVE LED-HASH TO WS-LAST-LED-SEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           EXIT.

      * Split (o inverso): cantidad por la razón, precios entre la
      * razón; la fracción que no llega a una acción entera se paga
      * al precio de referencia del renglón (sin él, al de entrada
      * ajustado, sin resultado).
       3100-AJUSTAR-SPLIT.
           COMPUTE WS-NEW-SHARES-RAW = CKPT-SHARES * WS-RATIO
           MOVE WS-NEW-SHARES-RAW TO WS-NEW-SHARES
           IF WS-NEW-SHARES = 0 OR WS-NEW-SHARES > 99999
               MOVE "Y" TO WS-ACT-FAILED
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-NEW-SHARES TO WS-EDIT-BIG
               MOVE SPACES TO RPT-LINE
               STRING "  CKPT     RECHAZO: la cantidad ajustada ("
                   WS-EDIT-BIG ") no entra en el checkpoint"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FRACTION = WS-NEW-SHARES-RAW - WS-NEW-SHARES
           PERFORM 3500-AJUSTAR-PRECIOS
           IF WS-REF-PRICE > 0
               MOVE WS-REF-PRICE TO WS-ROW-EXIT
           ELSE
               MOVE CKPT-TRADE-PRICE TO WS-ROW-EXIT
           END-IF
           COMPUTE WS-CASH-PNL ROUNDED =
               WS-FRACTION * (WS-ROW-EXIT - CKPT-TRADE-PRICE)
               * WS-SIDE
           MOVE WS-NEW-SHARES TO CKPT-SHARES
           MOVE "CORPA" TO WS-ROW-TYPE
           MOVE SPACES TO WS-ROW-RULE
           STRING "SPLT " WS-EDIT-RATIO
               DELIMITED BY SIZE INTO WS-ROW-RULE
           EXIT.

      * Escisión: el padre conserva la cantidad y su costo baja por
      * la fracción que se lleva el hijo; las acciones del hijo se
      * cobran al precio de referencia contra esa parte del costo
      * (sin precio, al costo asignado, sin resultado). En corto se
      * deben las acciones del hijo: el signo se invierte.
       3200-AJUSTAR-ESCISION.
           COMPUTE WS-ALLOC-COST ROUNDED =
               CKPT-TRADE-PRICE * CKPT-SHARES * WS-ALLOC-PCT
           IF WS-REF-PRICE > 0
               COMPUTE WS-CHILD-VALUE ROUNDED =
                   CKPT-SHARES * WS-RATIO * WS-REF-PRICE
           ELSE
               MOVE WS-ALLOC-COST TO WS-CHILD-VALUE
               DISPLAY "WARNING: escisión " ADJ-SYMBOL " sin precio "
                   "del hijo, se cobra al costo asignado"
           END-IF
           COMPUTE WS-CASH-PNL ROUNDED =
               (WS-CHILD-VALUE - WS-ALLOC-COST) * WS-SIDE
           COMPUTE WS-PRICE-FACTOR = 1 - WS-ALLOC-PCT
           PERFORM 3500-AJUSTAR-PRECIOS
           MOVE WS-REF-PRICE TO WS-ROW-EXIT
           MOVE "CORPA" TO WS-ROW-TYPE
           MOVE SPACES TO WS-ROW-RULE
           STRING "SPIN " WS-EDIT-ALLOC
               DELIMITED BY SIZE INTO WS-ROW-RULE
           EXIT.

      * Fusión en efectivo: la posición se cierra al pago por acción
      * como un cierre forzado por baja (DELLG/DELSH), sin comisión,
      * con la estadística del checkpoint al día igual que un cierre
      * de TRADER.
       3300-CERRAR-POR-FUSION.
           COMPUTE WS-CASH-PNL ROUNDED =
               (WS-REF-PRICE - CKPT-TRADE-PRICE) * CKPT-SHARES
               * WS-SIDE
           MOVE WS-REF-PRICE TO WS-ROW-EXIT
           IF WS-SIDE > 0
               MOVE "DELLG" TO WS-ROW-TYPE
           ELSE
               MOVE "DELSH" TO WS-ROW-TYPE
           END-IF
           MOVE "CASH MERGER" TO WS-ROW-RULE
           IF CKPT-TRADE-PRICE > 0
               COMPUTE WS-TRADE-RETURN ROUNDED =
                   100 * WS-CASH-PNL
                   / (CKPT-TRADE-PRICE * CKPT-SHARES)
           ELSE
               MOVE 0 TO WS-TRADE-RETURN
           END-IF
           MOVE CKPT-SUM-RET TO WS-SUM-RETURN
           MOVE CKPT-SUMSQ-RET TO WS-SUMSQ-RETURN
           ADD WS-TRADE-RETURN TO WS-SUM-RETURN
           COMPUTE WS-SUMSQ-RETURN =
               WS-SUMSQ-RETURN + (WS-TRADE-RETURN * WS-TRADE-RETURN)
           MOVE WS-SUM-RETURN TO CKPT-SUM-RET
           MOVE WS-SUMSQ-RETURN TO CKPT-SUMSQ-RET
           IF WS-CASH-PNL > 0
               ADD 1 TO CKPT-WIN-COUNT
               MOVE 0 TO CKPT-LOSS-STREAK
           ELSE
               IF CKPT-LOSS-STREAK NUMERIC
                  AND CKPT-LOSS-STREAK < 999
                   ADD 1 TO CKPT-LOSS-STREAK
               END-IF
           END-IF
           IF CKPT-CLOSED-COUNT NUMERIC
               ADD 1 TO CKPT-CLOSED-COUNT
           END-IF
           EXIT.

      * Stop ATR y extremos de la posición con el mismo ajuste que
      * el precio de entrada - entre la razón en el split, como
      * ADJUST, y por el factor en la escisión: quedan en la escala
      * de la historia que ADJUST acaba de reescribir.
       3500-AJUSTAR-PRECIOS.
           MOVE CKPT-TRADE-PRICE TO WS-WORK-PRICE
           PERFORM 3550-AJUSTAR-UN-PRECIO
           MOVE WS-WORK-PRICE TO CKPT-TRADE-PRICE
           IF CKPT-ATR-STOP NUMERIC AND CKPT-ATR-STOP > 0
               MOVE CKPT-ATR-STOP TO WS-WORK-PRICE
               PERFORM 3550-AJUSTAR-UN-PRECIO
               MOVE WS-WORK-PRICE TO CKPT-ATR-STOP
           END-IF
           IF CKPT-MIN-PRICE NUMERIC AND CKPT-MIN-PRICE > 0
               MOVE CKPT-MIN-PRICE TO WS-WORK-PRICE
               PERFORM 3550-AJUSTAR-UN-PRECIO
               MOVE WS-WORK-PRICE TO CKPT-MIN-PRICE
           END-IF
           IF CKPT-MAX-PRICE NUMERIC AND CKPT-MAX-PRICE > 0
               MOVE CKPT-MAX-PRICE TO WS-WORK-PRICE
               PERFORM 3550-AJUSTAR-UN-PRECIO
               MOVE WS-WORK-PRICE TO CKPT-MAX-PRICE
           END-IF
           EXIT.

       3550-AJUSTAR-UN-PRECIO.
           IF WS-ACT-SPLIT
               COMPUTE WS-WORK-PRICE ROUNDED =
                   WS-WORK-PRICE / WS-RATIO
           ELSE
               COMPUTE WS-WORK-PRICE ROUNDED =
                   WS-WORK-PRICE * WS-PRICE-FACTOR
           END-IF
           EXIT.

      * La fila CORPA lleva la cantidad y la entrada ajustadas, el
      * precio de la fracción (o del hijo) como salida y el efectivo
      * cobrado como P&L; su capital es el de la última fila más ese
      * efectivo. La fila de fusión cierra como cualquier cierre: su
      * capital es el del checkpoint con el resultado ya sumado.
       3400-GRABAR-FILA-LEDGER.
           ADD WS-CASH-PNL TO WS-CAPITAL
           IF WS-ACT-CASH
               MOVE WS-CAPITAL TO WS-ROW-CAPITAL
           ELSE
               COMPUTE WS-ROW-CAPITAL =
                   WS-LAST-LED-CAP + WS-CASH-PNL
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           COMPUTE LED-TRADE-NUM = WS-LAST-KEY + 1
           MOVE WS-ROW-TYPE TO LED-TYPE
           MOVE CKPT-TRADE-PRICE TO LED-ENTRY
           MOVE WS-ROW-EXIT TO LED-EXIT
           MOVE CKPT-SHARES TO LED-SHARES
           MOVE WS-CASH-PNL TO LED-PNL
           MOVE WS-ROW-CAPITAL TO LED-CAPITAL
           MOVE 0 TO LED-MAE-PCT
           MOVE 0 TO LED-MFE-PCT
           IF CKPT-ENTRY-DATE NUMERIC
               MOVE CKPT-ENTRY-DATE TO LED-ENTRY-DATE
           ELSE
               MOVE 0 TO LED-ENTRY-DATE
           END-IF
           MOVE ADJ-EXDATE TO LED-EXIT-DATE
           MOVE WS-LAST-LED-CCY TO LED-CURRENCY
           MOVE WS-CASH-PNL TO LED-BASE-PNL
           MOVE "N" TO LED-GAP
           MOVE WS-ROW-RULE TO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           MOVE WS-LAST-LED-SEAL TO WS-HASH-SEED
           MOVE LEDGER-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(LEDGER-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO LED-HASH
           WRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo grabar el ledger, clave "
                   LED-TRADE-NUM " FS=" WS-LEDGER-STATUS
               CLOSE LEDGER-FILE
               MOVE 1 TO WS-EXIT-CODE
               MOVE "Y" TO WS-ACT-FAILED
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-CKPT-SAVE TO CKPT-RECORD
               EXIT PARAGRAPH
           END-IF
           CLOSE LEDGER-FILE
           MOVE LED-HASH TO WS-LAST-LED-SEAL
           MOVE LED-TRADE-NUM TO CKPT-TRADE-COUNT
           MOVE WS-CAPITAL TO CKPT-CAPITAL
           IF WS-CAPITAL > CKPT-PEAK-EQUITY
               MOVE WS-CAPITAL TO CKPT-PEAK-EQUITY
           END-IF
      * La fusión deja el checkpoint plano.
           IF WS-ACT-CASH
               MOVE 0 TO CKPT-POSITION
               MOVE 0 TO CKPT-SHARES
               MOVE 0 TO CKPT-TRADE-PRICE
               MOVE 0 TO CKPT-ATR-STOP
               MOVE 0 TO CKPT-MIN-PRICE
               MOVE 0 TO CKPT-MAX-PRICE
               MOVE 0 TO CKPT-ENTRY-COUNT
               MOVE 0 TO CKPT-BARS-HELD
           END-IF
           EXIT.

       3900-REPORTAR-CHECKPOINT.
           MOVE CKPT-POSITION TO WS-EDIT-POS
           MOVE CKPT-SHARES TO WS-EDIT-SHARES
           MOVE CKPT-TRADE-PRICE TO WS-EDIT-PRICE
           MOVE CKPT-ATR-STOP TO WS-EDIT-PRICE2
           MOVE CKPT-MIN-PRICE TO WS-EDIT-PRICE3
           MOVE CKPT-MAX-PRICE TO WS-EDIT-PRICE4
           MOVE SPACES TO RPT-LINE
           STRING "  CKPT     " WS-KEYWORD-VAL(1:7)
               " pos " WS-EDIT-POS " acc " WS-EDIT-SHARES
               " entrada" WS-EDIT-PRICE " stop" WS-EDIT-PRICE2
               " min" WS-EDIT-PRICE3 " max" WS-EDIT-PRICE4
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE REPORT-RECORD
           EXIT.

      * La tenencia de la rotación es una lista de símbolos: solo la
      * escisión (entra el hijo) y la fusión (sale el absorbido) la
      * cambian.
       4000-APLICAR-TENENCIA.
           IF WS-HOLD-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT OR WS-HIT NOT = 0
               IF WS-HOLD-ENTRY(WS-H) = ADJ-SYMBOL
                   MOVE WS-H TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "HOLD" TO WS-JRN-STORE
           PERFORM 2200-BUSCAR-EN-DIARIO
           IF WS-JRN-FOUND = "Y"
               MOVE "  HOLD     ya aplicada en una corrida anterior"
                   TO RPT-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-ACT-SPLIT
                   STRING "  HOLD     " ADJ-SYMBOL
                       " sin cambio (la tenencia no lleva cantidad)"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-ACT-SPIN
                   PERFORM 4100-AGREGAR-HIJO
               WHEN WS-ACT-CASH
                   PERFORM VARYING WS-H FROM WS-HIT BY 1
                           UNTIL WS-H >= WS-HOLD-COUNT
                       MOVE WS-HOLD-ENTRY(WS-H + 1)
                           TO WS-HOLD-ENTRY(WS-H)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HOLD-COUNT
                   MOVE "Y" TO WS-HOLD-CHANGED
                   STRING "  HOLD     " ADJ-SYMBOL " antes en "
                       "tenencia, después retirado por fusión en "
                       "efectivo"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE REPORT-RECORD
           PERFORM 2300-ANOTAR-EN-DIARIO
           EXIT.

       4100-AGREGAR-HIJO.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT OR WS-HIT NOT = 0
               IF WS-HOLD-ENTRY(WS-H) = ADJ-CHILD
                   MOVE WS-H TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT NOT = 0
               STRING "  HOLD     " ADJ-SYMBOL " con hijo "
                   ADJ-CHILD " ya en tenencia, sin cambio"
                   DELIMITED BY SIZE INTO RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= WS-MAX-HOLDS
               ADD 1 TO WS-REJECT-COUNT
               STRING "  HOLD     RECHAZO: tenencia llena, el hijo "
                   ADJ-CHILD " no entra"
                   DELIMITED BY SIZE INTO RPT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE ADJ-CHILD TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
           MOVE "Y" TO WS-HOLD-CHANGED
           STRING "  HOLD     " ADJ-SYMBOL " en tenencia, "
               "con el hijo " ADJ-CHILD " agregado"
               DELIMITED BY SIZE INTO RPT-LINE
           EXIT.

       5000-GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-FS NOT = "00"
               DISPLAY "ERROR: no se pudo regrabar el checkpoint FS="
                   WS-CKPT-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.

       5100-GRABAR-TENENCIA.
           OPEN OUTPUT HOLDINGS-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "ERROR: no se pudo regrabar la tenencia FS="
                   WS-HOLD-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-H) TO HLD-SYMBOL
               WRITE HOLDING-RECORD
           END-PERFORM
           CLOSE HOLDINGS-FILE
           EXIT.

      * Las acciones de esta corrida se anotan recién con los
      * almacenes regrabados.
       5200-GRABAR-DIARIO.
           IF WS-JRN-COUNT = WS-JRN-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           COMPUTE WS-J = WS-JRN-OLD + 1
           PERFORM VARYING WS-J FROM WS-J BY 1
                   UNTIL WS-J > WS-JRN-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE JT-SYMBOL(WS-J) TO JRN-SYMBOL
               MOVE JT-EXDATE(WS-J) TO JRN-EXDATE
               MOVE JT-ACTION(WS-J) TO JRN-ACTION
               MOVE JT-STORE(WS-J) TO JRN-STORE
               MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-STAMP
               WRITE JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-APPLIED-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-ADJ-STATUS
               WHEN "35"
                   MOVE "ERROR: Archivo de ajustes no encontrado"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-ADJ-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
