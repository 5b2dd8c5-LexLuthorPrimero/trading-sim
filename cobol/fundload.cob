       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDLOAD.
      * Carga del archivo periódico de fundamentos del proveedor al
      * maestro fundamentals_master.dat (INDEXED, clave símbolo +
      * fecha de reporte), para que SCREENER pueda descartar por
      * tamaño y valuación antes de que alguien mire el gráfico.
      * El archivo del proveedor trae un renglón por símbolo y
      * reporte, separado por comas:
      *   símbolo,fecha de reporte (aaaammdd),capitalización
      *   (millones),flotante (millones de acciones),P/E,rendimiento
      *   del dividendo (%),deuda/patrimonio (veces)
      * Un renglón que empieza con SYMBOL es encabezado y se salta.
      * El P/E puede venir vacío (empresa sin ganancias: no hay
      * múltiplo) o negativo; lo demás es obligatorio y no negativo,
      * con capitalización y flotante mayores que cero. La fecha de
      * reporte es la fecha en que el dato se hizo público - la que
      * SCREENER compara contra la fecha de la corrida - y no puede
      * ser posterior a la fecha de carga. Con el maestro de
      * símbolos presente, un símbolo sin fila se rechaza.
      * Cada renglón rechazado va a fundload_rejects.dat con su
      * número de renglón, el motivo y la línea cruda, y la corrida
      * termina con RC 2. Un renglón con clave ya cargada reemplaza
      * al anterior (el proveedor corrigió ese reporte) y se cuenta
      * aparte como reexpresado; una corrección con fecha nueva entra
      * como reporte nuevo y no toca la historia.
      * Uso: FUNDLOAD [archivo del proveedor] (omisión
      *      fundamentals_feed.dat)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT FUND-FILE ASSIGN TO "fundamentals_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-KEY
               FILE STATUS IS WS-FUND-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT REJECT-FILE ASSIGN TO "fundload_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 FV-LINE         PIC X(200).
      * Maestro de fundamentos: un registro por símbolo y fecha de
      * reporte. Montos en millones; FM-PE-FLAG "N" cuando el
      * proveedor no informa múltiplo (FM-PE en cero).
       FD  FUND-FILE.
       01  FUND-RECORD.
           05 FM-KEY.
              10 FM-SYMBOL      PIC X(10).
              10 FM-REPORT-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 FM-MKT-CAP      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FM-FLOAT        PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FM-PE-FLAG      PIC X(1).
           05 FILLER          PIC X.
           05 FM-PE           PIC S9(5)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 FM-DIV-YIELD    PIC 9(3)V99.
           05 FILLER          PIC X.
           05 FM-DEBT-EQUITY  PIC 9(3)V99.
           05 FILLER          PIC X.
           05 FM-LOAD-DATE    PIC 9(8).
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
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-LINE-NUM    PIC 9(6).
           05 FILLER          PIC X.
           05 REJ-REASON      PIC X(40).
           05 FILLER          PIC X.
           05 REJ-FEED        PIC X(120).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "FUNDLOAD".
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
       01  WS-FEED-FS         PIC XX.
           88  WS-FEED-OK     VALUE "00".
           88  WS-FEED-EOF    VALUE "10".
       01  WS-FUND-FS         PIC XX.
           88  WS-FUND-OK     VALUE "00".
           88  WS-FUND-DUP    VALUE "22".
           88  WS-FUND-NEW    VALUE "35".
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK    VALUE "00".
       01  WS-SYMVAL-FLAG     PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON   VALUE "Y".
       01  WS-REJ-FS          PIC XX.
       01  WS-FEED-PATH       PIC X(200).
       01  WS-LOAD-DATE       PIC 9(8) VALUE 0.
       01  WS-ENV-DATE        PIC X(8) VALUE SPACES.
      * Campos del renglón del proveedor.
       01  WS-F-SYMBOL        PIC X(20).
       01  WS-F-DATE          PIC X(20).
       01  WS-F-CAP           PIC X(20).
       01  WS-F-FLOAT         PIC X(20).
       01  WS-F-PE            PIC X(20).
       01  WS-F-YIELD         PIC X(20).
       01  WS-F-DE            PIC X(20).
       01  WS-F-EXTRA         PIC X(20).
       01  WS-F-COUNT         PIC 9(2) COMP.
       01  WS-F-WORK          PIC X(20).
       01  WS-F-DATE-NUM      PIC 9(8).
       01  WS-F-VALUE         PIC S9(11)V9(4) COMP-3.
       01  WS-REASON          PIC X(40).
       01  WS-NEW-RECORD      PIC X(90).
       01  WS-LINE-NUM        PIC 9(6) VALUE 0.
       01  WS-READ-COUNT      PIC 9(6) VALUE 0.
       01  WS-NEW-COUNT       PIC 9(5) VALUE 0.
       01  WS-RESTATE-COUNT   PIC 9(5) VALUE 0.
       01  WS-SAME-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa FUNDLOAD iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN INPUT FEED-FILE
           IF NOT WS-FEED-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FUND-FILE
           IF WS-FUND-NEW
               OPEN OUTPUT FUND-FILE
               CLOSE FUND-FILE
               OPEN I-O FUND-FILE
           END-IF
           IF NOT WS-FUND-OK
               DISPLAY "ERROR: maestro de fundamentos ilegible FS="
                   WS-FUND-FS
               CLOSE FEED-FILE
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           OPEN OUTPUT REJECT-FILE
           PERFORM UNTIL WS-FEED-EOF
               READ FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       IF FV-LINE NOT = SPACES
                               AND FV-LINE(1:6) NOT = "SYMBOL"
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2000-PROCESAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           CLOSE FEED-FILE
           CLOSE FUND-FILE
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           DISPLAY "[FUNDLOAD] " WS-READ-COUNT " renglones: "
               WS-NEW-COUNT " nuevos, " WS-RESTATE-COUNT
               " reexpresados, " WS-SAME-COUNT " sin cambios, "
               WS-REJECT-COUNT " rechazados"
           IF WS-REJECT-COUNT > 0
               DISPLAY "WARNING: " WS-REJECT-COUNT " renglones "
                   "rechazados, ver fundload_rejects.dat"
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "fundamentals_feed.dat" TO WS-FEED-PATH
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               MOVE WS-ARG1 TO WS-FEED-PATH
           END-PERFORM
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "TRADE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-LOAD-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOAD-DATE) NOT = 0
                   MOVE 0 TO WS-LOAD-DATE
               END-IF
           END-IF
           IF WS-LOAD-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
           END-IF
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - carga del "
               WS-LOAD-DATE
           EXIT.

       1200-ABRIR-MAESTRO-SIMBOLOS.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: maestro de símbolos ausente FS="
                   WS-SYMMASTER-FS ", validación apagada"
           END-IF
           EXIT.

      * Valida el renglón campo por campo; el primer problema lo
      * manda a la lista de rechazos.
       2000-PROCESAR-RENGLON.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-F-SYMBOL WS-F-DATE WS-F-CAP WS-F-FLOAT
               WS-F-PE WS-F-YIELD WS-F-DE WS-F-EXTRA
           MOVE 0 TO WS-F-COUNT
           UNSTRING FV-LINE DELIMITED BY ","
               INTO WS-F-SYMBOL WS-F-DATE WS-F-CAP WS-F-FLOAT
                    WS-F-PE WS-F-YIELD WS-F-DE WS-F-EXTRA
               TALLYING IN WS-F-COUNT
           END-UNSTRING
           IF WS-F-COUNT NOT = 7
               MOVE "se esperaban 7 campos" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FUND-RECORD
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-SYMBOL))
               TO FM-SYMBOL
           IF FM-SYMBOL = SPACES
               MOVE "falta el símbolo" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF WS-SYMVAL-ON
               MOVE FM-SYMBOL TO SYM-SYMBOL
               READ SYMMASTER-FILE
                   INVALID KEY
                       MOVE "símbolo desconocido en el maestro"
                           TO WS-REASON
               END-READ
               IF WS-REASON NOT = SPACES
                   PERFORM 2900-RECHAZAR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-F-DATE) TO WS-F-WORK
           IF WS-F-WORK(1:8) IS NOT NUMERIC
                   OR WS-F-WORK(9:) NOT = SPACES
               MOVE "fecha de reporte inválida" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-WORK(1:8) TO WS-F-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-F-DATE-NUM) NOT = 0
               MOVE "fecha de reporte inválida" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF WS-F-DATE-NUM > WS-LOAD-DATE
               MOVE "fecha de reporte posterior a la carga"
                   TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-DATE-NUM TO FM-REPORT-DATE
      * Capitalización y flotante: obligatorios y mayores que cero.
           MOVE WS-F-CAP TO WS-F-WORK
           PERFORM 2100-NUMERO
           IF WS-REASON NOT = SPACES OR WS-F-VALUE NOT > 0
                   OR WS-F-VALUE > 999999999.99
               MOVE "capitalización inválida" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-VALUE TO FM-MKT-CAP
           MOVE WS-F-FLOAT TO WS-F-WORK
           PERFORM 2100-NUMERO
           IF WS-REASON NOT = SPACES OR WS-F-VALUE NOT > 0
                   OR WS-F-VALUE > 999999999.99
               MOVE "flotante inválido" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-VALUE TO FM-FLOAT
      * P/E: vacío es "sin múltiplo"; si viene, con signo.
           IF WS-F-PE = SPACES
               MOVE "N" TO FM-PE-FLAG
               MOVE 0 TO FM-PE
           ELSE
               MOVE WS-F-PE TO WS-F-WORK
               PERFORM 2100-NUMERO
               IF WS-REASON NOT = SPACES
                       OR WS-F-VALUE > 99999.99
                       OR WS-F-VALUE < -99999.99
                   MOVE "P/E inválido" TO WS-REASON
                   PERFORM 2900-RECHAZAR
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO FM-PE-FLAG
               MOVE WS-F-VALUE TO FM-PE
           END-IF
           MOVE WS-F-YIELD TO WS-F-WORK
           PERFORM 2100-NUMERO
           IF WS-REASON NOT = SPACES OR WS-F-VALUE < 0
                   OR WS-F-VALUE > 999.99
               MOVE "rendimiento de dividendo inválido" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-VALUE TO FM-DIV-YIELD
           MOVE WS-F-DE TO WS-F-WORK
           PERFORM 2100-NUMERO
           IF WS-REASON NOT = SPACES OR WS-F-VALUE < 0
                   OR WS-F-VALUE > 999.99
               MOVE "deuda/patrimonio inválido" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-VALUE TO FM-DEBT-EQUITY
           MOVE WS-LOAD-DATE TO FM-LOAD-DATE
           PERFORM 2500-GRABAR-FUNDAMENTO
           EXIT.

      * WS-F-WORK a WS-F-VALUE; vacío o no numérico deja motivo.
       2100-NUMERO.
           MOVE 0 TO WS-F-VALUE
           IF WS-F-WORK = SPACES
               MOVE "campo vacío" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-F-WORK) NOT = 0
               MOVE "campo no numérico" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-F-VALUE = FUNCTION NUMVAL(WS-F-WORK)
           EXIT.

      * Alta, o reemplazo si la clave ya estaba y algo cambió. La
      * fecha de carga no cuenta como cambio.
       2500-GRABAR-FUNDAMENTO.
           MOVE FUND-RECORD TO WS-NEW-RECORD
           WRITE FUND-RECORD
           IF WS-FUND-OK
               ADD 1 TO WS-NEW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-FUND-DUP
               MOVE "error de grabación en el maestro" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           READ FUND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF FUND-RECORD(1:65) = WS-NEW-RECORD(1:65)
               ADD 1 TO WS-SAME-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RECORD TO FUND-RECORD
           REWRITE FUND-RECORD
           IF WS-FUND-OK
               ADD 1 TO WS-RESTATE-COUNT
               DISPLAY "[FUNDLOAD] " FM-SYMBOL " " FM-REPORT-DATE
                   " reexpresado por el proveedor"
           ELSE
               MOVE "error de grabación en el maestro" TO WS-REASON
               PERFORM 2900-RECHAZAR
           END-IF
           EXIT.

       2900-RECHAZAR.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-LINE-NUM TO REJ-LINE-NUM
           MOVE WS-REASON TO REJ-REASON
           MOVE FV-LINE TO REJ-FEED
           WRITE REJECT-RECORD
           DISPLAY "WARNING: renglón " WS-LINE-NUM " rechazado: "
               FUNCTION TRIM(WS-REASON)
           EXIT.

       9000-FINALIZAR.
           EVALUATE WS-EXIT-CODE
               WHEN 0
                   MOVE "OK  " TO WS-AUDIT-STATUS
               WHEN 2
                   MOVE "FLG " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "ERR " TO WS-AUDIT-STATUS
           END-EVALUATE
           COMPUTE WS-AUDIT-COUNT = WS-NEW-COUNT + WS-RESTATE-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-FEED-FS
               WHEN "35"
                   DISPLAY "ERROR: archivo de fundamentos no "
                       "encontrado: " FUNCTION TRIM(WS-FEED-PATH)
               WHEN OTHER
                   DISPLAY "ERROR: FILE STATUS = " WS-FEED-FS
                       " en " FUNCTION TRIM(WS-FEED-PATH)
           END-EVALUATE
           MOVE 1 TO WS-EXIT-CODE
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
