       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRPT.
      * Extracto diario de reporte de operaciones al regulador:
      * cumplimiento lo armaba a mano desde los resúmenes del
      * broker. Lee el mismo archivo de fills de fin de día que
      * RECONCILE, completa cada ejecución con el ledger (por clave
      * LED-TRADE-NUM: fecha de la operación y moneda) y con
      * symbol_master.dat (mercado y moneda del símbolo), y deja un
      * registro de formato fijo por ejecución: identificador de
      * reporte único, fecha y hora de la operación, símbolo,
      * mercado, compra/venta con la marca de venta en corto (SESH
      * para SSHT, SELL para la venta de una larga), cantidad,
      * precio, moneda y cuenta. El extracto lleva cabecera y cola
      * como los sobres de XMITCTL (fecha, secuencia consecutiva en
      * regrpt_seq.dat, conteo y totales de control de cantidad y
      * nocional); el identificador es RG + secuencia del extracto
      * + renglón, y no se repite entre corridas.
      * Un fill al que le falta un campo obligatorio (y que no se
      * puede completar) no entra al extracto: va a la lista de
      * rechazos con el motivo y la corrida termina con RC 2.
      * El broker puede mandar, a continuación del precio, la fecha
      * y hora de ejecución y el símbolo de cada fill (RECONCILE no
      * los lee); sin fecha se toma la del ledger, sin símbolo el de
      * SYMBOL=. La hora no tiene de dónde completarse.
      * Uso: REGRPT ACCOUNT=cuenta [SYMBOL=sim] [fills] [ledger]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILLS-FILE ASSIGN TO DYNAMIC WS-FILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYM-FS.
           SELECT SEQ-FILE ASSIGN TO "regrpt_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT EXTRACT-FILE ASSIGN TO "regrpt_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT REJECT-FILE ASSIGN TO "regrpt_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Archivo de fills de fin de día del broker (mismas columnas
      * que en RECONCILE) con las columnas opcionales de fecha y
      * hora de ejecución y símbolo.
       FD  FILLS-FILE.
       01  FILL-RECORD.
           05 FB-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 FB-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 FB-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 FB-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 FB-EXEC-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 FB-EXEC-TIME    PIC X(6).
           05 FILLER          PIC X.
           05 FB-SYMBOL       PIC X(10).
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
       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-VALUE       PIC 9(6).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD     PIC X(100).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-TRADE-NUM   PIC X(5).
           05 FILLER          PIC X.
           05 REJ-SIDE        PIC X(4).
           05 FILLER          PIC X.
           05 REJ-REASON      PIC X(40).
           05 FILLER          PIC X.
           05 REJ-FILL        PIC X(60).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "REGRPT".
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
       01  WS-FILLS-STATUS    PIC XX.
           88  WS-FILLS-OK        VALUE "00".
           88  WS-FILLS-EOF       VALUE "10".
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
       01  WS-SYM-FS          PIC XX.
           88  WS-SYM-OK          VALUE "00".
       01  WS-SEQ-FS          PIC XX.
           88  WS-SEQ-OK          VALUE "00".
       01  WS-EXT-FS          PIC XX.
       01  WS-REJ-FS          PIC XX.
       01  WS-FILLS-PATH      PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-SYMBOL          PIC X(10) VALUE SPACES.
      * Cabecera y cola del extracto, con las mismas columnas que
      * los sobres de XMITCTL.
       01  WS-HDR-VIEW.
           05 HDR-TAG         PIC X(3).
           05 FILLER          PIC X.
           05 HDR-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 HDR-SEQ         PIC 9(6).
       01  WS-TRL-VIEW.
           05 TRL-TAG         PIC X(3).
           05 FILLER          PIC X.
           05 TRL-COUNT       PIC 9(6).
           05 FILLER          PIC X.
           05 TRL-SHARES      PIC 9(11).
           05 FILLER          PIC X.
           05 TRL-NOTIONAL    PIC 9(13)V99.
      * Un registro de reporte por ejecución.
       01  WS-REPORT-VIEW.
           05 RR-REPORT-ID.
              10 RR-ID-TAG    PIC X(2).
              10 RR-ID-SEQ    PIC 9(6).
              10 RR-ID-LINE   PIC 9(6).
           05 FILLER          PIC X.
           05 RR-TRADE-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 RR-TRADE-TIME   PIC 9(6).
           05 FILLER          PIC X.
           05 RR-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 RR-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 RR-BUY-SELL     PIC X(1).
           05 FILLER          PIC X.
           05 RR-SHORT-IND    PIC X(4).
           05 FILLER          PIC X.
           05 RR-QUANTITY     PIC 9(9).
           05 FILLER          PIC X.
           05 RR-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 RR-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 RR-ACCOUNT      PIC X(10).
           05 FILLER          PIC X.
           05 RR-TRADE-NUM    PIC 9(5).
       01  WS-SEQ             PIC 9(6) VALUE 0.
       01  WS-LINE-SEQ        PIC 9(6) VALUE 0.
       01  WS-SUM-SHARES      PIC 9(11) COMP-3 VALUE 0.
       01  WS-SUM-NOTIONAL    PIC 9(13)V99 COMP-3 VALUE 0.
       01  WS-REASON          PIC X(40).
       01  WS-LED-FOUND       PIC X(1).
       01  WS-FILL-SYMBOL     PIC X(10).
       01  WS-FILL-DATE       PIC 9(8).
       01  WS-FILL-CURRENCY   PIC X(3).
       01  WS-FILL-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-REPORT-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa REGRPT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-ACCOUNT = SPACES
               DISPLAY "ERROR: falta ACCOUNT= (la cuenta del reporte)"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-ABRIR-ENTRADAS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ARMAR-EXTRACTO
           CLOSE FILLS-FILE
           CLOSE LEDGER-FILE
           CLOSE SYMMASTER-FILE
           DISPLAY "[REGRPT] extracto " WS-SEQ ": " WS-REPORT-COUNT
               " ejecuciones reportadas, " WS-REJECT-COUNT
               " rechazadas, cantidad " WS-SUM-SHARES
               ", nocional " WS-SUM-NOTIONAL
           IF WS-REJECT-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "broker_fills.dat" TO WS-FILLS-PATH
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:8) = "ACCOUNT="
                       MOVE WS-ARG1(9:) TO WS-ACCOUNT
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:) TO WS-SYMBOL
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                           MOVE WS-ARG1 TO WS-FILLS-PATH
                       ELSE
                           MOVE WS-ARG1 TO WS-LEDGER-PATH
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Las tres entradas son obligatorias: sin ledger ni maestro el
      * extracto saldría con campos inventados.
       1500-ABRIR-ENTRADAS.
           OPEN INPUT FILLS-FILE
           IF NOT WS-FILLS-OK
               DISPLAY "ERROR: archivo de fills ilegible FS="
                   WS-FILLS-STATUS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "ERROR: ledger ilegible FS=" WS-LEDGER-STATUS
               MOVE 1 TO WS-EXIT-CODE
               CLOSE FILLS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SYMMASTER-FILE
           IF NOT WS-SYM-OK
               DISPLAY "ERROR: maestro de símbolos ilegible FS="
                   WS-SYM-FS
               MOVE 1 TO WS-EXIT-CODE
               CLOSE FILLS-FILE
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF
           EXIT.

      * Cabecera con la fecha y la secuencia siguiente, un registro
      * por fill completo, y la cola con el conteo y los totales de
      * control. La secuencia se graba al terminar.
       2000-ARMAR-EXTRACTO.
           MOVE 0 TO WS-SEQ
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-OK
               READ SEQ-FILE
                   NOT AT END
                       IF SEQ-VALUE NUMERIC
                           MOVE SEQ-VALUE TO WS-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-SEQ
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO WS-HDR-VIEW
           MOVE "HDR" TO HDR-TAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           MOVE WS-SEQ TO HDR-SEQ
           MOVE WS-HDR-VIEW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
                   AT END
                       SET WS-FILLS-EOF TO TRUE
                   NOT AT END
                       IF FILL-RECORD NOT = SPACES
                           PERFORM 2100-REPORTAR-FILL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-TRL-VIEW
           MOVE "TRL" TO TRL-TAG
           MOVE WS-REPORT-COUNT TO TRL-COUNT
           MOVE WS-SUM-SHARES TO TRL-SHARES
           MOVE WS-SUM-NOTIONAL TO TRL-NOTIONAL
           MOVE WS-TRL-VIEW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           CLOSE REJECT-FILE
           OPEN OUTPUT SEQ-FILE
           MOVE WS-SEQ TO SEQ-VALUE
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE
           EXIT.

      * Los campos obligatorios, en orden: operación, lado,
      * cantidad, precio, fecha (del fill o del ledger), hora,
      * símbolo (del fill o de SYMBOL=) con su mercado en el
      * maestro, y moneda (del ledger o del maestro). El primero
      * que falta es el motivo del rechazo.
       2100-REPORTAR-FILL.
           ADD 1 TO WS-FILL-COUNT
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-LED-FOUND
           MOVE 0 TO WS-FILL-DATE
           MOVE SPACES TO WS-FILL-CURRENCY
           IF FB-TRADE-NUM NOT NUMERIC
               MOVE "número de operación inválido" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF FB-SIDE NOT = "BUY " AND FB-SIDE NOT = "SELL"
              AND FB-SIDE NOT = "SSHT" AND FB-SIDE NOT = "COVR"
               MOVE "lado desconocido" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF FB-SHARES NOT NUMERIC OR FB-SHARES = 0
               MOVE "sin cantidad" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF FB-PRICE NOT NUMERIC OR FB-PRICE = 0
               MOVE "sin precio" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE FB-TRADE-NUM TO LED-TRADE-NUM
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO WS-LED-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-LED-FOUND
           END-READ
      * El lado dice qué fecha del ledger vale: BUY/SSHT abren
      * (entrada), SELL/COVR cierran (salida).
           EVALUATE TRUE
               WHEN FB-EXEC-DATE NUMERIC AND FB-EXEC-DATE NOT = ZERO
                   MOVE FB-EXEC-DATE TO WS-FILL-DATE
               WHEN WS-LED-FOUND = "N"
                   CONTINUE
               WHEN FB-SIDE = "BUY " OR FB-SIDE = "SSHT"
                   IF LED-ENTRY-DATE NUMERIC
                       MOVE LED-ENTRY-DATE TO WS-FILL-DATE
                   END-IF
               WHEN OTHER
                   IF LED-EXIT-DATE NUMERIC
                       MOVE LED-EXIT-DATE TO WS-FILL-DATE
                   END-IF
           END-EVALUATE
           IF WS-FILL-DATE = 0
               MOVE "sin fecha de operación" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF FB-EXEC-TIME NOT NUMERIC
               MOVE "sin hora de ejecución" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF FB-SYMBOL NOT = SPACES
               MOVE FB-SYMBOL TO WS-FILL-SYMBOL
           ELSE
               MOVE WS-SYMBOL TO WS-FILL-SYMBOL
           END-IF
           IF WS-FILL-SYMBOL = SPACES
               MOVE "sin símbolo" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILL-SYMBOL TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   MOVE "símbolo sin maestro" TO WS-REASON
           END-READ
           IF WS-REASON = SPACES AND SYM-EXCHANGE = SPACES
               MOVE "sin mercado en el maestro" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF WS-LED-FOUND = "Y" AND LED-CURRENCY NOT = SPACES
               MOVE LED-CURRENCY TO WS-FILL-CURRENCY
           ELSE
               MOVE SYM-CURRENCY TO WS-FILL-CURRENCY
           END-IF
           IF WS-FILL-CURRENCY = SPACES
               MOVE "sin moneda" TO WS-REASON
               PERFORM 2900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-ESCRIBIR-REPORTE
           EXIT.

       2200-ESCRIBIR-REPORTE.
           ADD 1 TO WS-LINE-SEQ
           MOVE SPACES TO WS-REPORT-VIEW
           MOVE "RG" TO RR-ID-TAG
           MOVE WS-SEQ TO RR-ID-SEQ
           MOVE WS-LINE-SEQ TO RR-ID-LINE
           MOVE WS-FILL-DATE TO RR-TRADE-DATE
           MOVE FB-EXEC-TIME TO RR-TRADE-TIME
           MOVE WS-FILL-SYMBOL TO RR-SYMBOL
           MOVE SYM-EXCHANGE TO RR-EXCHANGE
      * Venta en corto marcada SESH; la venta de una posición larga,
      * SELL; las compras (incluida la recompra de un corto) sin
      * marca.
           EVALUATE FB-SIDE
               WHEN "SSHT"
                   MOVE "S" TO RR-BUY-SELL
                   MOVE "SESH" TO RR-SHORT-IND
               WHEN "SELL"
                   MOVE "S" TO RR-BUY-SELL
                   MOVE "SELL" TO RR-SHORT-IND
               WHEN OTHER
                   MOVE "B" TO RR-BUY-SELL
                   MOVE SPACES TO RR-SHORT-IND
           END-EVALUATE
           MOVE FB-SHARES TO RR-QUANTITY
           MOVE FB-PRICE TO RR-PRICE
           MOVE WS-FILL-CURRENCY TO RR-CURRENCY
           MOVE WS-ACCOUNT TO RR-ACCOUNT
           MOVE FB-TRADE-NUM TO RR-TRADE-NUM
           MOVE WS-REPORT-VIEW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-REPORT-COUNT
           ADD FB-SHARES TO WS-SUM-SHARES
           COMPUTE WS-SUM-NOTIONAL =
               WS-SUM-NOTIONAL + (FB-SHARES * FB-PRICE)
           EXIT.

       2900-RECHAZAR.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
           MOVE FILL-RECORD(1:5) TO REJ-TRADE-NUM
           MOVE FB-SIDE TO REJ-SIDE
           MOVE WS-REASON TO REJ-REASON
           MOVE FILL-RECORD TO REJ-FILL
           WRITE REJECT-RECORD
           DISPLAY "[RECHAZO] op " FILL-RECORD(1:5) " "
               FUNCTION TRIM(WS-REASON)
           EXIT.

       9000-FINALIZAR.
           EVALUATE TRUE
               WHEN WS-EXIT-CODE = 1
                   MOVE "ERR " TO WS-AUDIT-STATUS
               WHEN WS-EXIT-CODE = 2
                   MOVE "REJ " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "OK  " TO WS-AUDIT-STATUS
           END-EVALUATE
           MOVE WS-REPORT-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
