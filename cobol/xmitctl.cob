      * pone en cuarentena (renombrado .quarantine) con su reporte,
      * no se procesa. Las secuencias viven en xmit_out_seq.dat y
      * xmit_in_seq.dat.
      * Con varios brokers (broker_routes.dat, ver APPROVE) cada uno
      * lleva su propio sobre: BROKER=id toma sus archivos
      * (broker_upload_<id>.dat, broker_fills_<id>_xmit.dat) y su
      * propia secuencia (xmit_out_seq_<id>.dat, xmit_in_seq_<id>.dat),
      * y la cabecera lleva el broker; en CHECK, una cabecera que
      * trae otro broker va a cuarentena. BROKERS hace lo mismo para
      * cada broker de la tabla de ruteo, uno tras otro, con un
      * renglón de reporte por broker.
      * Modos:
      *   WRAP  [entrada] [salida]  (broker_upload.dat ->
      *                              broker_upload_xmit.dat)
      *   CHECK [entrada] [salida]  (broker_fills_xmit.dat ->
      *                              broker_fills.dat)
      *   WRAP|CHECK BROKER=id      (broker_upload_<id>.dat ->
      *                              broker_upload_<id>_xmit.dat /
      *                              broker_fills_<id>_xmit.dat ->
      *                              broker_fills_<id>.dat)
      *   WRAP|CHECK BROKERS        (todos los de la tabla de ruteo)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FS.
           SELECT ROUTE-FILE ASSIGN TO "broker_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.
           SELECT REPORT-FILE ASSIGN TO "xmitctl_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05 SEQ-VALUE       PIC 9(6).
      * Mismo formato que ROUTE-RECORD de APPROVE.
       FD  ROUTE-FILE.
       01  ROUTE-RECORD.
           05 RO-BROKER       PIC X(8).
           05 FILLER          PIC X.
           05 RO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 RO-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 RO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 RO-BORROW       PIC X(1).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 XMT-LINE        PIC X(90).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "XMITCTL".
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
       01  WS-IN-FS           PIC XX.
           88  WS-IN-OK       VALUE "00".
           88  WS-IN-EOF      VALUE "10".
           05 HDR-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 HDR-SEQ         PIC 9(6).
           05 FILLER          PIC X.
           05 HDR-BROKER      PIC X(8).
       01  WS-TRL-VIEW.
           05 TRL-TAG         PIC X(3).
           05 FILLER          PIC X.
       01  WS-HAVE-HDR        PIC X(1) VALUE "N".
       01  WS-HAVE-TRL        PIC X(1) VALUE "N".
       01  WS-FAIL-REASON     PIC X(40) VALUE SPACES.
      * Broker del sobre en curso (espacios = el único de siempre)
      * y la tabla de ruteo para BROKERS (WS-ROUTE-LOAD).
       01  WS-BROKER          PIC X(8) VALUE SPACES.
       01  WS-ALL-FLAG        PIC X(1) VALUE "N".
           88  WS-ALL-BROKERS VALUE "Y".
       01  WS-ARG-IN-PATH     PIC X(200) VALUE SPACES.
       01  WS-ARG-OUT-PATH    PIC X(200) VALUE SPACES.
       01  WS-TOT-RECS        PIC 9(6) COMP-3 VALUE 0.
       01  WS-XMT-WORK        PIC X(90).
       01  WS-ROUTE-FS        PIC XX.
           88  WS-ROUTE-OK    VALUE "00".
           88  WS-ROUTE-EOF   VALUE "10".
       01  WS-ROUTE-FLAG      PIC X(1) VALUE "N".
           88  WS-ROUTE-ON    VALUE "Y".
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 100 TIMES.
              10 RUT-BROKER      PIC X(8).
              10 RUT-SYMBOL      PIC X(10).
              10 RUT-EXCHANGE    PIC X(8).
              10 RUT-SIDE        PIC X(4).
              10 RUT-BORROW      PIC X(1).
              10 RUT-BRK         PIC 9(2) COMP.
       01  WS-ROUTE-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-MAX-ROUTES      PIC 9(3) COMP VALUE 100.
       01  WS-ROUTE-REJECTS   PIC 9(3) COMP VALUE 0.
       01  WS-ROUTE-DEFAULT   PIC 9(3) COMP VALUE 0.
       01  WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 10 TIMES.
              10 BRT-ID          PIC X(8).
       01  WS-BRK-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BROKERS     PIC 9(2) COMP VALUE 10.
       01  WS-BRK-I           PIC 9(2) COMP.
       01  WS-BRK-HIT         PIC 9(2) COMP.
       01  WS-CMD             PIC X(500).
       01  WS-QUOTE-COUNT     PIC 9(3) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa XMITCTL iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-CHECK
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF WS-ALL-BROKERS
               PERFORM CARGAR-RUTAS
               IF NOT WS-ROUTE-ON
                   DISPLAY "ERROR: BROKERS sin tabla de ruteo "
                       "utilizable"
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               PERFORM VARYING WS-BRK-I FROM 1 BY 1
                       UNTIL WS-BRK-I > WS-BRK-COUNT
                   MOVE BRT-ID(WS-BRK-I) TO WS-BROKER
                   PERFORM 1100-FIJAR-ARCHIVOS
                   PERFORM 1200-PROCESAR-SOBRE
               END-PERFORM
           ELSE
               PERFORM 1100-FIJAR-ARCHIVOS
               PERFORM 1200-PROCESAR-SOBRE
           END-IF
           IF WS-MODE-CHECK
               CLOSE REPORT-FILE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE

       1000-LEER-PARAMETROS.
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                       SET WS-MODE-WRAP TO TRUE
                   WHEN WS-ARG1 = "CHECK"
                       SET WS-MODE-CHECK TO TRUE
                   WHEN WS-ARG1 = "BROKERS"
                       SET WS-ALL-BROKERS TO TRUE
                   WHEN WS-ARG1(1:7) = "BROKER="
                       MOVE WS-ARG1(8:8) TO WS-BROKER
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                           MOVE WS-ARG1 TO WS-ARG-IN-PATH
                       ELSE
                           MOVE WS-ARG1 TO WS-ARG-OUT-PATH
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-ALL-BROKERS AND WS-FILTERED-ARGC > 0
               DISPLAY "WARNING: con BROKERS los archivos salen del "
                   "broker, se ignoran los nombres dados"
               MOVE SPACES TO WS-ARG-IN-PATH
               MOVE SPACES TO WS-ARG-OUT-PATH
           END-IF
           EXIT.

      * Los archivos y la secuencia del sobre: los nombres dados en
      * la línea de comando, o los de siempre; con broker, los de
      * ese broker.
       1100-FIJAR-ARCHIVOS.
           MOVE WS-ARG-IN-PATH TO WS-IN-PATH
           MOVE WS-ARG-OUT-PATH TO WS-OUT-PATH
           IF WS-MODE-WRAP
               IF WS-BROKER = SPACES
                   IF WS-IN-PATH = SPACES
                       MOVE "broker_upload.dat" TO WS-IN-PATH
                   END-IF
                   IF WS-OUT-PATH = SPACES
                       MOVE "broker_upload_xmit.dat" TO WS-OUT-PATH
                   END-IF
                   MOVE "xmit_out_seq.dat" TO WS-SEQ-PATH
               ELSE
                   IF WS-IN-PATH = SPACES
                       STRING "broker_upload_" DELIMITED BY SIZE
                           WS-BROKER DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-IN-PATH
                   END-IF
                   IF WS-OUT-PATH = SPACES
                       STRING "broker_upload_" DELIMITED BY SIZE
                           WS-BROKER DELIMITED BY SPACE
                           "_xmit.dat" DELIMITED BY SIZE
                           INTO WS-OUT-PATH
                   END-IF
                   MOVE SPACES TO WS-SEQ-PATH
                   STRING "xmit_out_seq_" DELIMITED BY SIZE
                       WS-BROKER DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                       INTO WS-SEQ-PATH
               END-IF
           ELSE
               IF WS-BROKER = SPACES
                   IF WS-IN-PATH = SPACES
                       MOVE "broker_fills_xmit.dat" TO WS-IN-PATH
                   END-IF
                   IF WS-OUT-PATH = SPACES
                       MOVE "broker_fills.dat" TO WS-OUT-PATH
                   END-IF
                   MOVE "xmit_in_seq.dat" TO WS-SEQ-PATH
               ELSE
                   IF WS-IN-PATH = SPACES
                       STRING "broker_fills_" DELIMITED BY SIZE
                           WS-BROKER DELIMITED BY SPACE
                           "_xmit.dat" DELIMITED BY SIZE
                           INTO WS-IN-PATH
                   END-IF
                   IF WS-OUT-PATH = SPACES
                       STRING "broker_fills_" DELIMITED BY SIZE
                           WS-BROKER DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-OUT-PATH
                   END-IF
                   MOVE SPACES TO WS-SEQ-PATH
                   STRING "xmit_in_seq_" DELIMITED BY SIZE
                       WS-BROKER DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                       INTO WS-SEQ-PATH
               END-IF
           END-IF
           EXIT.

      * Un sobre: los contadores y marcas arrancan de cero para cada
      * broker; el conteo de la auditoría es el de todos.
       1200-PROCESAR-SOBRE.
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-SUM-SHARES
           MOVE 0 TO WS-SUM-NOTIONAL
           MOVE "N" TO WS-HAVE-HDR
           MOVE "N" TO WS-HAVE-TRL
           MOVE SPACES TO WS-HDR-VIEW
           MOVE SPACES TO WS-TRL-VIEW
           IF WS-MODE-WRAP
               PERFORM 2000-ENVOLVER
           ELSE
               PERFORM 3000-VALIDAR
           END-IF
           ADD WS-REC-COUNT TO WS-TOT-RECS
           EXIT.

       1500-LEER-SECUENCIA.
           MOVE 0 TO WS-EXP-SEQ
           OPEN INPUT SEQ-FILE
       2000-ENVOLVER.
           OPEN INPUT IN-FILE
           IF NOT WS-IN-OK
               DISPLAY "ERROR: archivo saliente "
                   FUNCTION TRIM(WS-IN-PATH) " ilegible FS="
                   WS-IN-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           MOVE "HDR" TO HDR-TAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           MOVE WS-EXP-SEQ TO HDR-SEQ
           MOVE WS-BROKER TO HDR-BROKER
           MOVE WS-HDR-VIEW TO OUT-RECORD
           WRITE OUT-RECORD
           PERFORM UNTIL WS-IN-EOF
           WRITE OUT-RECORD
           CLOSE OUT-FILE
           PERFORM 1600-GRABAR-SECUENCIA
           DISPLAY "[XMITCTL] " FUNCTION TRIM(WS-BROKER) " sobre "
               WS-EXP-SEQ " sellado: "
               WS-REC-COUNT " registros, acciones " WS-SUM-SHARES
               ", nocional " WS-SUM-NOTIONAL
           EXIT.
       3000-VALIDAR.
           OPEN INPUT IN-FILE
           IF NOT WS-IN-OK
               DISPLAY "ERROR: archivo entrante "
                   FUNCTION TRIM(WS-IN-PATH) " ilegible FS="
                   WS-IN-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
               WHEN WS-HAVE-TRL = "N"
                   MOVE "SIN COLA (ARCHIVO TRUNCADO)"
                       TO WS-FAIL-REASON
               WHEN WS-BROKER NOT = SPACES
                    AND HDR-BROKER NOT = SPACES
                    AND HDR-BROKER NOT = WS-BROKER
                   MOVE "CABECERA DE OTRO BROKER" TO WS-FAIL-REASON
               WHEN HDR-SEQ NOT = WS-EXP-SEQ + 1
                   MOVE "SECUENCIA FUERA DE ORDEN"
                       TO WS-FAIL-REASON
                   MOVE "TOTAL NOCIONAL NO CUADRA"
                       TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-FAIL-REASON = SPACES
               COMPUTE WS-EXP-SEQ = HDR-SEQ
               PERFORM 1600-GRABAR-SECUENCIA
               STRING "OK sobre " HDR-SEQ " del " HDR-DATE ": "
                   TRL-COUNT " registros verificados"
                   DELIMITED BY SIZE INTO XMT-LINE
               PERFORM 3600-MARCAR-BROKER
               WRITE REPORT-RECORD
               DISPLAY "[XMITCTL] " XMT-LINE
           ELSE
               IF WS-EXIT-CODE NOT = 1
                   MOVE 2 TO WS-EXIT-CODE
               END-IF
               MOVE SPACES TO XMT-LINE
               STRING "CUARENTENA: "
                   FUNCTION TRIM(WS-FAIL-REASON)
                   DELIMITED BY SIZE INTO XMT-LINE
               PERFORM 3600-MARCAR-BROKER
               WRITE REPORT-RECORD
               DISPLAY "[XMITCTL] " XMT-LINE
      * El archivo malo se aparta con su nombre original más
                   CALL "SYSTEM" USING WS-CMD
               END-IF
           END-IF
           EXIT.

      * Con varios brokers el renglón del reporte dice de cuál.
       3600-MARCAR-BROKER.
           IF WS-BROKER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XMT-WORK
           STRING "BROKER " WS-BROKER ": " XMT-LINE
               DELIMITED BY SIZE INTO WS-XMT-WORK
           MOVE WS-XMT-WORK TO XMT-LINE
           EXIT.

       9000-FINALIZAR.
               WHEN OTHER
                   MOVE "OK  " TO WS-AUDIT-STATUS
           END-EVALUATE
           MOVE WS-TOT-RECS TO WS-AUDIT-COUNT
           MOVE 0 TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       CARGAR-RUTAS.
           COPY WS-ROUTE-LOAD.
