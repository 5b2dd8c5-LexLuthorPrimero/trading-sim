       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECSCHED.
      * Calendario de ejecución de las órdenes de la próxima sesión:
      * en vez de mandar cada orden como un solo bloque a la
      * apertura, la reparte en órdenes hijas por tramo horario de
      * la sesión.
      * Toma del libro de órdenes vivas (working_orders.dat) lo que
      * APPROVE EXPORT emitió en la fecha SENT= (hoy por omisión) y
      * sigue vivo (OPEN o PARTIAL), por lo que le falta ejecutar.
      * La sesión es la de las barras intradía: de OPEN= a CLOSE=
      * (0930 y 1600 por omisión) en tramos de INTERVAL= minutos
      * (30, como GAPFILL), para la fecha SESSION= (por omisión el
      * próximo día hábil, lunes a viernes).
      * METHOD=TWAP (omisión) reparte por partes iguales;
      * METHOD=VWAP pondera cada tramo por el volumen medio de ese
      * tramo en el archivo de barras intradía INTRADAY= (el formato
      * OHLCV intradía de GAPFILL, hora HHMM como columna final;
      * puede traer varios símbolos). Con el perfil de volumen a
      * mano ninguna hija pasa de MAXPART= (0.10 por omisión) del
      * volumen medio de su tramo: lo que no entra pasa al tramo
      * siguiente, y lo que no entra en la sesión queda sin
      * programar - sigue vivo en el libro y sale en la próxima
      * carga. Un símbolo sin barras se reparte en TWAP sin tope,
      * con aviso.
      * Salidas: execution_schedule.dat (una hija por renglón, con
      * el número de orden del libro como padre - el mismo número
      * que vuelve en los fills - para la carga del broker y para
      * que EXECQUAL mida los fills contra el precio de referencia
      * del calendario) y execsched_report.dat (resumen por orden).
      * RC 2 si alguna orden quedó con remanente sin programar.
      * Uso: EXECSCHED [METHOD=TWAP|VWAP] [INTRADAY=archivo]
      *      [MAXPART=n] [OPEN=hhmm] [CLOSE=hhmm] [INTERVAL=n]
      *      [SESSION=aaaammdd] [SENT=aaaammdd]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT INTRA-FILE ASSIGN TO DYNAMIC WS-INTRA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRA-FS.
           SELECT SCHED-FILE ASSIGN TO "execution_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FS.
           SELECT REPORT-FILE ASSIGN TO "execsched_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
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
      * Mismo formato que BOOK-RECORD de ORDBOOK.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           05 WO-ID           PIC 9(5).
           05 FILLER          PIC X.
           05 WO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 WO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 WO-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 WO-FILLED       PIC 9(5).
           05 FILLER          PIC X.
           05 WO-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 WO-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-TIF          PIC X(3).
           05 FILLER          PIC X.
           05 WO-EXPIRY       PIC 9(8).
           05 FILLER          PIC X.
           05 WO-STATUS       PIC X(9).
           05 FILLER          PIC X.
           05 WO-ENTERED      PIC 9(8).
           05 FILLER          PIC X.
           05 WO-SENT-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-FILL-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-AVG-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-ORD-SEQ      PIC 9(4).
      * Barras intradía en el formato OHLCV intradía de GAPFILL.
       FD  INTRA-FILE.
       01  FD-INTRA-RECORD.
           05 IN-SYMBOL-RAW   PIC X(10).
           05 FILLER          PIC X.
           05 IN-DATE-RAW     PIC X(8).
           05 FILLER          PIC X.
           05 IN-OPEN-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 IN-HIGH-RAW     PIC X(12).
           05 FILLER          PIC X.
           05 IN-LOW-RAW      PIC X(12).
           05 FILLER          PIC X.
           05 IN-CLOSE-RAW    PIC X(12).
           05 FILLER          PIC X.
           05 IN-VOLUME-RAW   PIC X(14).
           05 FILLER          PIC X.
           05 IN-TIME-RAW     PIC X(4).
      * Una orden hija por renglón: padre (WO-ID del libro) y número
      * de hija, símbolo, lado, fecha de sesión, tramo [inicio, fin)
      * en HHMM, cantidad, tipo y límite del padre, método y la
      * participación esperada en el volumen medio del tramo, en %
      * (0 sin perfil de volumen).
       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 ES-PARENT       PIC 9(5).
           05 FILLER          PIC X.
           05 ES-CHILD        PIC 9(3).
           05 FILLER          PIC X.
           05 ES-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 ES-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 ES-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 ES-START        PIC 9(4).
           05 FILLER          PIC X.
           05 ES-END          PIC 9(4).
           05 FILLER          PIC X.
           05 ES-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 ES-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 ES-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ES-METHOD       PIC X(4).
           05 FILLER          PIC X.
           05 ES-PART-PCT     PIC 9(3)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LINE        PIC X(100).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "EXECSCHED".
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
           05 WS-PARM-ENTRY OCCURS 5 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 5.
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
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK         VALUE "00".
           88  WS-BOOK-EOF        VALUE "10".
       01  WS-INTRA-FS        PIC XX.
           88  WS-INTRA-OK        VALUE "00".
           88  WS-INTRA-EOF       VALUE "10".
       01  WS-SCHED-FS        PIC XX.
       01  WS-RPT-FS          PIC XX.
       01  WS-INTRA-PATH      PIC X(200) VALUE SPACES.
      * Parámetros de la sesión y del reparto.
       01  WS-METHOD          PIC X(4) VALUE "TWAP".
           88  WS-METHOD-TWAP VALUE "TWAP".
           88  WS-METHOD-VWAP VALUE "VWAP".
       01  WS-MAX-PART        PIC 9V9(4) COMP-3 VALUE 0.10.
       01  WS-SESS-OPEN       PIC 9(4) VALUE 0930.
       01  WS-SESS-CLOSE      PIC 9(4) VALUE 1600.
       01  WS-INTERVAL-MIN    PIC 9(3) COMP VALUE 30.
       01  WS-SESSION-DATE    PIC 9(8) VALUE 0.
       01  WS-SENT-DATE       PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE      PIC 9(8).
       01  WS-DAY-INT         PIC 9(8) COMP.
       01  WS-WEEKDAY-MOD     PIC 9(1) COMP.
       01  WS-OPEN-MIN        PIC 9(5) COMP.
       01  WS-CLOSE-MIN       PIC 9(5) COMP.
       01  WS-MIN-WORK        PIC 9(5) COMP.
       01  WS-TIME-NUM        PIC 9(4).
       01  WS-TIME-HH         PIC 9(2).
       01  WS-TIME-MM         PIC 9(2).
      * Tramos de la sesión y perfil de volumen del símbolo en
      * curso: volumen medio por tramo sobre los días de barras.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 100 TIMES.
              10 BKT-START      PIC 9(4).
              10 BKT-END        PIC 9(4).
              10 BKT-VOL-SUM    PIC 9(15) COMP-3.
              10 BKT-AVG-VOL    PIC 9(13)V99 COMP-3.
              10 BKT-TARGET     PIC 9(7) COMP.
              10 BKT-CHILD      PIC 9(7) COMP.
       01  WS-BUCKET-COUNT    PIC 9(3) COMP VALUE 0.
       01  WS-MAX-BUCKETS     PIC 9(3) COMP VALUE 100.
       01  WS-K               PIC 9(3) COMP.
      * Barras de la sesión en memoria, ya asignadas a su tramo.
       01  WS-BAR-TABLE.
           05 WS-BAR-ENTRY OCCURS 20000 TIMES.
              10 BRT-SYMBOL     PIC X(10).
              10 BRT-DATE       PIC 9(8).
              10 BRT-BUCKET     PIC 9(3) COMP.
              10 BRT-VOLUME     PIC 9(12) COMP-3.
       01  WS-BAR-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-MAX-BARS        PIC 9(5) COMP VALUE 20000.
       01  WS-I               PIC 9(5) COMP.
       01  WS-BAR-REJECTS     PIC 9(4) COMP VALUE 0.
       01  WS-PROF-DAYS       PIC 9(5) COMP.
       01  WS-PROF-LAST-DATE  PIC 9(8).
       01  WS-PROF-FLAG       PIC X(1).
           88  WS-PROF-ON     VALUE "Y".
      * Órdenes a programar.
       01  WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 500 TIMES.
              10 OT-ID          PIC 9(5).
              10 OT-SYMBOL      PIC X(10).
              10 OT-SIDE        PIC X(4).
              10 OT-QTY         PIC 9(5).
              10 OT-TYPE        PIC X(3).
              10 OT-LIMIT       PIC 9(7)V9(4).
       01  WS-ORD-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-ORDS        PIC 9(4) COMP VALUE 500.
       01  WS-O               PIC 9(4) COMP.
      * Reparto de la orden en curso.
       01  WS-WEIGHT-TOTAL    PIC 9(15)V99 COMP-3.
       01  WS-WEIGHT-CUM      PIC 9(15)V99 COMP-3.
       01  WS-CUM-QTY         PIC 9(7) COMP.
       01  WS-PREV-CUM        PIC 9(7) COMP.
       01  WS-CARRY           PIC 9(7) COMP.
       01  WS-CAP             PIC 9(9) COMP.
       01  WS-WANT            PIC 9(7) COMP.
       01  WS-CHILD-NUM       PIC 9(3) COMP.
       01  WS-ORDER-METHOD    PIC X(4).
       01  WS-SCHEDULED       PIC 9(7) COMP.
       01  WS-MAX-PART-SEEN   PIC 9(3)V99 COMP-3.
       01  WS-PART-PCT        PIC 9(5)V99 COMP-3.
       01  WS-CHILD-ROWS      PIC 9(5) COMP VALUE 0.
       01  WS-SHORT-ORDERS    PIC 9(4) COMP VALUE 0.
       01  WS-NOPROF-ORDERS   PIC 9(4) COMP VALUE 0.
      * Renglón del resumen.
       01  WS-SUM-LINE.
           05 SML-ID          PIC 9(5).
           05 FILLER          PIC X VALUE SPACE.
           05 SML-SYMBOL      PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 SML-SIDE        PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 SML-QTY         PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 SML-METHOD      PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 SML-CHILDREN    PIC ZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 SML-SCHED       PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 SML-REST        PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 SML-MAX-PART    PIC ZZ9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 SML-NOTE        PIC X(20).
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-EDIT-PART       PIC 9.9999.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa EXECSCHED iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ARMAR-TRAMOS
           IF WS-INTRA-PATH NOT = SPACES
               PERFORM 1500-CARGAR-BARRAS
           END-IF
           PERFORM 2000-CARGAR-ORDENES
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHED-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 3900-ENCABEZADO
           PERFORM 3000-PROGRAMAR-ORDEN
               VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-ORD-COUNT
           PERFORM 3950-PIE
           CLOSE SCHED-FILE
           CLOSE REPORT-FILE
           IF WS-SHORT-ORDERS > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "METHOD="
                       MOVE "METHOD" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:4) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "INTRADAY="
                       MOVE WS-ARG1(10:) TO WS-INTRA-PATH
                   WHEN WS-ARG1(1:8) = "MAXPART="
                       MOVE "MAXPART" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "OPEN="
                       MOVE "OPEN" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:4) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "CLOSE="
                       MOVE "CLOSE" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:4) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "INTERVAL="
                       MOVE "INTERVAL" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "SESSION="
                       MOVE WS-ARG1(9:8) TO WS-KEYWORD-VAL
                       IF WS-KEYWORD-VAL(1:8) IS NUMERIC
                           MOVE WS-KEYWORD-VAL(1:8) TO WS-SESSION-DATE
                       END-IF
                   WHEN WS-ARG1(1:5) = "SENT="
                       MOVE WS-ARG1(6:8) TO WS-KEYWORD-VAL
                       IF WS-KEYWORD-VAL(1:8) IS NUMERIC
                           MOVE WS-KEYWORD-VAL(1:8) TO WS-SENT-DATE
                       END-IF
                   WHEN OTHER
                       DISPLAY "WARNING: argumento desconocido "
                           FUNCTION TRIM(WS-ARG1)
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF NOT WS-METHOD-TWAP AND NOT WS-METHOD-VWAP
               DISPLAY "ERROR: METHOD= debe ser TWAP o VWAP"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-METHOD-VWAP AND WS-INTRA-PATH = SPACES
               DISPLAY "ERROR: METHOD=VWAP requiere INTRADAY="
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-INTERVAL-MIN = 0 OR WS-SESS-CLOSE <= WS-SESS-OPEN
               DISPLAY "ERROR: sesión inválida " WS-SESS-OPEN "-"
                   WS-SESS-CLOSE " cada " WS-INTERVAL-MIN " minutos"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-DATE = 0
               MOVE WS-TODAY-DATE TO WS-SENT-DATE
           END-IF
      * La sesión por omisión: el próximo lunes-a-viernes después de
      * hoy (INTEGER-OF-DATE mod 7: 6 = sábado, 0 = domingo).
           IF WS-SESSION-DATE = 0
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1
               COMPUTE WS-WEEKDAY-MOD = FUNCTION MOD(WS-DAY-INT, 7)
               PERFORM UNTIL WS-WEEKDAY-MOD NOT = 6
                             AND WS-WEEKDAY-MOD NOT = 0
                   ADD 1 TO WS-DAY-INT
                   COMPUTE WS-WEEKDAY-MOD =
                       FUNCTION MOD(WS-DAY-INT, 7)
               END-PERFORM
               COMPUTE WS-SESSION-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "OPEN" TO PRM-NAME(1)
           MOVE "0930" TO PRM-DEFAULT(1)
           MOVE "CLOSE" TO PRM-NAME(2)
           MOVE "1600" TO PRM-DEFAULT(2)
           MOVE "INTERVAL" TO PRM-NAME(3)
           MOVE "30" TO PRM-DEFAULT(3)
           MOVE "MAXPART" TO PRM-NAME(4)
           MOVE "0.10" TO PRM-DEFAULT(4)
           MOVE "METHOD" TO PRM-NAME(5)
           MOVE "TWAP" TO PRM-DEFAULT(5)
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
      * OPEN=0000 es válido. METHOD se valida con la sesión, más
      * abajo: fuera de TWAP/VWAP la corrida termina con error.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 4
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 1)
                   OR ((WS-PARM-I = 1 OR 2)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 2359)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
                   OR (WS-PARM-I = 4
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
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
           COMPUTE WS-SESS-OPEN = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-SESS-CLOSE = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-INTERVAL-MIN = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-MAX-PART = FUNCTION NUMVAL(PRM-VALUE(4))
           MOVE PRM-VALUE(5) TO WS-METHOD.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Tramos de INTERVAL= minutos entre OPEN= y CLOSE=; el último
      * se corta en el cierre si la sesión no es múltiplo exacto.
       1200-ARMAR-TRAMOS.
           MOVE WS-SESS-OPEN TO WS-TIME-NUM
           PERFORM 1260-TIEMPO-A-MINUTOS
           MOVE WS-MIN-WORK TO WS-OPEN-MIN
           MOVE WS-SESS-CLOSE TO WS-TIME-NUM
           PERFORM 1260-TIEMPO-A-MINUTOS
           MOVE WS-MIN-WORK TO WS-CLOSE-MIN
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE WS-OPEN-MIN TO WS-MIN-WORK
           PERFORM UNTIL WS-MIN-WORK >= WS-CLOSE-MIN
                      OR WS-BUCKET-COUNT >= WS-MAX-BUCKETS
               ADD 1 TO WS-BUCKET-COUNT
               PERFORM 1270-MINUTOS-A-TIEMPO
               MOVE WS-TIME-NUM TO BKT-START(WS-BUCKET-COUNT)
               ADD WS-INTERVAL-MIN TO WS-MIN-WORK
               IF WS-MIN-WORK > WS-CLOSE-MIN
                   MOVE WS-CLOSE-MIN TO WS-MIN-WORK
               END-IF
               PERFORM 1270-MINUTOS-A-TIEMPO
               MOVE WS-TIME-NUM TO BKT-END(WS-BUCKET-COUNT)
           END-PERFORM
           DISPLAY "[DEBUG] 1200-ARMAR-TRAMOS - sesión "
               WS-SESSION-DATE " " WS-SESS-OPEN "-" WS-SESS-CLOSE
               ", " WS-BUCKET-COUNT " tramos"
           EXIT.

       1260-TIEMPO-A-MINUTOS.
           MOVE WS-TIME-NUM(1:2) TO WS-TIME-HH
           MOVE WS-TIME-NUM(3:2) TO WS-TIME-MM
           COMPUTE WS-MIN-WORK = WS-TIME-HH * 60 + WS-TIME-MM
           EXIT.

       1270-MINUTOS-A-TIEMPO.
           COMPUTE WS-TIME-HH = WS-MIN-WORK / 60
           COMPUTE WS-TIME-MM = WS-MIN-WORK - (WS-TIME-HH * 60)
           MOVE WS-TIME-HH TO WS-TIME-NUM(1:2)
           MOVE WS-TIME-MM TO WS-TIME-NUM(3:2)
           EXIT.

      * Solo las barras con hora dentro de la sesión entran, cada
      * una en el tramo que la contiene; las de fuera de hora (o
      * sin hora, un archivo diario) se descartan contadas.
       1500-CARGAR-BARRAS.
           OPEN INPUT INTRA-FILE
           IF NOT WS-INTRA-OK
               DISPLAY "WARNING: no se pudo abrir "
                   FUNCTION TRIM(WS-INTRA-PATH) " FS=" WS-INTRA-FS
                   ", sin perfil de volumen"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTRA-EOF
               READ INTRA-FILE
                   AT END
                       SET WS-INTRA-EOF TO TRUE
                   NOT AT END
                       PERFORM 1550-TOMAR-BARRA
               END-READ
           END-PERFORM
           CLOSE INTRA-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-BARRAS - " WS-BAR-COUNT
               " barras en sesión, " WS-BAR-REJECTS " descartadas"
           EXIT.

       1550-TOMAR-BARRA.
           IF IN-DATE-RAW IS NOT NUMERIC
              OR IN-TIME-RAW IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(IN-VOLUME-RAW) NOT = 0
              OR WS-BAR-COUNT >= WS-MAX-BARS
               ADD 1 TO WS-BAR-REJECTS
               EXIT PARAGRAPH
           END-IF
           MOVE IN-TIME-RAW TO WS-TIME-NUM
           PERFORM 1260-TIEMPO-A-MINUTOS
           IF WS-MIN-WORK < WS-OPEN-MIN
              OR WS-MIN-WORK >= WS-CLOSE-MIN
               ADD 1 TO WS-BAR-REJECTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAR-COUNT
           MOVE IN-SYMBOL-RAW TO BRT-SYMBOL(WS-BAR-COUNT)
           MOVE IN-DATE-RAW TO BRT-DATE(WS-BAR-COUNT)
           COMPUTE BRT-BUCKET(WS-BAR-COUNT) =
               (WS-MIN-WORK - WS-OPEN-MIN) / WS-INTERVAL-MIN + 1
           COMPUTE BRT-VOLUME(WS-BAR-COUNT) =
               FUNCTION NUMVAL(IN-VOLUME-RAW)
           EXIT.

      * Lo emitido en la fecha SENT= que sigue vivo, por lo que le
      * falta ejecutar.
       2000-CARGAR-ORDENES.
           OPEN INPUT BOOK-FILE
           IF NOT WS-BOOK-OK
               DISPLAY "ERROR: working_orders.dat ilegible FS="
                   WS-BOOK-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE
                   AT END
                       SET WS-BOOK-EOF TO TRUE
                   NOT AT END
                       IF (WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL")
                          AND WO-SENT-DATE = WS-SENT-DATE
                          AND WO-QTY > WO-FILLED
                           PERFORM 2100-TOMAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-ORDENES - " WS-ORD-COUNT
               " órdenes vivas emitidas el " WS-SENT-DATE
           EXIT.

       2100-TOMAR-ORDEN.
           IF WS-ORD-COUNT >= WS-MAX-ORDS
               DISPLAY "WARNING: tabla de órdenes llena, orden "
                   WO-ID " sin programar"
               ADD 1 TO WS-SHORT-ORDERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE WO-ID TO OT-ID(WS-ORD-COUNT)
           MOVE WO-SYMBOL TO OT-SYMBOL(WS-ORD-COUNT)
           MOVE WO-SIDE TO OT-SIDE(WS-ORD-COUNT)
           COMPUTE OT-QTY(WS-ORD-COUNT) = WO-QTY - WO-FILLED
           MOVE WO-TYPE TO OT-TYPE(WS-ORD-COUNT)
           MOVE WO-LIMIT TO OT-LIMIT(WS-ORD-COUNT)
           EXIT.

      * Una orden: perfil de volumen de su símbolo, metas por tramo
      * sobre la curva acumulada (así el redondeo no pierde ni
      * agrega acciones), tope de participación con arrastre al
      * tramo siguiente, y una hija por tramo con cantidad.
       3000-PROGRAMAR-ORDEN.
           PERFORM 3100-PERFIL-DEL-SIMBOLO
           MOVE WS-METHOD TO WS-ORDER-METHOD
           IF NOT WS-PROF-ON
               ADD 1 TO WS-NOPROF-ORDERS
               IF WS-METHOD-VWAP
                   MOVE "TWAP" TO WS-ORDER-METHOD
               END-IF
               DISPLAY "WARNING: " FUNCTION TRIM(OT-SYMBOL(WS-O))
                   " sin barras intradía, orden " OT-ID(WS-O)
                   " en TWAP sin tope de participación"
           END-IF
           PERFORM 3200-METAS-POR-TRAMO
           MOVE 0 TO WS-CARRY
           MOVE 0 TO WS-CHILD-NUM
           MOVE 0 TO WS-SCHEDULED
           MOVE 0 TO WS-MAX-PART-SEEN
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BUCKET-COUNT
               PERFORM 3300-HIJA-DEL-TRAMO
           END-PERFORM
           IF WS-CARRY > 0
               ADD 1 TO WS-SHORT-ORDERS
               DISPLAY "WARNING: orden " OT-ID(WS-O) " "
                   FUNCTION TRIM(OT-SYMBOL(WS-O)) " - " WS-CARRY
                   " acciones no entran bajo MAXPART=, siguen vivas "
                   "en el libro"
           END-IF
           PERFORM 3800-RESUMEN-ORDEN
           EXIT.

       3100-PERFIL-DEL-SIMBOLO.
           MOVE "N" TO WS-PROF-FLAG
           MOVE 0 TO WS-PROF-DAYS
           MOVE 0 TO WS-PROF-LAST-DATE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BUCKET-COUNT
               MOVE 0 TO BKT-VOL-SUM(WS-K)
               MOVE 0 TO BKT-AVG-VOL(WS-K)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BAR-COUNT
               IF BRT-SYMBOL(WS-I) = OT-SYMBOL(WS-O)
                   IF BRT-DATE(WS-I) NOT = WS-PROF-LAST-DATE
                       ADD 1 TO WS-PROF-DAYS
                       MOVE BRT-DATE(WS-I) TO WS-PROF-LAST-DATE
                   END-IF
                   MOVE BRT-BUCKET(WS-I) TO WS-K
                   ADD BRT-VOLUME(WS-I) TO BKT-VOL-SUM(WS-K)
               END-IF
           END-PERFORM
           IF WS-PROF-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BUCKET-COUNT
               COMPUTE BKT-AVG-VOL(WS-K) ROUNDED =
                   BKT-VOL-SUM(WS-K) / WS-PROF-DAYS
               IF BKT-AVG-VOL(WS-K) > 0
                   SET WS-PROF-ON TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * Meta del tramo k = Q * (peso acumulado hasta k) / peso total
      * menos la del tramo anterior. TWAP pesa 1 cada tramo; VWAP,
      * el volumen medio del tramo.
       3200-METAS-POR-TRAMO.
           MOVE 0 TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BUCKET-COUNT
               IF WS-ORDER-METHOD = "VWAP"
                   ADD BKT-AVG-VOL(WS-K) TO WS-WEIGHT-TOTAL
               ELSE
                   ADD 1 TO WS-WEIGHT-TOTAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-WEIGHT-CUM
           MOVE 0 TO WS-PREV-CUM
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BUCKET-COUNT
               IF WS-ORDER-METHOD = "VWAP"
                   ADD BKT-AVG-VOL(WS-K) TO WS-WEIGHT-CUM
               ELSE
                   ADD 1 TO WS-WEIGHT-CUM
               END-IF
               COMPUTE WS-CUM-QTY ROUNDED =
                   OT-QTY(WS-O) * WS-WEIGHT-CUM / WS-WEIGHT-TOTAL
               COMPUTE BKT-TARGET(WS-K) = WS-CUM-QTY - WS-PREV-CUM
               MOVE WS-CUM-QTY TO WS-PREV-CUM
           END-PERFORM
           EXIT.

      * La hija del tramo WS-K: su meta más lo arrastrado, hasta el
      * tope de participación del tramo.
       3300-HIJA-DEL-TRAMO.
           COMPUTE WS-WANT = BKT-TARGET(WS-K) + WS-CARRY
           MOVE WS-WANT TO BKT-CHILD(WS-K)
           IF WS-PROF-ON
               COMPUTE WS-CAP = WS-MAX-PART * BKT-AVG-VOL(WS-K)
               IF BKT-CHILD(WS-K) > WS-CAP
                   MOVE WS-CAP TO BKT-CHILD(WS-K)
               END-IF
           END-IF
           COMPUTE WS-CARRY = WS-WANT - BKT-CHILD(WS-K)
           IF BKT-CHILD(WS-K) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHILD-NUM
           ADD BKT-CHILD(WS-K) TO WS-SCHEDULED
           MOVE 0 TO WS-PART-PCT
           IF WS-PROF-ON AND BKT-AVG-VOL(WS-K) > 0
               COMPUTE WS-PART-PCT ROUNDED =
                   100 * BKT-CHILD(WS-K) / BKT-AVG-VOL(WS-K)
               IF WS-PART-PCT > WS-MAX-PART-SEEN
                   MOVE WS-PART-PCT TO WS-MAX-PART-SEEN
               END-IF
           END-IF
           MOVE SPACES TO SCHED-RECORD
           MOVE OT-ID(WS-O) TO ES-PARENT
           MOVE WS-CHILD-NUM TO ES-CHILD
           MOVE OT-SYMBOL(WS-O) TO ES-SYMBOL
           MOVE OT-SIDE(WS-O) TO ES-SIDE
           MOVE WS-SESSION-DATE TO ES-DATE
           MOVE BKT-START(WS-K) TO ES-START
           MOVE BKT-END(WS-K) TO ES-END
           MOVE BKT-CHILD(WS-K) TO ES-QTY
           MOVE OT-TYPE(WS-O) TO ES-TYPE
           MOVE OT-LIMIT(WS-O) TO ES-LIMIT
           MOVE WS-ORDER-METHOD TO ES-METHOD
           MOVE WS-PART-PCT TO ES-PART-PCT
           WRITE SCHED-RECORD
           ADD 1 TO WS-CHILD-ROWS
           EXIT.

       3800-RESUMEN-ORDEN.
           MOVE SPACES TO WS-SUM-LINE
           MOVE OT-ID(WS-O) TO SML-ID
           MOVE OT-SYMBOL(WS-O) TO SML-SYMBOL
           MOVE OT-SIDE(WS-O) TO SML-SIDE
           MOVE OT-QTY(WS-O) TO SML-QTY
           MOVE WS-ORDER-METHOD TO SML-METHOD
           MOVE WS-CHILD-NUM TO SML-CHILDREN
           MOVE WS-SCHEDULED TO SML-SCHED
           MOVE WS-CARRY TO SML-REST
           MOVE WS-MAX-PART-SEEN TO SML-MAX-PART
           EVALUATE TRUE
               WHEN NOT WS-PROF-ON
                   MOVE "SIN PERFIL" TO SML-NOTE
               WHEN WS-CARRY > 0
                   MOVE "REMANENTE EN LIBRO" TO SML-NOTE
               WHEN OTHER
                   MOVE "OK" TO SML-NOTE
           END-EVALUATE
           MOVE WS-SUM-LINE TO RPT-LINE
           PERFORM 3990-EMITIR
           EXIT.

       3900-ENCABEZADO.
           MOVE SPACES TO RPT-LINE
           MOVE WS-MAX-PART TO WS-EDIT-PART
           STRING "CALENDARIO DE EJECUCION - SESION " WS-SESSION-DATE
               " " WS-SESS-OPEN "-" WS-SESS-CLOSE
               " METODO " WS-METHOD " MAXPART " WS-EDIT-PART
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           STRING "ORDEN SIMBOLO    LADO  CANT METD HIJ  PROG  REST"
               "  %PART NOTA"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           EXIT.

       3950-PIE.
           PERFORM 3990-EMITIR
           MOVE WS-ORD-COUNT TO WS-EDIT-COUNT
           STRING "ORDENES: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-CHILD-ROWS TO WS-EDIT-COUNT
           STRING "ORDENES HIJAS: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-SHORT-ORDERS TO WS-EDIT-COUNT
           STRING "CON REMANENTE SIN PROGRAMAR: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-NOPROF-ORDERS TO WS-EDIT-COUNT
           STRING "SIN PERFIL DE VOLUMEN: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           EXIT.

       3990-EMITIR.
           WRITE REPORT-RECORD
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
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
           MOVE WS-CHILD-ROWS TO WS-AUDIT-COUNT
           MOVE WS-SHORT-ORDERS TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
