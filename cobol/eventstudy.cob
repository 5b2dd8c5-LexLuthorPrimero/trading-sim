       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTSTUDY.
      * Utilidad: Estudio de eventos (retorno anormal alrededor del
      *           evento)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * STRATEGY y TRADER apagan las entradas BLACKWIN= días a cada
      * lado de un evento del calendario; este programa mide qué
      * hace el precio en esa ventana para decidir cuánto debe
      * durar el apagón. Toma el mismo calendario de eventos
      * (EVENTS=, símbolo, fecha y tipo), los cierres fechados de
      * price_master.dat y una serie de referencia del mercado
      * (BENCH=, una serie OHLCV como la de RELSTR).
      * El día 0 es la primera rueda del símbolo en o después de la
      * fecha del evento. Para cada día de la ventana PRE= ruedas
      * antes a POST= ruedas después, el retorno anormal es el
      * retorno cierre a cierre del símbolo menos el de la
      * referencia en las mismas fechas (si la referencia no tiene
      * alguna de las dos fechas, cuenta como retorno cero y queda
      * contado en el aviso final). La brecha del evento es la
      * apertura del día 0 contra el cierre del día -1.
      * Un evento sin historia suficiente para la ventana completa
      * queda afuera con aviso, para que todos los días del
      * promedio tengan los mismos eventos.
      * Reporte (eventstudy_report.dat): por grupo - el total, cada
      * tipo de evento y cada símbolo - los eventos, la brecha media
      * (con signo y absoluta) y, por día, el retorno anormal medio
      * y el acumulado desde el día -PRE=. Al pie de cada grupo, la
      * ventana sugerida: del primer al último día con retorno
      * anormal medio de al menos ARMIN= % en valor absoluto.
      * Salidas de formato fijo: eventstudy_output.dat (grupo, día,
      * eventos, medio y acumulado) y eventstudy_events.dat (un
      * renglón por evento con su brecha y su acumulado antes y
      * desde el día 0).
      * Parámetros:
      *   EVENTS=ruta  calendario de eventos (obligatorio)
      *   BENCH=ruta   serie OHLCV de referencia
      *                (omisión benchmark_ohlcv.dat)
      *   SYMBOL=SIM   solo los eventos de ese símbolo
      *   PRE=n        ruedas antes del evento (5, hasta 20)
      *   POST=n       ruedas después del evento (10, hasta 40)
      *   ARMIN=n.nn   umbral de la ventana sugerida en % (0.50)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO DYNAMIC WS-EVENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-FS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT MASTER-FILE ASSIGN TO "price_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RPT-OUT-FILE ASSIGN TO "eventstudy_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT ES-OUT-FILE ASSIGN TO "eventstudy_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-FS.
           SELECT EV-OUT-FILE ASSIGN TO "eventstudy_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVO-FS.
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
      * Mismo formato que EVENT-RECORD de STRATEGY y TRADER.
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           05 EV-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 EV-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 EV-TYPE         PIC X(10).
       FD  FD-PRICES-FILE.
       01  FD-OHLCV-RECORD.
           05 FD-OHLCV-SYMBOL-RAW  PIC X(10).
           05 FILLER               PIC X.
           05 FD-OHLCV-DATE-RAW    PIC X(8).
           05 FILLER               PIC X.
           05 FD-OHLCV-OPEN-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-HIGH-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-LOW-RAW     PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-CLOSE-RAW   PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-VOLUME-RAW  PIC X(14).
      * Mismo formato que MASTER-RECORD de PRICEMASTER.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 PM-KEY.
              10 PM-SYMBOL    PIC X(10).
              10 PM-DATE      PIC 9(8).
           05 PM-OPEN         PIC 9(7)V9(4).
           05 PM-HIGH         PIC 9(7)V9(4).
           05 PM-LOW          PIC 9(7)V9(4).
           05 PM-CLOSE        PIC 9(7)V9(4).
           05 PM-VOLUME       PIC 9(12).
           05 PM-FMT          PIC X(2).
       FD  RPT-OUT-FILE.
       01  RPT-OUT-RECORD.
           05 RPT-LINE        PIC X(90).
      * Un renglón por grupo y día: clase de grupo (T total, E tipo
      * de evento, S símbolo), clave, día relativo, eventos, retorno
      * anormal medio y acumulado en %.
       FD  ES-OUT-FILE.
       01  ES-OUT-RECORD.
           05 ESO-KIND        PIC X(1).
           05 FILLER          PIC X.
           05 ESO-KEY         PIC X(10).
           05 FILLER          PIC X.
           05 ESO-DAY         PIC S9(2) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 ESO-EVENTS      PIC 9(4).
           05 FILLER          PIC X.
           05 ESO-AAR         PIC S9(3)V9(4) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 ESO-CAR         PIC S9(4)V9(4) SIGN IS LEADING SEPARATE.
      * Un renglón por evento estudiado: símbolo, fecha y tipo del
      * calendario, fecha del día 0, brecha en % y retorno anormal
      * acumulado antes del día 0 y desde el día 0 al final.
       FD  EV-OUT-FILE.
       01  EV-OUT-RECORD.
           05 EVO-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 EVO-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 EVO-TYPE        PIC X(10).
           05 FILLER          PIC X.
           05 EVO-DAY0        PIC 9(8).
           05 FILLER          PIC X.
           05 EVO-GAP         PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EVO-CAR-PRE     PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EVO-CAR-POST    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
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
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "EVENTSTUDY".
       01  WS-AUDIT-STATUS   PIC X(4).
       01  WS-AUDIT-COUNT    PIC 9(5).
       01  WS-AUDIT-REJECTS  PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED   PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1  PIC 9(8).
              10 WS-HASH-V2  PIC 9(8).
           05 WS-HASH-TEXT   PIC X(400).
           05 WS-HASH-LEN    PIC 9(4) COMP.
           05 WS-HASH-I      PIC 9(4) COMP.
           05 WS-HASH-H1     PIC 9(12) COMP.
           05 WS-HASH-H2     PIC 9(12) COMP.
      * Parámetros de la corrida: valor por omisión, registro
      * central o PARM explícito (WS-PARM-RESOLVE).
       01  WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 3 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 3.
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
       01  WS-EVENTS-FS      PIC XX.
           88  WS-EVENTS-OK      VALUE "00".
           88  WS-EVENTS-EOF     VALUE "10".
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK      VALUE "00".
           88  WS-PRICES-EOF     VALUE "10".
       01  WS-MASTER-STATUS  PIC XX.
           88  WS-MASTER-OK      VALUE "00".
           88  WS-MASTER-EOF     VALUE "10".
       01  WS-RPT-FS         PIC XX.
       01  WS-ES-FS          PIC XX.
       01  WS-EVO-FS         PIC XX.
       01  WS-EVENTS-PATH    PIC X(200) VALUE SPACES.
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-BENCH-PATH     PIC X(200).
       01  WS-EV-SYMBOL      PIC X(10) VALUE SPACES.
      * Serie OHLCV de la referencia (carga con WS-OHLCV-LOAD).
       01  WS-OHLCV-TABLE.
           05 WS-OHLCV-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-OHLCV-IDX.
              10 WS-OHLCV-SYMBOL  PIC X(10).
              10 WS-OHLCV-DATE    PIC X(8).
              10 WS-OHLCV-OPEN    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-HIGH    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-LOW     PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-CLOSE   PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-VOLUME  PIC 9(12) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP    PIC S9(12) COMP-3.
       01  WS-BENCH-TABLE.
           05 WS-BENCH-ENTRY OCCURS 5000 TIMES.
              10 BN-DATE         PIC 9(8).
              10 BN-CLOSE        PIC 9(7)V9(4) COMP-3.
       01  WS-BN-COUNT       PIC 9(4) COMP VALUE 0.
      * Eventos del calendario, en el orden del archivo.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 500 TIMES.
              10 EVT-SYMBOL      PIC X(10).
              10 EVT-DATE        PIC 9(8).
              10 EVT-TYPE        PIC X(10).
       01  WS-EVENT-COUNT    PIC 9(3) COMP VALUE 0.
       01  WS-MAX-EVENTS     PIC 9(3) COMP VALUE 500.
       01  WS-EV             PIC 9(3) COMP.
      * Historia del símbolo del evento en proceso.
       01  WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 5000 TIMES.
              10 PX-DATE        PIC 9(8).
              10 PX-OPEN        PIC 9(7)V9(4) COMP-3.
              10 PX-CLOSE       PIC 9(7)V9(4) COMP-3.
       01  WS-PX-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PX         PIC 9(4) COMP VALUE 5000.
       01  WS-PX-SYMBOL      PIC X(10) VALUE SPACES.
      * Grupos: 1 el total, después un grupo por tipo de evento y
      * uno por símbolo, en el orden en que aparecen. Por día de la
      * ventana (1 = día -PRE=) la cantidad y la suma de retornos
      * anormales.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 71 TIMES.
              10 GR-KIND         PIC X(1).
              10 GR-KEY          PIC X(10).
              10 GR-EVENTS       PIC 9(4) COMP.
              10 GR-GAP-SUM      PIC S9(7)V9(4) COMP-3.
              10 GR-GAP-ABS      PIC 9(7)V9(4) COMP-3.
              10 GR-DAY OCCURS 61 TIMES.
                 15 GD-N         PIC 9(4) COMP.
                 15 GD-SUM       PIC S9(7)V9(6) COMP-3.
       01  WS-GRP-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-GRP        PIC 9(2) COMP VALUE 71.
       01  WS-G              PIC 9(2) COMP.
       01  WS-G-TYPE         PIC 9(2) COMP.
       01  WS-G-SYM          PIC 9(2) COMP.
       01  WS-FIND-KIND      PIC X(1).
       01  WS-FIND-KEY       PIC X(10).
       01  WS-PRE            PIC 9(2) COMP VALUE 5.
       01  WS-POST           PIC 9(2) COMP VALUE 10.
       01  WS-MAX-PRE        PIC 9(2) COMP VALUE 20.
       01  WS-MAX-POST       PIC 9(2) COMP VALUE 40.
       01  WS-WIN-DAYS       PIC 9(2) COMP.
       01  WS-AR-MIN         PIC 9(3)V99 COMP-3 VALUE 0.50.
      * Día relativo, su posición en la tabla de días y las barras.
       01  WS-K              PIC S9(3) COMP.
       01  WS-O              PIC 9(2) COMP.
       01  WS-E              PIC 9(4) COMP.
       01  WS-J              PIC 9(4) COMP.
       01  WS-FIRST-BAR      PIC S9(5) COMP.
       01  WS-LAST-BAR       PIC 9(5) COMP.
       01  WS-I              PIC 9(4) COMP.
      * Búsqueda binaria de una fecha en la referencia.
       01  WS-FIND-DATE      PIC 9(8).
       01  WS-FOUND-IX       PIC 9(4) COMP.
       01  WS-LO             PIC 9(4) COMP.
       01  WS-HI             PIC 9(4) COMP.
       01  WS-MID            PIC 9(4) COMP.
       01  WS-BX-CUR         PIC 9(4) COMP.
       01  WS-BX-PREV        PIC 9(4) COMP.
       01  WS-RET            PIC S9(5)V9(6) COMP-3.
       01  WS-BRET           PIC S9(5)V9(6) COMP-3.
       01  WS-AR             PIC S9(5)V9(6) COMP-3.
       01  WS-GAP            PIC S9(5)V9(4) COMP-3.
       01  WS-GAP-ABS        PIC 9(5)V9(4) COMP-3.
       01  WS-CAR-PRE        PIC S9(7)V9(6) COMP-3.
       01  WS-CAR-POST       PIC S9(7)V9(6) COMP-3.
       01  WS-AAR            PIC S9(5)V9(6) COMP-3.
       01  WS-AAR-ABS        PIC 9(5)V9(6) COMP-3.
       01  WS-CAR            PIC S9(7)V9(6) COMP-3.
       01  WS-SUG-FROM       PIC S9(3) COMP.
       01  WS-SUG-TO         PIC S9(3) COMP.
       01  WS-SUG-FOUND      PIC X(1).
       01  WS-EV-USED        PIC 9(4) COMP VALUE 0.
       01  WS-EV-SKIPPED     PIC 9(4) COMP VALUE 0.
       01  WS-NO-BENCH       PIC 9(5) COMP VALUE 0.
      * Renglones del reporte.
       01  WS-RPT-DETAIL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-DAY          PIC ++9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RD-EVENTS       PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RD-AAR          PIC +ZZ9.9999.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RD-CAR          PIC +ZZZ9.9999.
       01  WS-EDIT-EVENTS    PIC ZZZ9.
       01  WS-EDIT-GAP       PIC ++9.99.
       01  WS-EDIT-GAP-ABS   PIC ZZ9.99.
       01  WS-EDIT-FROM      PIC --9.
       01  WS-EDIT-TO        PIC --9.
       01  WS-EDIT-AR-MIN    PIC Z9.99.
       01  WS-GRP-TITLE      PIC X(20).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa EVENTSTUDY iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-EVENTS-PATH = SPACES
               DISPLAY "ERROR: falta EVENTS= (calendario de eventos)"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGAR-REFERENCIA
           IF WS-EXIT-CODE NOT = 0
               DISPLAY "ERROR: serie de referencia ilegible: "
                   FUNCTION TRIM(WS-BENCH-PATH)
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGAR-EVENTOS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: price_master.dat ilegible FS="
                   WS-MASTER-STATUS
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WIN-DAYS = WS-PRE + WS-POST + 1
           MOVE 1 TO WS-GRP-COUNT
           MOVE "T" TO GR-KIND(1)
           MOVE "TOTAL" TO GR-KEY(1)
           PERFORM 1300-LIMPIAR-GRUPO
           OPEN OUTPUT EV-OUT-FILE
           PERFORM VARYING WS-EV FROM 1 BY 1
                   UNTIL WS-EV > WS-EVENT-COUNT
               PERFORM 2000-ESTUDIAR-EVENTO
           END-PERFORM
           CLOSE EV-OUT-FILE
           CLOSE MASTER-FILE
           PERFORM 3000-ESCRIBIR-REPORTE
           IF WS-NO-BENCH > 0
               DISPLAY "WARNING: " WS-NO-BENCH " días sin fecha en la "
                   "referencia, tomados con retorno de referencia cero"
           END-IF
           IF WS-EV-USED = 0
               DISPLAY "ERROR: ningún evento con historia suficiente "
                   "para la ventana"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "benchmark_ohlcv.dat" TO WS-BENCH-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "EVENTS="
                       MOVE WS-ARG1(8:) TO WS-EVENTS-PATH
                   WHEN WS-ARG1(1:6) = "BENCH="
                       MOVE WS-ARG1(7:) TO WS-BENCH-PATH
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-EV-SYMBOL
                   WHEN WS-ARG1(1:4) = "PRE="
                       MOVE "PRE" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "POST="
                       MOVE "POST" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "ARMIN="
                       MOVE "ARMIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       DISPLAY "WARNING: parámetro ignorado: "
                           FUNCTION TRIM(WS-ARG1)
               END-EVALUATE
           END-PERFORM
           MOVE WS-EV-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "PRE" TO PRM-NAME(1)
           MOVE "5" TO PRM-DEFAULT(1)
           MOVE "POST" TO PRM-NAME(2)
           MOVE "10" TO PRM-DEFAULT(2)
           MOVE "ARMIN" TO PRM-NAME(3)
           MOVE "0.50" TO PRM-DEFAULT(3)
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
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 20)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 40)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99)
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
           COMPUTE WS-PRE = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-POST = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-AR-MIN = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       1100-CARGAR-REFERENCIA.
           MOVE WS-BENCH-PATH TO WS-PRICES-PATH
           PERFORM 2900-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE WS-OHLCV-DATE(WS-I) TO BN-DATE(WS-I)
               MOVE WS-OHLCV-CLOSE(WS-I) TO BN-CLOSE(WS-I)
           END-PERFORM
           MOVE WS-COUNT TO WS-BN-COUNT
           DISPLAY "[DEBUG] 1100-CARGAR-REFERENCIA - " WS-BN-COUNT
               " fechas de " FUNCTION TRIM(WS-BENCH-PATH)
           EXIT.

      * Con SYMBOL= solo las filas de ese símbolo, como en STRATEGY.
       1200-CARGAR-EVENTOS.
           OPEN INPUT EVENTS-FILE
           IF NOT WS-EVENTS-OK
               DISPLAY "ERROR: calendario de eventos ilegible FS="
                   WS-EVENTS-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EVENTS-EOF
               READ EVENTS-FILE
                   AT END
                       SET WS-EVENTS-EOF TO TRUE
                   NOT AT END
                       IF EV-DATE NUMERIC AND EV-DATE > 0
                          AND EV-SYMBOL NOT = SPACES
                          AND WS-EVENT-COUNT < WS-MAX-EVENTS
                          AND (WS-EV-SYMBOL = SPACES
                               OR FUNCTION TRIM(EV-SYMBOL) =
                                  FUNCTION TRIM(WS-EV-SYMBOL))
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE EV-SYMBOL TO EVT-SYMBOL(WS-EVENT-COUNT)
                           MOVE EV-DATE TO EVT-DATE(WS-EVENT-COUNT)
                           MOVE EV-TYPE TO EVT-TYPE(WS-EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           DISPLAY "[DEBUG] 1200-CARGAR-EVENTOS - " WS-EVENT-COUNT
               " eventos"
           IF WS-EVENT-COUNT = 0
               DISPLAY "ERROR: calendario de eventos sin filas útiles"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

       1300-LIMPIAR-GRUPO.
           MOVE 0 TO GR-EVENTS(WS-GRP-COUNT)
           MOVE 0 TO GR-GAP-SUM(WS-GRP-COUNT)
           MOVE 0 TO GR-GAP-ABS(WS-GRP-COUNT)
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 61
               MOVE 0 TO GD-N(WS-GRP-COUNT, WS-O)
               MOVE 0 TO GD-SUM(WS-GRP-COUNT, WS-O)
           END-PERFORM
           EXIT.

      * Ubica (o abre) el grupo WS-FIND-KIND/WS-FIND-KEY; con la
      * tabla llena deja WS-G en cero y el evento solo suma al total.
       1400-UBICAR-GRUPO.
           MOVE 0 TO WS-G
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-GRP-COUNT OR WS-G > 0
               IF GR-KIND(WS-I) = WS-FIND-KIND
                  AND GR-KEY(WS-I) = WS-FIND-KEY
                   MOVE WS-I TO WS-G
               END-IF
           END-PERFORM
           IF WS-G = 0 AND WS-GRP-COUNT < WS-MAX-GRP
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-FIND-KIND TO GR-KIND(WS-GRP-COUNT)
               MOVE WS-FIND-KEY TO GR-KEY(WS-GRP-COUNT)
               PERFORM 1300-LIMPIAR-GRUPO
               MOVE WS-GRP-COUNT TO WS-G
           END-IF
           EXIT.

      * Un evento: ubica el día 0 en la historia del símbolo, exige
      * la ventana completa y suma brecha y retornos anormales al
      * total, a su tipo y a su símbolo.
       2000-ESTUDIAR-EVENTO.
           IF EVT-SYMBOL(WS-EV) NOT = WS-PX-SYMBOL
               MOVE EVT-SYMBOL(WS-EV) TO WS-PX-SYMBOL
               PERFORM 2100-LEER-MAESTRO
           END-IF
           MOVE 0 TO WS-E
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PX-COUNT OR WS-E > 0
               IF PX-DATE(WS-I) >= EVT-DATE(WS-EV)
                   MOVE WS-I TO WS-E
               END-IF
           END-PERFORM
           COMPUTE WS-FIRST-BAR = WS-E - WS-PRE - 1
           COMPUTE WS-LAST-BAR = WS-E + WS-POST
           IF WS-E = 0 OR WS-FIRST-BAR < 1
              OR WS-LAST-BAR > WS-PX-COUNT
               DISPLAY "WARNING: evento "
                   FUNCTION TRIM(EVT-SYMBOL(WS-EV)) " " EVT-DATE(WS-EV)
                   " sin historia para la ventana completa, omitido"
               ADD 1 TO WS-EV-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-USED
           MOVE "E" TO WS-FIND-KIND
           MOVE EVT-TYPE(WS-EV) TO WS-FIND-KEY
           IF WS-FIND-KEY = SPACES
               MOVE "(SIN TIPO)" TO WS-FIND-KEY
           END-IF
           PERFORM 1400-UBICAR-GRUPO
           MOVE WS-G TO WS-G-TYPE
           MOVE "S" TO WS-FIND-KIND
           MOVE EVT-SYMBOL(WS-EV) TO WS-FIND-KEY
           PERFORM 1400-UBICAR-GRUPO
           MOVE WS-G TO WS-G-SYM
           COMPUTE WS-J = WS-E - 1
           COMPUTE WS-GAP ROUNDED =
               (PX-OPEN(WS-E) / PX-CLOSE(WS-J) - 1) * 100
           IF WS-GAP < 0
               COMPUTE WS-GAP-ABS = 0 - WS-GAP
           ELSE
               MOVE WS-GAP TO WS-GAP-ABS
           END-IF
           MOVE 1 TO WS-G
           PERFORM 2300-SUMAR-BRECHA
           MOVE WS-G-TYPE TO WS-G
           PERFORM 2300-SUMAR-BRECHA
           MOVE WS-G-SYM TO WS-G
           PERFORM 2300-SUMAR-BRECHA
           MOVE 0 TO WS-CAR-PRE
           MOVE 0 TO WS-CAR-POST
           PERFORM VARYING WS-K FROM 0 BY 1 UNTIL WS-K > WS-WIN-DAYS - 1
               PERFORM 2200-RETORNO-ANORMAL
           END-PERFORM
           MOVE SPACES TO EV-OUT-RECORD
           MOVE EVT-SYMBOL(WS-EV) TO EVO-SYMBOL
           MOVE EVT-DATE(WS-EV) TO EVO-DATE
           MOVE EVT-TYPE(WS-EV) TO EVO-TYPE
           MOVE PX-DATE(WS-E) TO EVO-DAY0
           MOVE WS-GAP TO EVO-GAP
           MOVE WS-CAR-PRE TO EVO-CAR-PRE
           MOVE WS-CAR-POST TO EVO-CAR-POST
           WRITE EV-OUT-RECORD
           EXIT.

       2100-LEER-MAESTRO.
           MOVE 0 TO WS-PX-COUNT
           MOVE "00" TO WS-MASTER-STATUS
           MOVE WS-PX-SYMBOL TO PM-SYMBOL
           MOVE 0 TO PM-DATE
           START MASTER-FILE KEY IS GREATER THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START
           PERFORM UNTIL NOT WS-MASTER-OK
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF PM-SYMBOL NOT = WS-PX-SYMBOL
                           MOVE "10" TO WS-MASTER-STATUS
                       ELSE
                           IF WS-PX-COUNT < WS-MAX-PX
                              AND PM-CLOSE > 0 AND PM-OPEN > 0
                               ADD 1 TO WS-PX-COUNT
                               MOVE PM-DATE TO PX-DATE(WS-PX-COUNT)
                               MOVE PM-OPEN TO PX-OPEN(WS-PX-COUNT)
                               MOVE PM-CLOSE TO PX-CLOSE(WS-PX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * WS-K recorre la ventana desde 0 (día -PRE=); la barra es
      * WS-E - PRE= + WS-K y el retorno va contra la barra anterior.
       2200-RETORNO-ANORMAL.
           COMPUTE WS-J = WS-E - WS-PRE + WS-K
           COMPUTE WS-I = WS-J - 1
           COMPUTE WS-RET ROUNDED =
               (PX-CLOSE(WS-J) / PX-CLOSE(WS-I) - 1) * 100
           MOVE PX-DATE(WS-J) TO WS-FIND-DATE
           PERFORM 2400-BUSCAR-REFERENCIA
           MOVE WS-FOUND-IX TO WS-BX-CUR
           MOVE PX-DATE(WS-I) TO WS-FIND-DATE
           PERFORM 2400-BUSCAR-REFERENCIA
           MOVE WS-FOUND-IX TO WS-BX-PREV
           IF WS-BX-CUR > 0 AND WS-BX-PREV > 0
               COMPUTE WS-BRET ROUNDED =
                   (BN-CLOSE(WS-BX-CUR) / BN-CLOSE(WS-BX-PREV) - 1)
                   * 100
           ELSE
               MOVE 0 TO WS-BRET
               ADD 1 TO WS-NO-BENCH
           END-IF
           COMPUTE WS-AR = WS-RET - WS-BRET
           IF WS-K < WS-PRE
               ADD WS-AR TO WS-CAR-PRE
           ELSE
               ADD WS-AR TO WS-CAR-POST
           END-IF
           COMPUTE WS-O = WS-K + 1
           ADD 1 TO GD-N(1, WS-O)
           ADD WS-AR TO GD-SUM(1, WS-O)
           IF WS-G-TYPE > 0
               ADD 1 TO GD-N(WS-G-TYPE, WS-O)
               ADD WS-AR TO GD-SUM(WS-G-TYPE, WS-O)
           END-IF
           IF WS-G-SYM > 0
               ADD 1 TO GD-N(WS-G-SYM, WS-O)
               ADD WS-AR TO GD-SUM(WS-G-SYM, WS-O)
           END-IF
           EXIT.

       2300-SUMAR-BRECHA.
           IF WS-G > 0
               ADD 1 TO GR-EVENTS(WS-G)
               ADD WS-GAP TO GR-GAP-SUM(WS-G)
               ADD WS-GAP-ABS TO GR-GAP-ABS(WS-G)
           END-IF
           EXIT.

      * Búsqueda binaria de WS-FIND-DATE en las fechas de la
      * referencia (ordenadas); WS-FOUND-IX = 0 si no está.
       2400-BUSCAR-REFERENCIA.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-LO
           MOVE WS-BN-COUNT TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-IX > 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN BN-DATE(WS-MID) = WS-FIND-DATE
                       MOVE WS-MID TO WS-FOUND-IX
                   WHEN BN-DATE(WS-MID) < WS-FIND-DATE
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       IF WS-MID = 1
                           MOVE 1 TO WS-LO
                           MOVE 0 TO WS-HI
                       ELSE
                           COMPUTE WS-HI = WS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

       2900-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

       3000-ESCRIBIR-REPORTE.
           OPEN OUTPUT RPT-OUT-FILE
           OPEN OUTPUT ES-OUT-FILE
           MOVE WS-AR-MIN TO WS-EDIT-AR-MIN
           MOVE SPACES TO RPT-LINE
           STRING "ESTUDIO DE EVENTOS - retorno anormal contra "
               FUNCTION TRIM(WS-BENCH-PATH)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           MOVE WS-EV-USED TO WS-EDIT-EVENTS
           MOVE SPACES TO RPT-LINE
           STRING "Eventos estudiados: " FUNCTION TRIM(WS-EDIT-EVENTS)
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-EV-SKIPPED TO WS-EDIT-EVENTS
           STRING "   omitidos: " FUNCTION TRIM(WS-EDIT-EVENTS)
               "   umbral de ventana sugerida: " WS-EDIT-AR-MIN " %"
               DELIMITED BY SIZE INTO RPT-LINE(30:)
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-COUNT
               IF GR-EVENTS(WS-G) > 0
                   PERFORM 3100-ESCRIBIR-GRUPO
               END-IF
           END-PERFORM
           CLOSE RPT-OUT-FILE
           CLOSE ES-OUT-FILE
           EXIT.

       3100-ESCRIBIR-GRUPO.
           EVALUATE GR-KIND(WS-G)
               WHEN "T"
                   MOVE "TODOS LOS EVENTOS" TO WS-GRP-TITLE
               WHEN "E"
                   MOVE SPACES TO WS-GRP-TITLE
                   STRING "TIPO " GR-KEY(WS-G)
                       DELIMITED BY SIZE INTO WS-GRP-TITLE
               WHEN OTHER
                   MOVE SPACES TO WS-GRP-TITLE
                   STRING "SIMBOLO " GR-KEY(WS-G)
                       DELIMITED BY SIZE INTO WS-GRP-TITLE
           END-EVALUATE
           MOVE GR-EVENTS(WS-G) TO WS-EDIT-EVENTS
           COMPUTE WS-GAP ROUNDED = GR-GAP-SUM(WS-G) / GR-EVENTS(WS-G)
           COMPUTE WS-GAP-ABS ROUNDED =
               GR-GAP-ABS(WS-G) / GR-EVENTS(WS-G)
           MOVE WS-GAP TO WS-EDIT-GAP
           MOVE WS-GAP-ABS TO WS-EDIT-GAP-ABS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-OUT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "*** " WS-GRP-TITLE " *** "
               FUNCTION TRIM(WS-EDIT-EVENTS) " eventos, brecha media "
               FUNCTION TRIM(WS-EDIT-GAP) " % (absoluta "
               FUNCTION TRIM(WS-EDIT-GAP-ABS) " %)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           MOVE "  DIA  EVENTOS   AR MEDIO %     CAR %" TO RPT-LINE
           WRITE RPT-OUT-RECORD
           MOVE 0 TO WS-CAR
           MOVE "N" TO WS-SUG-FOUND
           MOVE 0 TO WS-SUG-FROM
           MOVE 0 TO WS-SUG-TO
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-WIN-DAYS
               PERFORM 3200-ESCRIBIR-DIA
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-SUG-FOUND = "S"
               MOVE WS-SUG-FROM TO WS-EDIT-FROM
               MOVE WS-SUG-TO TO WS-EDIT-TO
               STRING "  Ventana sugerida: día "
                   FUNCTION TRIM(WS-EDIT-FROM)
                   " a día " FUNCTION TRIM(WS-EDIT-TO)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  Ventana sugerida: ninguna (ningún día con "
                   "AR medio de " WS-EDIT-AR-MIN " % o más)"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           EXIT.

       3200-ESCRIBIR-DIA.
           COMPUTE WS-K = WS-O - WS-PRE - 1
           IF GD-N(WS-G, WS-O) > 0
               COMPUTE WS-AAR ROUNDED =
                   GD-SUM(WS-G, WS-O) / GD-N(WS-G, WS-O)
           ELSE
               MOVE 0 TO WS-AAR
           END-IF
           ADD WS-AAR TO WS-CAR
           IF WS-AAR < 0
               COMPUTE WS-AAR-ABS = 0 - WS-AAR
           ELSE
               MOVE WS-AAR TO WS-AAR-ABS
           END-IF
           IF WS-AAR-ABS >= WS-AR-MIN
               IF WS-SUG-FOUND = "N"
                   MOVE WS-K TO WS-SUG-FROM
                   MOVE "S" TO WS-SUG-FOUND
               END-IF
               MOVE WS-K TO WS-SUG-TO
           END-IF
           MOVE WS-K TO RD-DAY
           MOVE GD-N(WS-G, WS-O) TO RD-EVENTS
           MOVE WS-AAR TO RD-AAR
           MOVE WS-CAR TO RD-CAR
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-OUT-RECORD
           MOVE SPACES TO ES-OUT-RECORD
           MOVE GR-KIND(WS-G) TO ESO-KIND
           MOVE GR-KEY(WS-G) TO ESO-KEY
           MOVE WS-K TO ESO-DAY
           MOVE GD-N(WS-G, WS-O) TO ESO-EVENTS
           MOVE WS-AAR TO ESO-AAR
           MOVE WS-CAR TO ESO-CAR
           WRITE ES-OUT-RECORD
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-EV-USED TO WS-AUDIT-COUNT
           MOVE WS-EV-SKIPPED TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
                   MOVE "ERROR: Archivo no encontrado" TO WS-ERROR-MSG
               WHEN "39"
                   MOVE "ERROR: Conflicto de atributos" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-PRICES-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           CLOSE FD-PRICES-FILE
           EXIT.
