       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASONAL.
      * Estudio de estacionalidad del instrumento: CALRPT mide los
      * retornos de nuestra estrategia, no los del símbolo. Este
      * programa lee la historia de cierres de price_master.dat (un
      * símbolo con SYMBOL=, o todos los del archivo de control de
      * MASTERBATCH) y agrupa el retorno cierre a cierre de cada
      * rueda en casilleros de calendario:
      *   DIA  día de la semana de la rueda
      *   MES  mes calendario
      *   TOM  cambio de mes: la última rueda del mes y las tres
      *        primeras del siguiente (FUERA-TOM: todas las demás)
      *   FER  víspera de feriado: la rueda cuyo siguiente día hábil
      *        es feriado según el mismo calendario que usa GAPFILL
      *        (RESTO: todas las demás)
      * Por casillero: cantidad de ruedas, retorno medio en %, tasa
      * de acierto (% de ruedas en alza) y estadístico t de la media
      * (media / (desvío / raíz de n)). El casillero con al menos
      * MINOBS= ruedas y |t| en o sobre TMIN= queda marcado (+ o -
      * según el signo de la media): es el candidato a filtro de
      * calendario. El renglón TODOS da la base de comparación.
      * Salidas: seasonal_report.dat (reporte) y seasonal_output.dat
      * (un renglón de formato fijo por símbolo y casillero).
      * Parámetros: archivo de control (omisión batch_control.dat),
      *   SYMBOL=SIM      un solo símbolo en vez del lote
      *   HOLIDAYS=ruta   calendario (omisión holiday_calendar.dat)
      *   TMIN=n.nn       umbral de |t| (2.00)
      *   MINOBS=n        ruedas mínimas para marcar (20)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "price_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC WS-HOLIDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT RPT-OUT-FILE ASSIGN TO "seasonal_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT SEA-OUT-FILE ASSIGN TO "seasonal_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEA-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH (registro
      * completo para no leer registros fantasma).
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X.
           05 CTL-PRICES-PATH  PIC X(200).
           05 FILLER           PIC X.
           05 CTL-HLC-PATH     PIC X(200).
           05 FILLER           PIC X.
           05 CTL-RSI-PERIOD   PIC X(3).
           05 FILLER           PIC X.
           05 CTL-BOLL-MULT    PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CAPITAL      PIC X(12).
           05 FILLER           PIC X.
           05 CTL-STOP         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-TARGET      PIC X(5).
           05 FILLER           PIC X.
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
      * Mismo formato que HOLIDAY-RECORD de GAPFILL.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 HOL-DESC        PIC X(30).
       FD  RPT-OUT-FILE.
       01  RPT-OUT-RECORD.
           05 RPT-LINE        PIC X(90).
      * Un renglón por símbolo y casillero: grupo (TOD, DIA, MES,
      * TOM, FER), casillero, ruedas, media %, acierto %, t y marca.
       FD  SEA-OUT-FILE.
       01  SEA-OUT-RECORD.
           05 SO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 SO-GROUP        PIC X(3).
           05 FILLER          PIC X.
           05 SO-BUCKET       PIC X(10).
           05 FILLER          PIC X.
           05 SO-OBS          PIC 9(5).
           05 FILLER          PIC X.
           05 SO-MEAN         PIC S9(3)V9(4) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 SO-HIT          PIC 9(3)V99.
           05 FILLER          PIC X.
           05 SO-TSTAT        PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 SO-FLAG         PIC X(1).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "SEASONAL".
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
       01  WS-MASTER-STATUS  PIC XX.
           88  WS-MASTER-OK      VALUE "00".
           88  WS-MASTER-EOF     VALUE "10".
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
       01  WS-HOLIDAY-STATUS PIC XX.
           88  WS-HOLIDAY-OK     VALUE "00".
           88  WS-HOLIDAY-EOF    VALUE "10".
       01  WS-RPT-FS         PIC XX.
       01  WS-SEA-FS         PIC XX.
       01  WS-CONTROL-PATH   PIC X(200).
       01  WS-HOLIDAY-PATH   PIC X(200).
       01  WS-SYMBOL         PIC X(10) VALUE SPACES.
       01  WS-CUR-SYMBOL     PIC X(10).
      * Calendario de feriados (acumulativo, como en GAPFILL).
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 200 TIMES PIC 9(8).
       01  WS-HOLIDAY-COUNT  PIC 9(3) COMP VALUE 0.
       01  WS-MAX-HOLIDAYS   PIC 9(3) COMP VALUE 200.
       01  WS-ES-FERIADO     PIC X(1).
       01  WS-H              PIC 9(3) COMP.
      * Cierres del símbolo en proceso, en orden de clave (fecha).
       01  WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 5000 TIMES.
              10 PX-DATE        PIC 9(8).
              10 PX-CLOSE       PIC 9(7)V9(4) COMP-3.
       01  WS-PX-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PX         PIC 9(4) COMP VALUE 5000.
      * Casilleros: 1 TODOS, 2-8 lunes a domingo, 9-20 enero a
      * diciembre, 21 TOM, 22 FUERA-TOM, 23 PREFERIADO, 24 RESTO.
       01  WS-BKT-NAMES.
           05 FILLER          PIC X(13) VALUE "TODTODOS".
           05 FILLER          PIC X(13) VALUE "DIALUNES".
           05 FILLER          PIC X(13) VALUE "DIAMARTES".
           05 FILLER          PIC X(13) VALUE "DIAMIERCOLES".
           05 FILLER          PIC X(13) VALUE "DIAJUEVES".
           05 FILLER          PIC X(13) VALUE "DIAVIERNES".
           05 FILLER          PIC X(13) VALUE "DIASABADO".
           05 FILLER          PIC X(13) VALUE "DIADOMINGO".
           05 FILLER          PIC X(13) VALUE "MESENERO".
           05 FILLER          PIC X(13) VALUE "MESFEBRERO".
           05 FILLER          PIC X(13) VALUE "MESMARZO".
           05 FILLER          PIC X(13) VALUE "MESABRIL".
           05 FILLER          PIC X(13) VALUE "MESMAYO".
           05 FILLER          PIC X(13) VALUE "MESJUNIO".
           05 FILLER          PIC X(13) VALUE "MESJULIO".
           05 FILLER          PIC X(13) VALUE "MESAGOSTO".
           05 FILLER          PIC X(13) VALUE "MESSETIEMBRE".
           05 FILLER          PIC X(13) VALUE "MESOCTUBRE".
           05 FILLER          PIC X(13) VALUE "MESNOVIEMBRE".
           05 FILLER          PIC X(13) VALUE "MESDICIEMBRE".
           05 FILLER          PIC X(13) VALUE "TOMTOM".
           05 FILLER          PIC X(13) VALUE "TOMFUERA-TOM".
           05 FILLER          PIC X(13) VALUE "FERPREFERIADO".
           05 FILLER          PIC X(13) VALUE "FERRESTO".
       01  WS-BKT-NAMES-R REDEFINES WS-BKT-NAMES.
           05 WS-BKT-NAME OCCURS 24 TIMES.
              10 BN-GROUP       PIC X(3).
              10 BN-BUCKET      PIC X(10).
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 24 TIMES.
              10 BK-N           PIC 9(5) COMP.
              10 BK-HITS        PIC 9(5) COMP.
              10 BK-SUM         PIC S9(7)V9(6) COMP-3.
              10 BK-SUMSQ       PIC 9(9)V9(6) COMP-3.
       01  WS-MAX-BKT        PIC 9(2) COMP VALUE 24.
       01  WS-B              PIC 9(2) COMP.
       01  WS-I              PIC 9(4) COMP.
       01  WS-MONTH-BAR      PIC 9(4) COMP.
       01  WS-TOM-FLAG       PIC X(1).
       01  WS-DATE-NUM       PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY    PIC 9(4).
           05 WS-DATE-MM      PIC 9(2).
           05 WS-DATE-DD      PIC 9(2).
       01  WS-CUR-MM         PIC 9(2).
       01  WS-PREV-MM        PIC 9(2).
       01  WS-NEXT-MM        PIC 9(2).
       01  WS-DAYS           PIC 9(7) COMP.
       01  WS-WEEKDAY        PIC 9(1) COMP.
       01  WS-RET            PIC S9(5)V9(6) COMP-3.
       01  WS-MEAN           PIC S9(5)V9(6) COMP-3.
       01  WS-SQ-DEV         PIC S9(9)V9(6) COMP-3.
       01  WS-VAR            PIC 9(7)V9(8) COMP-3.
       01  WS-SD             PIC 9(5)V9(6) COMP-3.
       01  WS-DEN            PIC 9(5) COMP.
       01  WS-ROOT-N         PIC 9(3)V9(6) COMP-3.
       01  WS-TSTAT          PIC S9(5)V99 COMP-3.
       01  WS-HIT-PCT        PIC 9(3)V99 COMP-3.
       01  WS-FLAG           PIC X(1).
       01  WS-T-MIN          PIC 9(3)V99 COMP-3 VALUE 2.00.
       01  WS-MIN-OBS        PIC 9(5) COMP VALUE 20.
       01  WS-FLAG-COUNT     PIC 9(4) COMP.
       01  WS-SYM-DONE       PIC 9(4) COMP VALUE 0.
       01  WS-SYM-SKIPPED    PIC 9(4) COMP VALUE 0.
      * Renglón del reporte.
       01  WS-RPT-DETAIL.
           05 RD-GROUP        PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-BUCKET       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-OBS          PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-MEAN         PIC +ZZ9.9999.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RD-HIT          PIC ZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RD-TSTAT        PIC +ZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RD-FLAG         PIC X(8).
       01  WS-EDIT-T-MIN     PIC Z9.99.
       01  WS-EDIT-COUNT     PIC ZZZ9.
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa SEASONAL iniciado"
           PERFORM 1000-LEER-PARAMETROS
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-CARGAR-FERIADOS
           OPEN OUTPUT RPT-OUT-FILE
           OPEN OUTPUT SEA-OUT-FILE
           MOVE WS-T-MIN TO WS-EDIT-T-MIN
           MOVE SPACES TO RPT-LINE
           STRING "ESTUDIO DE ESTACIONALIDAD - retorno cierre a "
               "cierre en %, marca con |t| >= " WS-EDIT-T-MIN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           IF WS-SYMBOL NOT = SPACES
               MOVE WS-SYMBOL TO WS-CUR-SYMBOL
               PERFORM 2000-ESTUDIAR-SIMBOLO
           ELSE
               OPEN INPUT CONTROL-FILE
               IF NOT WS-CONTROL-OK
                   DISPLAY "ERROR: archivo de control ilegible FS="
                       WS-CONTROL-STATUS
                   MOVE 1 TO WS-EXIT-CODE
               ELSE
                   PERFORM UNTIL WS-CONTROL-EOF
                       READ CONTROL-FILE
                           AT END
                               SET WS-CONTROL-EOF TO TRUE
                           NOT AT END
                               IF CTL-SYMBOL NOT = SPACES
                                   MOVE CTL-SYMBOL TO WS-CUR-SYMBOL
                                   PERFORM 2000-ESTUDIAR-SIMBOLO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           CLOSE RPT-OUT-FILE
           CLOSE SEA-OUT-FILE
           CLOSE MASTER-FILE
           IF WS-SYM-DONE = 0 AND WS-EXIT-CODE = 0
               DISPLAY "ERROR: ningún símbolo con historia "
                   "suficiente en price_master.dat"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           MOVE "holiday_calendar.dat" TO WS-HOLIDAY-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-SYMBOL
                   WHEN WS-ARG1(1:9) = "HOLIDAYS="
                       MOVE WS-ARG1(10:) TO WS-HOLIDAY-PATH
                   WHEN WS-ARG1(1:5) = "TMIN="
                       MOVE "TMIN" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "MINOBS="
                       MOVE "MINOBS" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           MOVE WS-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "MINOBS" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "TMIN" TO PRM-NAME(2)
           MOVE "2.00" TO PRM-DEFAULT(2)
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
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99999))
                   OR (WS-PARM-I = 2
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
           COMPUTE WS-MIN-OBS = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-T-MIN = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * El calendario es opcional: sin archivo ninguna rueda es
      * víspera de feriado y el grupo FER queda todo en RESTO.
       1500-CARGAR-FERIADOS.
           OPEN INPUT HOLIDAY-FILE
           IF NOT WS-HOLIDAY-OK
               DISPLAY "WARNING: sin calendario de feriados ("
                   FUNCTION TRIM(WS-HOLIDAY-PATH)
                   "), ninguna rueda es víspera de feriado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF
               READ HOLIDAY-FILE
                   AT END
                       SET WS-HOLIDAY-EOF TO TRUE
                   NOT AT END
                       IF HOL-DATE NUMERIC
                          AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HOL-DATE TO
                               WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-FERIADOS - "
               WS-HOLIDAY-COUNT " feriados cargados"
           EXIT.

       1600-BUSCAR-FERIADO.
           MOVE "N" TO WS-ES-FERIADO
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLIDAY-COUNT
                      OR WS-ES-FERIADO = "S"
               IF WS-HOLIDAY-ENTRY(WS-H) = WS-DATE-NUM
                   MOVE "S" TO WS-ES-FERIADO
               END-IF
           END-PERFORM
           EXIT.

      * Un símbolo con menos de dos cierres no tiene retornos: queda
      * fuera con aviso y el lote sigue.
       2000-ESTUDIAR-SIMBOLO.
           PERFORM 2100-LEER-MAESTRO
           IF WS-PX-COUNT < 2
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CUR-SYMBOL)
                   " sin historia suficiente en price_master.dat"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-MAX-BKT
               MOVE 0 TO BK-N(WS-B)
               MOVE 0 TO BK-HITS(WS-B)
               MOVE 0 TO BK-SUM(WS-B)
               MOVE 0 TO BK-SUMSQ(WS-B)
           END-PERFORM
           MOVE PX-DATE(1) TO WS-DATE-NUM
           MOVE WS-DATE-MM TO WS-PREV-MM
           MOVE 1 TO WS-MONTH-BAR
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-PX-COUNT
               PERFORM 2200-CLASIFICAR-RUEDA
           END-PERFORM
           PERFORM 3000-ESCRIBIR-SIMBOLO
           ADD 1 TO WS-SYM-DONE
           EXIT.

       2100-LEER-MAESTRO.
           MOVE 0 TO WS-PX-COUNT
           MOVE "00" TO WS-MASTER-STATUS
           MOVE WS-CUR-SYMBOL TO PM-SYMBOL
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
                       IF PM-SYMBOL NOT = WS-CUR-SYMBOL
                           MOVE "10" TO WS-MASTER-STATUS
                       ELSE
                           IF WS-PX-COUNT < WS-MAX-PX
                              AND PM-CLOSE > 0
                               ADD 1 TO WS-PX-COUNT
                               MOVE PM-DATE TO PX-DATE(WS-PX-COUNT)
                               MOVE PM-CLOSE TO PX-CLOSE(WS-PX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * El retorno de la rueda WS-I va a TODOS, a su día de la
      * semana, a su mes, a TOM o FUERA-TOM y a PREFERIADO o RESTO.
      * La posición en el mes se cuenta sobre la propia serie: la
      * primera rueda de un mes nuevo es la 1, y la última del mes
      * es la que tiene la siguiente en otro mes (la última rueda
      * de la serie no se sabe si cierra el mes y cuenta como
      * FUERA-TOM salvo que esté entre las tres primeras).
       2200-CLASIFICAR-RUEDA.
           COMPUTE WS-RET ROUNDED =
               (PX-CLOSE(WS-I) / PX-CLOSE(WS-I - 1) - 1) * 100
           MOVE 1 TO WS-B
           PERFORM 2300-SUMAR-CASILLERO
           MOVE PX-DATE(WS-I) TO WS-DATE-NUM
           MOVE WS-DATE-MM TO WS-CUR-MM
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAYS, 7)
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-B = 1 + WS-WEEKDAY
           PERFORM 2300-SUMAR-CASILLERO
           COMPUTE WS-B = 8 + WS-CUR-MM
           PERFORM 2300-SUMAR-CASILLERO
           IF WS-CUR-MM NOT = WS-PREV-MM
               MOVE 1 TO WS-MONTH-BAR
           ELSE
               ADD 1 TO WS-MONTH-BAR
           END-IF
           MOVE WS-CUR-MM TO WS-PREV-MM
           MOVE "N" TO WS-TOM-FLAG
           IF WS-MONTH-BAR <= 3
               MOVE "S" TO WS-TOM-FLAG
           END-IF
           IF WS-I < WS-PX-COUNT
               MOVE PX-DATE(WS-I + 1) TO WS-DATE-NUM
               MOVE WS-DATE-MM TO WS-NEXT-MM
               IF WS-NEXT-MM NOT = WS-CUR-MM
                   MOVE "S" TO WS-TOM-FLAG
               END-IF
           END-IF
           IF WS-TOM-FLAG = "S"
               MOVE 21 TO WS-B
           ELSE
               MOVE 22 TO WS-B
           END-IF
           PERFORM 2300-SUMAR-CASILLERO
      *    El siguiente día hábil (lunes a viernes) de calendario.
           ADD 1 TO WS-DAYS
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAYS, 7)
           PERFORM UNTIL WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
               ADD 1 TO WS-DAYS
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAYS, 7)
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAYS) TO WS-DATE-NUM
           PERFORM 1600-BUSCAR-FERIADO
           IF WS-ES-FERIADO = "S"
               MOVE 23 TO WS-B
           ELSE
               MOVE 24 TO WS-B
           END-IF
           PERFORM 2300-SUMAR-CASILLERO
           EXIT.

       2300-SUMAR-CASILLERO.
           ADD 1 TO BK-N(WS-B)
           IF WS-RET > 0
               ADD 1 TO BK-HITS(WS-B)
           END-IF
           ADD WS-RET TO BK-SUM(WS-B)
           COMPUTE BK-SUMSQ(WS-B) = BK-SUMSQ(WS-B) + WS-RET * WS-RET
           EXIT.

       3000-ESCRIBIR-SIMBOLO.
           MOVE 0 TO WS-FLAG-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-OUT-RECORD
           MOVE WS-PX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "*** " FUNCTION TRIM(WS-CUR-SYMBOL) " *** "
               PX-DATE(1) " a " PX-DATE(WS-PX-COUNT) " - "
               FUNCTION TRIM(WS-EDIT-COUNT) " cierres"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           MOVE "GRP  CASILLERO     RUEDAS  MEDIA %     ACIERTO %"
               TO RPT-LINE
           MOVE "  ESTAD T   MARCA" TO RPT-LINE(50:)
           WRITE RPT-OUT-RECORD
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-MAX-BKT
               IF BK-N(WS-B) > 0
                   PERFORM 3100-ESTADISTICA
                   PERFORM 3200-ESCRIBIR-CASILLERO
               END-IF
           END-PERFORM
           DISPLAY "[SEASONAL] " WS-CUR-SYMBOL " " WS-FLAG-COUNT
               " casilleros marcados"
           EXIT.

      * Media, desvío muestral y t de la media; con menos de dos
      * ruedas o desvío nulo el t queda en cero.
       3100-ESTADISTICA.
           COMPUTE WS-MEAN ROUNDED = BK-SUM(WS-B) / BK-N(WS-B)
           COMPUTE WS-HIT-PCT ROUNDED =
               BK-HITS(WS-B) * 100 / BK-N(WS-B)
           MOVE 0 TO WS-TSTAT
           MOVE SPACE TO WS-FLAG
           IF BK-N(WS-B) < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SQ-DEV ROUNDED =
               BK-SUMSQ(WS-B) - WS-MEAN * WS-MEAN * BK-N(WS-B)
           IF WS-SQ-DEV NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEN = BK-N(WS-B) - 1
           COMPUTE WS-VAR ROUNDED = WS-SQ-DEV / WS-DEN
           IF WS-VAR NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SD ROUNDED = FUNCTION SQRT(WS-VAR)
           IF WS-SD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE BK-N(WS-B) TO WS-DEN
           COMPUTE WS-ROOT-N = FUNCTION SQRT(WS-DEN)
           COMPUTE WS-TSTAT ROUNDED = WS-MEAN * WS-ROOT-N / WS-SD
           IF WS-TSTAT > 999.99
               MOVE 999.99 TO WS-TSTAT
           END-IF
           IF WS-TSTAT < -999.99
               MOVE -999.99 TO WS-TSTAT
           END-IF
      *    TODOS es la base: no se marca.
           IF WS-B > 1 AND BK-N(WS-B) >= WS-MIN-OBS
               IF WS-TSTAT >= WS-T-MIN
                   MOVE "+" TO WS-FLAG
               END-IF
               IF WS-TSTAT <= 0 - WS-T-MIN
                   MOVE "-" TO WS-FLAG
               END-IF
           END-IF
           EXIT.

       3200-ESCRIBIR-CASILLERO.
           MOVE SPACES TO SEA-OUT-RECORD
           MOVE WS-CUR-SYMBOL TO SO-SYMBOL
           MOVE BN-GROUP(WS-B) TO SO-GROUP
           MOVE BN-BUCKET(WS-B) TO SO-BUCKET
           MOVE BK-N(WS-B) TO SO-OBS
           MOVE WS-MEAN TO SO-MEAN
           MOVE WS-HIT-PCT TO SO-HIT
           MOVE WS-TSTAT TO SO-TSTAT
           MOVE WS-FLAG TO SO-FLAG
           WRITE SEA-OUT-RECORD
           MOVE BN-GROUP(WS-B) TO RD-GROUP
           MOVE BN-BUCKET(WS-B) TO RD-BUCKET
           MOVE BK-N(WS-B) TO RD-OBS
           MOVE WS-MEAN TO RD-MEAN
           MOVE WS-HIT-PCT TO RD-HIT
           MOVE WS-TSTAT TO RD-TSTAT
           EVALUATE WS-FLAG
               WHEN "+"
                   MOVE "SIGNIF +" TO RD-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               WHEN "-"
                   MOVE "SIGNIF -" TO RD-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               WHEN OTHER
                   MOVE SPACES TO RD-FLAG
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-OUT-RECORD
           DISPLAY RPT-LINE
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-SYM-DONE TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
           IF WS-SYMBOL NOT = SPACES
               MOVE WS-SYMBOL TO WS-CUR-SYMBOL
           END-IF
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-MASTER-STATUS
               WHEN "35"
                   MOVE "ERROR: price_master.dat no encontrado"
                       TO WS-ERROR-MSG
               WHEN "39"
                   MOVE "ERROR: price_master.dat con otro trazado"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-MASTER-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
