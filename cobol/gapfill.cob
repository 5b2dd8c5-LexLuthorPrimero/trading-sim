      * close y volumen cero - así los indicadores que recorren la
      * tabla día por día no saltan sobre un feriado o un día sin
      * dato sin darse cuenta.
      * Con historia de alias (symbol_alias.dat) cada barra sale con
      * el ticker vigente de su cadena - el archivo que mezcla el
      * ticker viejo y el nuevo se rellena como una sola serie - y
      * el CSV de inspección agrega el ticker que regía cada fecha.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAPFILL-CSV-FILE ASSIGN TO "gapfill_output.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "symbol_alias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
           SELECT CTLTOT-FILE ASSIGN TO "control_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  FD-PRICES-FILE.
           05 OUT-TIME            PIC X(4).
       FD  GAPFILL-CSV-FILE.
       01  GAPFILL-CSV-RECORD.
           05 CSV-LINE            PIC X(100).
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
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
      * Totales de control del paso, para el cuadre de BALANCE.
       FD  CTLTOT-FILE.
       01  CTLTOT-RECORD.
           05 CT-PROGRAM     PIC X(10).
           05 FILLER         PIC X.
           05 CT-ROLE        PIC X(3).
           05 FILLER         PIC X.
           05 CT-FILE        PIC X(40).
           05 FILLER         PIC X.
           05 CT-COUNT       PIC 9(7).
           05 FILLER         PIC X.
           05 CT-REJECTS     PIC 9(5).
           05 FILLER         PIC X.
           05 CT-FIRST-DATE  PIC X(8).
           05 FILLER         PIC X.
           05 CT-LAST-DATE   PIC X(8).
           05 FILLER         PIC X.
           05 CT-HASH-CLOSE  PIC 9(13)V9(4).
           05 FILLER         PIC X.
           05 CT-HASH-VOLUME PIC 9(17).
           05 FILLER         PIC X.
           05 CT-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 CT-TIME        PIC 9(6).
           05 FILLER         PIC X.
           05 CT-RUNID       PIC X(8).
           05 FILLER         PIC X.
           05 CT-SYMBOL      PIC X(10).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "GAPFILL".
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
           05 WS-PARM-ENTRY OCCURS 1 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 1.
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
       01  WS-CTLTOT-FS      PIC XX.
       01  WS-CTL-ROLE       PIC X(3).
       01  WS-CTL-FILE       PIC X(200).
       01  WS-CTL-COUNT      PIC 9(7) VALUE 0.
       01  WS-CTL-REJECTS    PIC 9(5) VALUE 0.
       01  WS-CTL-FIRST-DATE PIC X(8) VALUE SPACES.
       01  WS-CTL-LAST-DATE  PIC X(8) VALUE SPACES.
       01  WS-CTL-HASH-CLOSE PIC 9(13)V9(4) VALUE 0.
       01  WS-CTL-HASH-VOLUME PIC 9(17) VALUE 0.
       01  WS-CTL-I          PIC 9(3) COMP.
       01  WS-CTL-POS        PIC 9(3) COMP.
       01  WS-CTL-K          PIC 9(5) COMP.
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-VOLUME    PIC Z(13)9.
       01  WS-BAR-TYPE       PIC X(5).
       01  WS-CSV-TICKER     PIC X(10).
       01  WS-ALIAS-RENAMED  PIC 9(5) COMP VALUE 0.
       01  WS-SG             PIC 9(4) COMP.
       01  WS-I              PIC 9(5) COMP.
      * Modo intradía: las barras traen hora y el relleno respeta
      * las sesiones - los huecos se rellenan solo entre barras del
       01  WS-TIME-NUM       PIC 9(4).
       01  WS-TIME-HH        PIC 9(2).
       01  WS-TIME-MM        PIC 9(2).
       01  WS-HOLIDAY-STATUS PIC XX.
           88  WS-HOLIDAY-OK      VALUE "00".
           88  WS-HOLIDAY-EOF     VALUE "10".
       01  WS-WEEKDAY-MOD    PIC 9(1) COMP.
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
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
           DISPLAY "[DEBUG] 1000-INICIO - Programa GAPFILL iniciado"
               WS-PRICES-PATH
           PERFORM 1500-CARGAR-FERIADOS
           PERFORM 2000-LEER-OHLCV
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-CARGAR-ALIAS
           IF WS-ALIAS-COUNT > 0
               PERFORM 2500-RESOLVER-SIMBOLOS
           END-IF
           OPEN OUTPUT GAPFILL-OUT-FILE
           IF WS-CSV-ON
               OPEN OUTPUT GAPFILL-CSV-FILE
               MOVE SPACES TO CSV-LINE
               STRING "SYMBOL,DATE,OPEN,HIGH,LOW,CLOSE,VOLUME,BARTYPE,"
                   "TICKER" DELIMITED BY SIZE INTO CSV-LINE
               WRITE GAPFILL-CSV-RECORD
           END-IF
           DISPLAY "[DEBUG] 3000-RELLENAR-HUECOS - Procesando "
               WS-COUNT " barras"
           PERFORM 3000-RELLENAR-HUECOS
           PERFORM 8900-TOTALES-SALIDA
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa GAPFILL finalizado"
           MOVE "OK  " TO WS-AUDIT-STATUS
       2000-LEER-OHLCV.
           COPY WS-OHLCVT-LOAD.

       1300-CARGAR-ALIAS.
           COPY WS-ALIAS-LOAD.

      * Cada renglón pasa al ticker vigente de su cadena (resuelta
      * una vez por símbolo distinto).
       2500-RESOLVER-SIMBOLOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-SYMBOL(WS-I) NOT = WS-ALIAS-SYMBOL
                   MOVE WS-OHLCV-SYMBOL(WS-I) TO WS-ALIAS-SYMBOL
                   PERFORM RESOLVER-ALIAS
               END-IF
               IF WS-ALIAS-CURRENT NOT = WS-OHLCV-SYMBOL(WS-I)
                   MOVE WS-ALIAS-CURRENT TO WS-OHLCV-SYMBOL(WS-I)
                   ADD 1 TO WS-ALIAS-RENAMED
               END-IF
           END-PERFORM
           IF WS-ALIAS-RENAMED > 0
               DISPLAY "[ALIAS] " WS-ALIAS-RENAMED " barras pasadas "
                   "al ticker vigente"
           END-IF
           EXIT.

      * Totales de control de lo leído: todos los registros; primera
      * y última fecha, y hash de cierres y volúmenes, de las barras
      * aceptadas. Sin nada leído no hay renglón que cuadrar.
       2900-TOTALES-ENTRADA.
           IF WS-COUNT = 0 AND WS-REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-PRICES-PATH TO WS-CTL-FILE
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
           IF WS-COUNT > 0
               MOVE WS-OHLCV-DATE(1) TO WS-CTL-FIRST-DATE
               MOVE WS-OHLCV-DATE(WS-COUNT) TO WS-CTL-LAST-DATE
           END-IF
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-OHLCV-CLOSE(WS-CTL-K) TO WS-CTL-HASH-CLOSE
               ADD WS-OHLCV-VOLUME(WS-CTL-K) TO WS-CTL-HASH-VOLUME
           END-PERFORM
           PERFORM GRABAR-CONTROL
           EXIT.

       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE "holiday_calendar.dat" TO WS-HOLIDAY-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               PERFORM 1100-CLASIFICAR-ARG
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

       1100-CLASIFICAR-ARG.
               WHEN WS-ARG1(1:9) = "HOLIDAYS="
                   MOVE WS-ARG1(10:) TO WS-HOLIDAY-PATH
               WHEN WS-ARG1(1:9) = "INTERVAL="
                   MOVE "INTERVAL" TO WS-PARM-KEY
                   MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                   PERFORM ANOTAR-PARM
               WHEN OTHER
                   MOVE WS-ARG1 TO WS-PRICES-PATH
           END-EVALUATE
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "INTERVAL" TO PRM-NAME(1)
           MOVE "30" TO PRM-DEFAULT(1)
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
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999
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
           COMPUTE WS-INTERVAL-MIN = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * El calendario es opcional: sin archivo (o vacío) el relleno
      * trata todo lunes-a-viernes como día hábil, como siempre.
       1500-CARGAR-FERIADOS.
           END-IF
           MOVE "REAL " TO WS-BAR-TYPE
           WRITE GAPFILL-OUT-RECORD
           PERFORM 8800-ACUMULAR-SALIDA
           ADD WS-OHLCV-VOLUME(WS-I) TO WS-CTL-HASH-VOLUME
           PERFORM WRITE-CSV-ROW
           EXIT.

           MOVE WS-EDIT-VOLUME TO OUT-VOLUME
           MOVE "FILL " TO WS-BAR-TYPE
           WRITE GAPFILL-OUT-RECORD
           PERFORM 8800-ACUMULAR-SALIDA
           PERFORM WRITE-CSV-ROW
           EXIT.

      * Ticker que regía en la fecha del renglón, para el CSV.
       3900-TICKER-DE-LA-FECHA.
           MOVE OUT-SYMBOL TO WS-CSV-TICKER
           IF WS-ALIAS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF OUT-SYMBOL NOT = WS-ALIAS-CURRENT
               MOVE OUT-SYMBOL TO WS-ALIAS-SYMBOL
               PERFORM RESOLVER-ALIAS
           END-IF
           MOVE OUT-DATE TO WS-DATE-NUM
           PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-ALIAS-SEGS
               IF WS-DATE-NUM >= SEG-FROM(WS-SG)
                  AND WS-DATE-NUM < SEG-UNTIL(WS-SG)
                   MOVE SEG-SYMBOL(WS-SG) TO WS-CSV-TICKER
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CSV-ROW.
           IF WS-CSV-ON
               PERFORM 3900-TICKER-DE-LA-FECHA
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(OUT-SYMBOL) "," OUT-DATE ","
                   FUNCTION TRIM(OUT-OPEN) "," FUNCTION TRIM(OUT-HIGH)
                   "," FUNCTION TRIM(OUT-LOW) ","
                   FUNCTION TRIM(OUT-CLOSE) ","
                   FUNCTION TRIM(OUT-VOLUME) ","
                   FUNCTION TRIM(WS-BAR-TYPE) ","
                   FUNCTION TRIM(WS-CSV-TICKER)
                   DELIMITED BY SIZE INTO CSV-LINE
               WRITE GAPFILL-CSV-RECORD
           END-IF
           EXIT.

      * gapfill_output.dat es la entrada OHLCV de los pasos
      * siguientes: cada fila, real o sintética, entra en la cuenta,
      * las fechas y el hash de cierres; el volumen solo lo aportan
      * las barras reales (las sintéticas van en cero).
       8800-ACUMULAR-SALIDA.
           ADD 1 TO WS-CTL-COUNT
           IF WS-CTL-FIRST-DATE = SPACES
               MOVE OUT-DATE TO WS-CTL-FIRST-DATE
           END-IF
           MOVE OUT-DATE TO WS-CTL-LAST-DATE
           ADD WS-OHLCV-CLOSE(WS-I) TO WS-CTL-HASH-CLOSE
           EXIT.

       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "gapfill_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE GAPFILL-OUT-FILE
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VALIDAR-ALIAS.
           COPY WS-ALIAS-CHECK.

       RESOLVER-ALIAS.
           COPY WS-ALIAS-CHAIN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
