       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIMERPT.
      * Resultado por régimen: qué condiciones de mercado pagan la
      * estrategia y cuáles la cuestan. Cada operación cerrada de
      * trade_ledger.dat se cruza con el renglón de decisión de
      * STRATEGY de su fecha de entrada (strategy_decision.dat; sin
      * renglón de ese día, el último anterior, que es el que dio la
      * señal) y, por la posición de ese renglón, con la fila de
      * atr_output.dat de ATR (alineada fila a fila con los días de
      * la votación, como la lee STRATEGY). Se reparte en:
      *   - régimen ADX de la decisión: TENDENCIA (T), RANGO (R) o
      *     SIN ADX (compuerta apagada);
      *   - confirmación semanal contra el sentido de la operación:
      *     CONFIRMA, CONTRARIA o NEUTRA;
      *   - ventana de eventos (blackout): EN VENTANA o FUERA;
      *   - tercil de volatilidad por ATR%: los cortes son los
      *     percentiles 33 y 67 del ATR% de todos los días de la
      *     serie con dato; BAJA, MEDIA, ALTA o SIN ATR;
      *   - perfil de STRATEGY que regía el día.
      * Por grupo: operaciones, tasa de acierto, esperanza (P&L
      * medio por operación), MAE y MFE medios y P&L total. Un
      * grupo con esperanza negativa se marca; si además tuvo
      * operaciones en los últimos RECENT= días de la serie de
      * decisiones (20 por omisión) la estrategia sigue operando
      * en él y se marca como vigente.
      * Uso: REGIMERPT [ledger] DEC=archivo ATR=archivo RECENT=n
      *      Sin argumentos: trade_ledger.dat, strategy_decision.dat
      *      y atr_output.dat.
      * Salida: regimerpt_report.dat. RC 2 si algún grupo con
      * esperanza negativa sigue operando.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT RG-OUT-FILE ASSIGN TO "regimerpt_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
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
      * Mismo formato que DECISION-RECORD de STRATEGY.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DEC-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 DEC-OUT        PIC X(4).
           05 FILLER         PIC X.
           05 DEC-SCORE      PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X.
           05 DEC-MACD-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-RSI-VOTE   PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-BOLL-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-STOCH-VOTE PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE    PIC X(12).
           05 FILLER         PIC X.
           05 DEC-PRICE      PIC 9(7)V9(4).
           05 FILLER         PIC X.
           05 DEC-ADX        PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DEC-REGIME     PIC X(1).
           05 FILLER         PIC X.
           05 DEC-BLACKOUT   PIC X(1).
           05 FILLER         PIC X.
           05 DEC-WEEKLY     PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE-VER PIC 9(4).
           05 FILLER         PIC X.
           05 DEC-BREADTH    PIC X(1).
      * Mismo formato que ADX-IN-RECORD de STRATEGY: solo se usa
      * la columna de ATR%.
       FD  ATR-IN-FILE.
       01  ATR-IN-RECORD.
           05 AIN-ATR         PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-STOP        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-ATR-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-PLUS-DI     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-MINUS-DI    PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-ADX         PIC 9(3)V99.
       FD  RG-OUT-FILE.
       01  RG-OUT-RECORD.
           05 RG-LINE         PIC X(100).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "REGIMERPT".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-DEC-FS          PIC XX.
           88  WS-DEC-FS-OK       VALUE "00".
           88  WS-DEC-FS-EOF      VALUE "10".
       01  WS-ATR-FS          PIC XX.
           88  WS-ATR-FS-OK       VALUE "00".
           88  WS-ATR-FS-EOF      VALUE "10".
       01  WS-OUT-FS          PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-DEC-PATH        PIC X(200).
       01  WS-ATR-PATH        PIC X(200).
      * Días de la votación: el renglón de decisión N y su fila N
      * de ATR%.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 5000 TIMES.
              10 DY-DATE         PIC 9(8).
              10 DY-REGIME       PIC X(1).
              10 DY-BLACKOUT     PIC X(1).
              10 DY-WEEKLY       PIC S9(1).
              10 DY-PROFILE      PIC X(12).
              10 DY-ATR-PCT      PIC 9(3)V99 COMP-3.
              10 DY-ATR-FLAG     PIC X(1).
       01  WS-DAY-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-MAX-DAYS        PIC 9(5) COMP VALUE 5000.
       01  WS-ATR-COUNT       PIC 9(5) COMP VALUE 0.
      * ATR% de los días con dato, ordenado para los cortes.
       01  WS-SORT-TABLE.
           05 WS-SORT-ENTRY OCCURS 5000 TIMES
              PIC 9(3)V99 COMP-3.
       01  WS-SORT-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-SWAP-PCT        PIC 9(3)V99 COMP-3.
       01  WS-CUT-LOW         PIC 9(3)V99 COMP-3 VALUE 0.
       01  WS-CUT-HIGH        PIC 9(3)V99 COMP-3 VALUE 0.
       01  WS-CUT-FLAG        PIC X(1) VALUE "N".
           88  WS-CUTS-OK     VALUE "Y".
       01  WS-P33             PIC 9(5) COMP.
       01  WS-P67             PIC 9(5) COMP.
      * Grupos: dimensión (1 ADX, 2 semanal, 3 blackout, 4
      * volatilidad, 5 perfil) y etiqueta.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 80 TIMES.
              10 BK-DIM          PIC 9(1).
              10 BK-LABEL        PIC X(12).
              10 BK-TRADES       PIC 9(5) COMP.
              10 BK-WINS         PIC 9(5) COMP.
              10 BK-PNL          PIC S9(11)V99 COMP-3.
              10 BK-MAE          PIC 9(9)V99 COMP-3.
              10 BK-MFE          PIC 9(9)V99 COMP-3.
              10 BK-LAST-ENTRY   PIC 9(8).
              10 BK-EXPECT       PIC S9(9)V99 COMP-3.
       01  WS-BUCKET-COUNT    PIC 9(3) COMP VALUE 0.
       01  WS-MAX-BUCKETS     PIC 9(3) COMP VALUE 80.
       01  WS-B               PIC 9(3) COMP.
       01  WS-CUR-DIM         PIC 9(1).
       01  WS-CUR-LABEL       PIC X(12).
       01  WS-DIM-NAME        PIC X(30).
      * Operación en curso y su día de decisión.
       01  WS-TRADE-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-UNMATCHED       PIC 9(4) COMP VALUE 0.
       01  WS-D               PIC 9(5) COMP.
       01  WS-HIT             PIC 9(5) COMP.
       01  WS-TRADE-DIR       PIC S9(1).
       01  WS-TOTAL-PNL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-WINS      PIC 9(5) COMP VALUE 0.
      * Días recientes: desde la fecha del renglón RECENT= contando
      * desde el final de la serie.
       01  WS-RECENT          PIC 9(4) COMP VALUE 20.
       01  WS-RECENT-DATE     PIC 9(8) VALUE 0.
       01  WS-FLAG-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-NEG-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-I               PIC 9(5) COMP.
       01  WS-J               PIC 9(5) COMP.
      * Renglones del reporte.
       01  WS-BUCKET-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-LABEL       PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 BKL-TRADES      PIC Z(4)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-WIN-PCT     PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-EXPECT      PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-MAE         PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-MFE         PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-PNL         PIC -(10)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BKL-MARK        PIC X(17).
       01  WS-WIN-PCT         PIC 9(3)V99 COMP-3.
       01  WS-AVG-MAE         PIC 9(3)V99 COMP-3.
       01  WS-AVG-MFE         PIC 9(3)V99 COMP-3.
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-EDIT-PCT        PIC ZZ9.99.
       01  WS-EDIT-PCT2       PIC ZZ9.99.
       01  WS-EDIT-MONEY      PIC -(10)9.99.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa REGIMERPT iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1100-CARGAR-DECISIONES
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGAR-ATR
           PERFORM 1300-CORTES-VOLATILIDAD
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CARGAR-OPERACIONES
           CLOSE LEDGER-FILE
           IF WS-TRADE-COUNT = 0
               DISPLAY "ERROR: ninguna operación del ledger tiene "
                   "decisión de STRATEGY"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-EVALUAR-GRUPOS
           PERFORM 6000-ESCRIBIR-REPORTE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * El de ruta pelado es el ledger, como en SIZESTUDY.
       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "strategy_decision.dat" TO WS-DEC-PATH
           MOVE "atr_output.dat" TO WS-ATR-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:4) = "DEC="
                       MOVE WS-ARG1(5:) TO WS-DEC-PATH
                   WHEN WS-ARG1(1:4) = "ATR="
                       MOVE WS-ARG1(5:) TO WS-ATR-PATH
                   WHEN WS-ARG1(1:7) = "RECENT="
                       MOVE "RECENT" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-LEDGER-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-RECENT = 0
               MOVE 20 TO WS-RECENT
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "RECENT" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999)
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
           COMPUTE WS-RECENT = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Un renglón por día de votación, en el orden del archivo; el
      * orden es el que alinea con atr_output.dat.
       1100-CARGAR-DECISIONES.
           OPEN INPUT DECISION-FILE
           IF NOT WS-DEC-FS-OK
               DISPLAY "ERROR: no se pudo abrir "
                   FUNCTION TRIM(WS-DEC-PATH) " FS=" WS-DEC-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEC-FS-EOF
               READ DECISION-FILE
                   AT END
                       SET WS-DEC-FS-EOF TO TRUE
                   NOT AT END
                       IF WS-DAY-COUNT < WS-MAX-DAYS
                          AND DEC-DATE NUMERIC
                           ADD 1 TO WS-DAY-COUNT
                           MOVE DEC-DATE TO DY-DATE(WS-DAY-COUNT)
                           MOVE DEC-REGIME TO DY-REGIME(WS-DAY-COUNT)
                           MOVE DEC-BLACKOUT
                               TO DY-BLACKOUT(WS-DAY-COUNT)
                           IF DEC-WEEKLY NUMERIC
                               MOVE DEC-WEEKLY
                                   TO DY-WEEKLY(WS-DAY-COUNT)
                           ELSE
                               MOVE 0 TO DY-WEEKLY(WS-DAY-COUNT)
                           END-IF
                           MOVE DEC-PROFILE TO DY-PROFILE(WS-DAY-COUNT)
                           MOVE 0 TO DY-ATR-PCT(WS-DAY-COUNT)
                           MOVE "N" TO DY-ATR-FLAG(WS-DAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           IF WS-DAY-COUNT = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-DEC-PATH)
                   " sin renglones de decisión"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RECENT > WS-DAY-COUNT
               MOVE DY-DATE(1) TO WS-RECENT-DATE
           ELSE
               COMPUTE WS-I = WS-DAY-COUNT - WS-RECENT + 1
               MOVE DY-DATE(WS-I) TO WS-RECENT-DATE
           END-IF
           DISPLAY "[DEBUG] 1100-CARGAR-DECISIONES - " WS-DAY-COUNT
               " días de decisión"
           EXIT.

      * La fila N de ATR va con el día N; una fila sin ATR% (el
      * calentamiento del indicador) queda sin dato. Sin archivo
      * todas las operaciones caen en SIN ATR.
       1200-CARGAR-ATR.
           OPEN INPUT ATR-IN-FILE
           IF NOT WS-ATR-FS-OK
               DISPLAY "WARNING: no se pudo abrir "
                   FUNCTION TRIM(WS-ATR-PATH) " FS=" WS-ATR-FS
                   ", sin terciles de volatilidad"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ATR-FS-EOF
               READ ATR-IN-FILE
                   AT END
                       SET WS-ATR-FS-EOF TO TRUE
                   NOT AT END
                       IF WS-ATR-COUNT < WS-DAY-COUNT
                           ADD 1 TO WS-ATR-COUNT
                           IF AIN-ATR-PCT NUMERIC
                              AND AIN-ATR-PCT > 0
                               MOVE AIN-ATR-PCT
                                   TO DY-ATR-PCT(WS-ATR-COUNT)
                               MOVE "Y" TO DY-ATR-FLAG(WS-ATR-COUNT)
                               ADD 1 TO WS-SORT-COUNT
                               MOVE AIN-ATR-PCT
                                   TO WS-SORT-ENTRY(WS-SORT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATR-IN-FILE
           DISPLAY "[DEBUG] 1200-CARGAR-ATR - " WS-ATR-COUNT
               " filas de ATR, " WS-SORT-COUNT " con dato"
           EXIT.

      * Cortes de terciles sobre el ATR% de todos los días con dato,
      * ordenados por intercambio como en SIZESTUDY. Con menos de
      * tres días no hay terciles.
       1300-CORTES-VOLATILIDAD.
           IF WS-SORT-COUNT < 3
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-SORT-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-SORT-COUNT - WS-I
                   IF WS-SORT-ENTRY(WS-J) > WS-SORT-ENTRY(WS-J + 1)
                       MOVE WS-SORT-ENTRY(WS-J) TO WS-SWAP-PCT
                       MOVE WS-SORT-ENTRY(WS-J + 1)
                           TO WS-SORT-ENTRY(WS-J)
                       MOVE WS-SWAP-PCT TO WS-SORT-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-P33 = WS-SORT-COUNT / 3
           COMPUTE WS-P67 = WS-SORT-COUNT * 2 / 3
           IF WS-P33 < 1
               MOVE 1 TO WS-P33
           END-IF
           IF WS-P67 < WS-P33
               MOVE WS-P33 TO WS-P67
           END-IF
           MOVE WS-SORT-ENTRY(WS-P33) TO WS-CUT-LOW
           MOVE WS-SORT-ENTRY(WS-P67) TO WS-CUT-HIGH
           SET WS-CUTS-OK TO TRUE
           EXIT.

      * Mismas filas de operación que SIZESTUDY. Una operación sin
      * día de decisión en o antes de su entrada no entra y se
      * cuenta.
       2000-CARGAR-OPERACIONES.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LED-TYPE NOT = "HALT "
                          AND LED-TYPE NOT = "SKIPS"
                          AND LED-TYPE NOT = "ADDLG"
                          AND LED-TYPE NOT = "ADDSH"
                          AND LED-TYPE NOT = "CORPA"
                           PERFORM 2100-UNA-OPERACION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "[DEBUG] 2000-CARGAR-OPERACIONES - " WS-TRADE-COUNT
               " operaciones cruzadas, " WS-UNMATCHED " sin decisión"
           EXIT.

       2100-UNA-OPERACION.
           MOVE 0 TO WS-HIT
           IF LED-ENTRY-DATE NOT NUMERIC
               MOVE 0 TO LED-ENTRY-DATE
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DAY-COUNT
               IF DY-DATE(WS-D) <= LED-ENTRY-DATE
                   MOVE WS-D TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               ADD 1 TO WS-UNMATCHED
               DISPLAY "WARNING: operación " LED-TRADE-NUM
                   " sin decisión en o antes de " LED-ENTRY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           ADD LED-PNL TO WS-TOTAL-PNL
           IF LED-PNL > 0
               ADD 1 TO WS-TOTAL-WINS
           END-IF
           IF LED-TYPE = "SHORT"
               MOVE -1 TO WS-TRADE-DIR
           ELSE
               MOVE 1 TO WS-TRADE-DIR
           END-IF
      *    Régimen ADX.
           MOVE 1 TO WS-CUR-DIM
           EVALUATE DY-REGIME(WS-HIT)
               WHEN "T"
                   MOVE "TENDENCIA" TO WS-CUR-LABEL
               WHEN "R"
                   MOVE "RANGO" TO WS-CUR-LABEL
               WHEN OTHER
                   MOVE "SIN ADX" TO WS-CUR-LABEL
           END-EVALUATE
           PERFORM 2200-ACUMULAR
      *    Confirmación semanal contra el sentido de la operación.
           MOVE 2 TO WS-CUR-DIM
           EVALUATE TRUE
               WHEN DY-WEEKLY(WS-HIT) = 0
                   MOVE "NEUTRA" TO WS-CUR-LABEL
               WHEN DY-WEEKLY(WS-HIT) = WS-TRADE-DIR
                   MOVE "CONFIRMA" TO WS-CUR-LABEL
               WHEN OTHER
                   MOVE "CONTRARIA" TO WS-CUR-LABEL
           END-EVALUATE
           PERFORM 2200-ACUMULAR
      *    Ventana de eventos.
           MOVE 3 TO WS-CUR-DIM
           IF DY-BLACKOUT(WS-HIT) = "Y"
               MOVE "EN VENTANA" TO WS-CUR-LABEL
           ELSE
               MOVE "FUERA" TO WS-CUR-LABEL
           END-IF
           PERFORM 2200-ACUMULAR
      *    Tercil de volatilidad.
           MOVE 4 TO WS-CUR-DIM
           EVALUATE TRUE
               WHEN NOT WS-CUTS-OK OR DY-ATR-FLAG(WS-HIT) NOT = "Y"
                   MOVE "SIN ATR" TO WS-CUR-LABEL
               WHEN DY-ATR-PCT(WS-HIT) <= WS-CUT-LOW
                   MOVE "BAJA" TO WS-CUR-LABEL
               WHEN DY-ATR-PCT(WS-HIT) <= WS-CUT-HIGH
                   MOVE "MEDIA" TO WS-CUR-LABEL
               WHEN OTHER
                   MOVE "ALTA" TO WS-CUR-LABEL
           END-EVALUATE
           PERFORM 2200-ACUMULAR
      *    Perfil de STRATEGY.
           MOVE 5 TO WS-CUR-DIM
           MOVE DY-PROFILE(WS-HIT) TO WS-CUR-LABEL
           IF WS-CUR-LABEL = SPACES
               MOVE "DEFAULT" TO WS-CUR-LABEL
           END-IF
           PERFORM 2200-ACUMULAR
           EXIT.

      * Busca (o abre) el grupo WS-CUR-DIM + WS-CUR-LABEL y le suma
      * la operación en curso.
       2200-ACUMULAR.
           MOVE 0 TO WS-B
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BUCKET-COUNT OR WS-B > 0
               IF BK-DIM(WS-I) = WS-CUR-DIM
                  AND BK-LABEL(WS-I) = WS-CUR-LABEL
                   MOVE WS-I TO WS-B
               END-IF
           END-PERFORM
           IF WS-B = 0
               IF WS-BUCKET-COUNT >= WS-MAX-BUCKETS
                   DISPLAY "WARNING: tabla de grupos llena, "
                       "descartado: " WS-CUR-LABEL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUCKET-COUNT
               MOVE WS-BUCKET-COUNT TO WS-B
               MOVE WS-CUR-DIM TO BK-DIM(WS-B)
               MOVE WS-CUR-LABEL TO BK-LABEL(WS-B)
               MOVE 0 TO BK-TRADES(WS-B) BK-WINS(WS-B) BK-PNL(WS-B)
                   BK-MAE(WS-B) BK-MFE(WS-B) BK-LAST-ENTRY(WS-B)
                   BK-EXPECT(WS-B)
           END-IF
           ADD 1 TO BK-TRADES(WS-B)
           IF LED-PNL > 0
               ADD 1 TO BK-WINS(WS-B)
           END-IF
           ADD LED-PNL TO BK-PNL(WS-B)
           IF LED-MAE-PCT NUMERIC
               ADD LED-MAE-PCT TO BK-MAE(WS-B)
           END-IF
           IF LED-MFE-PCT NUMERIC
               ADD LED-MFE-PCT TO BK-MFE(WS-B)
           END-IF
           IF LED-ENTRY-DATE > BK-LAST-ENTRY(WS-B)
               MOVE LED-ENTRY-DATE TO BK-LAST-ENTRY(WS-B)
           END-IF
           EXIT.

      * Esperanza de cada grupo; uno negativo con operaciones desde
      * WS-RECENT-DATE sigue vigente y levanta el RC 2.
       3000-EVALUAR-GRUPOS.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUCKET-COUNT
               COMPUTE BK-EXPECT(WS-B) ROUNDED =
                   BK-PNL(WS-B) / BK-TRADES(WS-B)
               IF BK-EXPECT(WS-B) < 0
                   ADD 1 TO WS-NEG-COUNT
                   IF BK-LAST-ENTRY(WS-B) >= WS-RECENT-DATE
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FLAG-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           EXIT.

       6000-ESCRIBIR-REPORTE.
           OPEN OUTPUT RG-OUT-FILE
           MOVE SPACES TO RG-LINE
           MOVE WS-TRADE-COUNT TO WS-EDIT-COUNT
           STRING "RESULTADO POR REGIMEN - "
               FUNCTION TRIM(WS-EDIT-COUNT) " OPERACIONES"
               DELIMITED BY SIZE INTO RG-LINE
           PERFORM 6900-EMITIR
           MOVE WS-UNMATCHED TO WS-EDIT-COUNT
           STRING "SIN DECISION DE STRATEGY (EXCLUIDAS): "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RG-LINE
           PERFORM 6900-EMITIR
           IF WS-CUTS-OK
               MOVE WS-CUT-LOW TO WS-EDIT-PCT
               MOVE WS-CUT-HIGH TO WS-EDIT-PCT2
               STRING "TERCILES DE ATR%: BAJA <= "
                   FUNCTION TRIM(WS-EDIT-PCT) ", MEDIA <= "
                   FUNCTION TRIM(WS-EDIT-PCT2) ", ALTA > "
                   FUNCTION TRIM(WS-EDIT-PCT2) DELIMITED BY SIZE
                   INTO RG-LINE
           ELSE
               MOVE "TERCILES DE ATR%: SIN DATOS SUFICIENTES"
                   TO RG-LINE
           END-IF
           PERFORM 6900-EMITIR
           MOVE WS-RECENT TO WS-EDIT-COUNT
           STRING "VIGENTE: OPERACIONES DESDE " WS-RECENT-DATE
               " (ULTIMOS " FUNCTION TRIM(WS-EDIT-COUNT) " DIAS)"
               DELIMITED BY SIZE INTO RG-LINE
           PERFORM 6900-EMITIR
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-CUR-DIM FROM 1 BY 1
                   UNTIL WS-CUR-DIM > 5
               PERFORM 6100-ESCRIBIR-DIMENSION
           END-PERFORM
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE "TOTAL" TO BKL-LABEL
           MOVE WS-TRADE-COUNT TO BKL-TRADES
           COMPUTE WS-WIN-PCT ROUNDED =
               100 * WS-TOTAL-WINS / WS-TRADE-COUNT
           MOVE WS-WIN-PCT TO BKL-WIN-PCT
           COMPUTE BKL-EXPECT ROUNDED = WS-TOTAL-PNL / WS-TRADE-COUNT
           MOVE WS-TOTAL-PNL TO BKL-PNL
           MOVE WS-BUCKET-LINE TO RG-LINE
           PERFORM 6900-EMITIR
           PERFORM 6900-EMITIR
           IF WS-FLAG-COUNT = 0
               IF WS-NEG-COUNT = 0
                   MOVE "SIN GRUPOS CON ESPERANZA NEGATIVA" TO RG-LINE
               ELSE
                   MOVE WS-NEG-COUNT TO WS-EDIT-COUNT
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                       " GRUPO(S) CON ESPERANZA NEGATIVA, NINGUNO "
                       "VIGENTE" DELIMITED BY SIZE INTO RG-LINE
               END-IF
               PERFORM 6900-EMITIR
           ELSE
               PERFORM 6200-ESCRIBIR-ALERTAS
           END-IF
           CLOSE RG-OUT-FILE
           EXIT.

       6100-ESCRIBIR-DIMENSION.
           EVALUATE WS-CUR-DIM
               WHEN 1
                   MOVE "REGIMEN ADX" TO WS-DIM-NAME
               WHEN 2
                   MOVE "CONFIRMACION SEMANAL" TO WS-DIM-NAME
               WHEN 3
                   MOVE "VENTANA DE EVENTOS" TO WS-DIM-NAME
               WHEN 4
                   MOVE "TERCIL DE VOLATILIDAD (ATR%)" TO WS-DIM-NAME
               WHEN OTHER
                   MOVE "PERFIL DE STRATEGY" TO WS-DIM-NAME
           END-EVALUATE
           MOVE WS-DIM-NAME TO RG-LINE
           PERFORM 6900-EMITIR
           STRING "  GRUPO          OPER  ACIERTO%"
               "     ESPERANZA    MAE%    MFE%       P&L TOTAL"
               DELIMITED BY SIZE INTO RG-LINE
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUCKET-COUNT
               IF BK-DIM(WS-B) = WS-CUR-DIM
                   PERFORM 6150-ESCRIBIR-GRUPO
               END-IF
           END-PERFORM
           PERFORM 6900-EMITIR
           EXIT.

       6150-ESCRIBIR-GRUPO.
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE BK-LABEL(WS-B) TO BKL-LABEL
           MOVE BK-TRADES(WS-B) TO BKL-TRADES
           COMPUTE WS-WIN-PCT ROUNDED =
               100 * BK-WINS(WS-B) / BK-TRADES(WS-B)
           MOVE WS-WIN-PCT TO BKL-WIN-PCT
           MOVE BK-EXPECT(WS-B) TO BKL-EXPECT
           COMPUTE WS-AVG-MAE ROUNDED = BK-MAE(WS-B) / BK-TRADES(WS-B)
           COMPUTE WS-AVG-MFE ROUNDED = BK-MFE(WS-B) / BK-TRADES(WS-B)
           MOVE WS-AVG-MAE TO BKL-MAE
           MOVE WS-AVG-MFE TO BKL-MFE
           MOVE BK-PNL(WS-B) TO BKL-PNL
           MOVE SPACES TO BKL-MARK
           IF BK-EXPECT(WS-B) < 0
               IF BK-LAST-ENTRY(WS-B) >= WS-RECENT-DATE
                   MOVE "<NEGATIVO VIGENTE" TO BKL-MARK
               ELSE
                   MOVE "<NEGATIVO" TO BKL-MARK
               END-IF
           END-IF
           MOVE WS-BUCKET-LINE TO RG-LINE
           PERFORM 6900-EMITIR
           EXIT.

      * Un renglón por grupo perdedor en el que la estrategia sigue
      * entrando.
       6200-ESCRIBIR-ALERTAS.
           MOVE WS-FLAG-COUNT TO WS-EDIT-COUNT
           STRING "ALERTA: " FUNCTION TRIM(WS-EDIT-COUNT)
               " GRUPO(S) CON ESPERANZA NEGATIVA SIGUEN OPERANDO"
               DELIMITED BY SIZE INTO RG-LINE
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUCKET-COUNT
               IF BK-EXPECT(WS-B) < 0
                  AND BK-LAST-ENTRY(WS-B) >= WS-RECENT-DATE
                   MOVE BK-DIM(WS-B) TO WS-CUR-DIM
                   EVALUATE WS-CUR-DIM
                       WHEN 1
                           MOVE "REGIMEN ADX" TO WS-DIM-NAME
                       WHEN 2
                           MOVE "CONFIRMACION SEMANAL" TO WS-DIM-NAME
                       WHEN 3
                           MOVE "VENTANA DE EVENTOS" TO WS-DIM-NAME
                       WHEN 4
                           MOVE "TERCIL DE VOLATILIDAD" TO WS-DIM-NAME
                       WHEN OTHER
                           MOVE "PERFIL" TO WS-DIM-NAME
                   END-EVALUATE
                   MOVE BK-EXPECT(WS-B) TO WS-EDIT-MONEY
                   STRING "  " FUNCTION TRIM(WS-DIM-NAME) " "
                       FUNCTION TRIM(BK-LABEL(WS-B))
                       ": ESPERANZA " FUNCTION TRIM(WS-EDIT-MONEY)
                       ", ULTIMA ENTRADA " BK-LAST-ENTRY(WS-B)
                       DELIMITED BY SIZE INTO RG-LINE
                   PERFORM 6900-EMITIR
                   DISPLAY "WARNING: esperanza negativa y vigente en "
                       FUNCTION TRIM(WS-DIM-NAME) " "
                       FUNCTION TRIM(BK-LABEL(WS-B))
               END-IF
           END-PERFORM
           EXIT.

       6900-EMITIR.
           WRITE RG-OUT-RECORD
           DISPLAY RG-LINE
           MOVE SPACES TO RG-LINE
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
           MOVE WS-TRADE-COUNT TO WS-AUDIT-COUNT
           MOVE WS-UNMATCHED TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
                   MOVE "ERROR: Ledger no encontrado" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-LEDGER-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
