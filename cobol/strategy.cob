           SELECT WEEKLY-FILE ASSIGN TO DYNAMIC WS-WEEKLY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEEKLY-FS.
           SELECT BREADTH-FILE ASSIGN TO DYNAMIC WS-BREADTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREADTH-FS.
           SELECT HIST-FILE ASSIGN TO "strategy_profiles_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.
           SELECT SUSP-FILE ASSIGN TO "strategy_profiles_susp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUSP-FS.
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
      * Historial de votos que escriben MACD, RSI, BOLLINGER y
           05 DEC-WEEKLY     PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE-VER PIC 9(4).
           05 FILLER         PIC X.
           05 DEC-BREADTH    PIC X(1).
      * Historia versionada de perfiles (la deja PROFMAINT, solo
      * agregada): para cada fecha de decisión rige la versión con
      * la fecha efectiva más reciente en o antes del día, y su
           05 PH-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PH-REASON      PIC X(30).
           05 FILLER         PIC X.
           05 PH-BASE-EXP    PIC X(8).
           05 FILLER         PIC X.
           05 PH-BASE-SD     PIC X(8).
      * Suspensiones de versión (las deja PROFMAINT SUSPEND/ENABLE,
      * a mano o por DEGRADE): desde la fecha del SUSP hasta la del
      * ENBL siguiente la versión no emite entradas nuevas - la
      * compra sale como con NONEW, la venta sigue saliendo.
      * Mismo formato que SUSP-RECORD de PROFMAINT.
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05 PS-NAME        PIC X(12).
           05 FILLER         PIC X.
           05 PS-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PS-ACTION      PIC X(4).
           05 FILLER         PIC X.
           05 PS-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 PS-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PS-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PS-REASON      PIC X(40).
      * Historial de votos semanal (el mismo formato del diario,
      * computado sobre la serie resampleada de RESAMPLE): cada voto
      * semanal se alinea a los días hábiles de su semana y actúa
           05 AIN-MINUS-DI    PIC 9(3)V99.
           05 FILLER          PIC X.
           05 AIN-ADX         PIC 9(3)V99.
      * Mismo formato que BREADTH-RECORD de BREADTH: la amplitud
      * del universo por fecha; solo se usan la fecha, el % sobre
      * SMA50 y la bandera de régimen.
       FD  BREADTH-FILE.
       01  BREADTH-RECORD.
           05 BR-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 BR-ISSUES        PIC 9(4).
           05 FILLER           PIC X.
           05 BR-ADVANCES      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-DECLINES      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-UNCHANGED     PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NET           PIC S9(4) SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 BR-AD-LINE       PIC S9(7) SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X.
           05 BR-PCT-SMA50     PIC 9(3)V99.
           05 FILLER           PIC X.
           05 BR-ELIG-SMA50    PIC 9(4).
           05 FILLER           PIC X.
           05 BR-PCT-SMA200    PIC 9(3)V99.
           05 FILLER           PIC X.
           05 BR-ELIG-SMA200   PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NEW-HIGHS     PIC 9(4).
           05 FILLER           PIC X.
           05 BR-NEW-LOWS      PIC 9(4).
           05 FILLER           PIC X.
           05 BR-REGIME        PIC X(1).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
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
       01  WS-SIGNALS-PATH  PIC X(200).
       01  WS-FS            PIC XX.
       01  WS-AUDIT-STATUS  PIC X(4).
       01  WS-AUDIT-COUNT   PIC 9(5).
       01  WS-AUDIT-REJECTS PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED  PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1 PIC 9(8).
              10 WS-HASH-V2 PIC 9(8).
           05 WS-HASH-TEXT  PIC X(400).
           05 WS-HASH-LEN   PIC 9(4) COMP.
           05 WS-HASH-I     PIC 9(4) COMP.
           05 WS-HASH-H1    PIC 9(12) COMP.
           05 WS-HASH-H2    PIC 9(12) COMP.
      * Parámetros de la corrida: valor por omisión, registro
      * central o PARM explícito (WS-PARM-RESOLVE).
       01  WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 4 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 4.
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
      * Votación acumulada por día hábil: un renglón del historial
      * actualiza la columna de su indicador en el día que le
      * corresponde; si el mismo indicador votó dos veces el mismo
       01  WS-WK-HIT        PIC 9(3) COMP.
       01  WS-CUR-WEEKLY    PIC S9(1) VALUE 0.
       01  WS-VETO-WEEKLY   PIC 9(4) COMP VALUE 0.
      * Compuerta de amplitud: con BREADTH=<breadth_history.dat> la
      * bandera de régimen del universo en la fecha (la última fila
      * en o antes del día) acompaña a la del ADX. En amplitud débil
      * (D) una compra del día vuelve a HOLD - no se pelea contra el
      * mercado entero; la venta pasa, para poder deshacer lo
      * abierto. La bandera queda con cada decisión.
       01  WS-BREADTH-FS    PIC XX.
           88  WS-BREADTH-OK    VALUE "00".
           88  WS-BREADTH-EOF   VALUE "10".
       01  WS-BREADTH-PATH  PIC X(200) VALUE SPACES.
       01  WS-BRT-TABLE.
           05 WS-BRT-ENTRY OCCURS 5000 TIMES.
              10 BRT-DATE       PIC 9(8).
              10 BRT-PCT        PIC 9(3)V99 COMP-3.
              10 BRT-REGIME     PIC X(1).
       01  WS-BRT-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BRT       PIC 9(4) COMP VALUE 5000.
       01  WS-BR            PIC 9(4) COMP.
       01  WS-CUR-BREADTH   PIC X(1) VALUE SPACE.
       01  WS-CUR-BR-PCT    PIC 9(3)V99 COMP-3 VALUE 0.
       01  WS-VETO-BREADTH  PIC 9(4) COMP VALUE 0.
       01  WS-BR-PCT-ED     PIC ZZ9.99.
       01  WS-EVENTS-FS     PIC XX.
           88  WS-EVENTS-OK   VALUE "00".
           88  WS-EVENTS-EOF  VALUE "10".
       01  WS-RESTR-FLAG    PIC X(1) VALUE "N".
       01  WS-RESTR-REASON  PIC X(8) VALUE SPACES.
       01  WS-RESTR-SUPR    PIC 9(4) COMP VALUE 0.
       01  WS-PSUSP-FS      PIC XX.
           88  WS-PSUSP-OK    VALUE "00".
           88  WS-PSUSP-EOF   VALUE "10".
      * Tramos de suspensión por versión: inicio = fecha del SUSP,
      * fin = fecha del ENBL que lo cierra (0 = sigue suspendida).
       01  WS-PSP-TABLE.
           05 WS-PSP-ENTRY OCCURS 50 TIMES.
              10 PSP-NAME       PIC X(12).
              10 PSP-VERSION    PIC 9(4).
              10 PSP-START      PIC 9(8).
              10 PSP-END        PIC 9(8).
       01  WS-PSP-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-MAX-PSP       PIC 9(2) COMP VALUE 50.
       01  WS-SP            PIC 9(2) COMP.
       01  WS-PSP-FLAG      PIC X(1) VALUE "N".
       01  WS-PSP-SUPR      PIC 9(4) COMP VALUE 0.
       01  WS-CHECK-FLAG    PIC X(1) VALUE "N".
           88  WS-CHECK-ON  VALUE "Y".
       01  WS-ARGC          PIC 9(2) COMP.
           END-IF
           PERFORM 1700-CARGAR-SELECTOR
           PERFORM 1720-CARGAR-VERSIONES
           PERFORM 1730-CARGAR-SUSPENSIONES
           PERFORM 2000-CARGAR-HISTORIAL
           IF WS-CHECK-ON
               IF WS-DAY-COUNT = 0
       1000-LEER-PARAMETROS.
           MOVE "signal_history.dat" TO WS-SIGNALS-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                   WHEN WS-ARG-RAW(1:7) = "WEEKLY="
                       MOVE WS-ARG-RAW(8:) TO WS-WEEKLY-PATH
                   WHEN WS-ARG-RAW(1:6) = "WMODE="
                       MOVE "WMODE" TO WS-PARM-KEY
                       MOVE WS-ARG-RAW(7:4) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG-RAW(1:8) = "WWEIGHT="
                       MOVE "WWEIGHT" TO WS-PARM-KEY
                       MOVE WS-ARG-RAW(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG-RAW(1:9) = "RESTRICT="
                       MOVE WS-ARG-RAW(10:) TO WS-RESTRICT-PATH
                   WHEN WS-ARG-RAW(1:7) = "EVENTS="
                   WHEN WS-ARG-RAW(1:7) = "SYMBOL="
                       MOVE WS-ARG-RAW(8:10) TO WS-EV-SYMBOL
                   WHEN WS-ARG-RAW(1:9) = "BLACKWIN="
                       MOVE "BLACKWIN" TO WS-PARM-KEY
                       MOVE WS-ARG-RAW(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG-RAW(1:4) = "ADX="
                       MOVE WS-ARG-RAW(5:) TO WS-ADX-PATH
                       SET WS-ADX-ON TO TRUE
                   WHEN WS-ARG-RAW(1:8) = "BREADTH="
                       MOVE WS-ARG-RAW(9:) TO WS-BREADTH-PATH
                   WHEN WS-ARG-RAW(1:7) = "ADXMIN="
                       MOVE "ADXMIN" TO WS-PARM-KEY
                       MOVE WS-ARG-RAW(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE WS-EV-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-ADX-ON
               PERFORM 1800-CARGAR-ADX
           END-IF
           IF WS-WEEKLY-PATH NOT = SPACES
               PERFORM 1950-CARGAR-SEMANAL
           END-IF
           IF WS-BREADTH-PATH NOT = SPACES
               PERFORM 1850-CARGAR-AMPLITUD
           END-IF
           PERFORM 1980-CARGAR-RESTRINGIDOS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "ADXMIN" TO PRM-NAME(1)
           MOVE "25.00" TO PRM-DEFAULT(1)
           MOVE "WWEIGHT" TO PRM-NAME(2)
           MOVE "1.00" TO PRM-DEFAULT(2)
           MOVE "BLACKWIN" TO PRM-NAME(3)
           MOVE "2" TO PRM-DEFAULT(3)
           MOVE "WMODE" TO PRM-NAME(4)
           MOVE "VETO" TO PRM-DEFAULT(4)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), un cero en ADXMIN o
      * WWEIGHT, un ADXMIN sobre 100, un WWEIGHT de 10 o más o un
      * BLACKWIN de más de 99 días se avisa y rige el valor por
      * omisión, que es el que queda registrado; BLACKWIN=0 es válido
      * (sólo el día del evento). WMODE acepta VETO o VOTE.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 3
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND WS-PARM-I NOT = 3)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 10)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99)
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
           IF PRM-VALUE(4) NOT = "VETO" AND PRM-VALUE(4) NOT = "VOTE"
               DISPLAY "WARNING: parámetro WMODE="
                   FUNCTION TRIM(PRM-VALUE(4)) " ("
                   FUNCTION TRIM(PRM-SOURCE(4))
                   ") inválido, rige VETO"
               MOVE PRM-DEFAULT(4) TO PRM-VALUE(4)
               MOVE "DEF " TO PRM-SOURCE(4)
               MOVE SPACES TO PRM-SCOPE(4)
               MOVE 0 TO PRM-VERSION(4)
           END-IF
           COMPUTE WS-ADX-MIN = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-W-WEEKLY = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-BLACKOUT-WIN = FUNCTION NUMVAL(PRM-VALUE(3))
           MOVE PRM-VALUE(4) TO WS-WEEKLY-MODE.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La historia de amplitud llega en orden cronológico (BREADTH
      * la reescribe completa); sin archivo la compuerta queda
      * apagada con aviso.
       1850-CARGAR-AMPLITUD.
           OPEN INPUT BREADTH-FILE
           IF NOT WS-BREADTH-OK
               DISPLAY "WARNING: historia de amplitud ilegible FS="
                   WS-BREADTH-FS ", compuerta de amplitud apagada"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BREADTH-EOF
               READ BREADTH-FILE
                   AT END
                       SET WS-BREADTH-EOF TO TRUE
                   NOT AT END
                       IF BR-DATE NUMERIC AND BR-PCT-SMA50 NUMERIC
                          AND WS-BRT-COUNT < WS-MAX-BRT
                           ADD 1 TO WS-BRT-COUNT
                           MOVE BR-DATE TO BRT-DATE(WS-BRT-COUNT)
                           MOVE BR-PCT-SMA50 TO BRT-PCT(WS-BRT-COUNT)
                           MOVE BR-REGIME TO BRT-REGIME(WS-BRT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREADTH-FILE
           DISPLAY "[DEBUG] 1850-CARGAR-AMPLITUD - " WS-BRT-COUNT
               " fechas de amplitud cargadas"
           EXIT.

      * La bandera de amplitud vigente para el día WS-D: la última
      * fila en o antes del día; antes de la primera, en blanco.
       2975-LEER-AMPLITUD-DEL-DIA.
           MOVE SPACE TO WS-CUR-BREADTH
           MOVE 0 TO WS-CUR-BR-PCT
           PERFORM VARYING WS-BR FROM 1 BY 1
                   UNTIL WS-BR > WS-BRT-COUNT
                      OR BRT-DATE(WS-BR) > HD-DATE(WS-D)
               MOVE BRT-REGIME(WS-BR) TO WS-CUR-BREADTH
               MOVE BRT-PCT(WS-BR) TO WS-CUR-BR-PCT
           END-PERFORM
           EXIT.

      * Agrega los votos semanales por fecha de barra semanal; la
      * dirección de la semana es el signo de la suma. El historial
      * llega en orden de agregado (cronológico).
           END-IF
           EXIT.

      * Los tramos de suspensión en memoria: cada SUSP abre un
      * tramo, el ENBL siguiente de la misma versión lo cierra. Sin
      * archivo no hay suspensiones.
       1730-CARGAR-SUSPENSIONES.
           OPEN INPUT SUSP-FILE
           IF NOT WS-PSUSP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PSUSP-EOF
               READ SUSP-FILE
                   AT END
                       SET WS-PSUSP-EOF TO TRUE
                   NOT AT END
                       IF PS-VERSION NUMERIC AND PS-DATE NUMERIC
                           PERFORM 1735-ANOTAR-SUSPENSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           IF WS-PSP-COUNT > 0
               DISPLAY "[DEBUG] 1730-CARGAR-SUSPENSIONES - "
                   WS-PSP-COUNT " tramos de suspensión en memoria"
           END-IF
           EXIT.

       1735-ANOTAR-SUSPENSION.
           IF PS-ACTION = "SUSP"
               IF WS-PSP-COUNT < WS-MAX-PSP
                   ADD 1 TO WS-PSP-COUNT
                   MOVE PS-NAME TO PSP-NAME(WS-PSP-COUNT)
                   MOVE PS-VERSION TO PSP-VERSION(WS-PSP-COUNT)
                   MOVE PS-DATE TO PSP-START(WS-PSP-COUNT)
                   MOVE 0 TO PSP-END(WS-PSP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SP FROM 1 BY 1
                   UNTIL WS-SP > WS-PSP-COUNT
               IF PSP-NAME(WS-SP) = PS-NAME
                  AND PSP-VERSION(WS-SP) = PS-VERSION
                  AND PSP-END(WS-SP) = 0
                   MOVE PS-DATE TO PSP-END(WS-SP)
               END-IF
           END-PERFORM
           EXIT.

      * ¿Está suspendida la versión vigente en la fecha del día? El
      * resultado queda en WS-PSP-FLAG (Y/N). La versión 0 (archivo
      * plano, sin historia) no se suspende.
       2957-REVISAR-SUSPENSION.
           MOVE "N" TO WS-PSP-FLAG
           IF WS-PSP-COUNT = 0 OR WS-PROFILE-VER = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SP FROM 1 BY 1
                   UNTIL WS-SP > WS-PSP-COUNT
               IF FUNCTION TRIM(PSP-NAME(WS-SP)) =
                      FUNCTION TRIM(WS-PROFILE-NAME)
                  AND PSP-VERSION(WS-SP) = WS-PROFILE-VER
                  AND PSP-START(WS-SP) <= HD-DATE(WS-D)
                  AND (PSP-END(WS-SP) = 0
                       OR HD-DATE(WS-D) < PSP-END(WS-SP))
                   MOVE "Y" TO WS-PSP-FLAG
               END-IF
           END-PERFORM
           EXIT.

      * La versión vigente del perfil activo para la fecha del día:
      * la fecha efectiva más reciente en o antes del día (y entre
      * empatadas, la versión más alta). Si la hay, sus pesos pisan
                   MOVE SH-VOTE TO HD-BOLL-VOTE(WS-DAY-HIT)
               WHEN "STOCHASTIC"
                   MOVE SH-VOTE TO HD-STOCH-VOTE(WS-DAY-HIT)
      * Indicadores que asientan su voto para SCORECARD y AGREEMAT
      * pero no entran en la votación ponderada.
               WHEN "CANDLE"
               WHEN "PSAR"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
                   MOVE "HOLD" TO WS-DECISION
               END-IF
           END-IF
           IF WS-BRT-COUNT > 0
               PERFORM 2975-LEER-AMPLITUD-DEL-DIA
               IF WS-CUR-BREADTH = "D" AND WS-DECISION = "BUY "
                   ADD 1 TO WS-VETO-BREADTH
                   MOVE WS-CUR-BR-PCT TO WS-BR-PCT-ED
                   DISPLAY "[AMPLITUD] " HD-DATE(WS-D) " BUY vetado "
                       "en amplitud débil (" WS-BR-PCT-ED
                       "% sobre SMA50)"
                   MOVE "HOLD" TO WS-DECISION
               END-IF
           END-IF
           PERFORM 2960-REVISAR-APAGON
           IF WS-BLACKOUT-FLAG = "Y"
              AND WS-DECISION NOT = "HOLD"
                   WS-DECISION " suprimida, motivo "
                   WS-RESTR-REASON
           END-IF
           PERFORM 2957-REVISAR-SUSPENSION
           IF WS-PSP-FLAG = "Y" AND WS-DECISION = "BUY "
               ADD 1 TO WS-PSP-SUPR
               DISPLAY "[SUSPENDIDO] " HD-DATE(WS-D) " "
                   FUNCTION TRIM(WS-PROFILE-NAME) " versión "
                   WS-PROFILE-VER " suspendida, BUY suprimido"
           END-IF
           DISPLAY HD-DATE(WS-D) " " WS-DECISION
               " (score " WS-SCORE ")"
           PERFORM 3100-GRABAR-DECISION
           MOVE WS-BLACKOUT-FLAG TO DEC-BLACKOUT
           MOVE WS-CUR-WEEKLY TO DEC-WEEKLY
           MOVE WS-PROFILE-VER TO DEC-PROFILE-VER
           MOVE WS-CUR-BREADTH TO DEC-BREADTH
           WRITE DECISION-RECORD
           EXIT.

           IF WS-RESTR-FLAG = "N" AND SIG-OUT-TYPE = "B"
               MOVE SPACE TO SIG-OUT-TYPE
           END-IF
      * Versión suspendida: igual que NONEW, sin compra nueva.
           IF WS-PSP-FLAG = "Y" AND SIG-OUT-TYPE = "B"
               MOVE SPACE TO SIG-OUT-TYPE
           END-IF
           WRITE STRAT-SIGNAL-RECORD
           ADD 1 TO WS-SIG-COUNT
           EXIT.
