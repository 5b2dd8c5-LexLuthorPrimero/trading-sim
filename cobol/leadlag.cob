       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADLAG.
      * Análisis lead-lag entre mercados: CORRMAT dice qué símbolos
      * se mueven juntos el mismo día; aquí se busca cuál se mueve
      * primero. Lee las series OHLCV fechadas de todos los símbolos
      * del archivo de control de MASTERBATCH (columna final del
      * renglón), arma un eje con la unión de sus fechas y calcula
      * los retornos diarios de cierre sobre ese eje (un día sin
      * barra del símbolo, o sin barra el día anterior del eje,
      * queda sin retorno). Para cada par A/B se correlaciona el
      * retorno de A en t con el de B en t+k para k de -MAXLAG= a
      * +MAXLAG= ruedas: con k positivo A anticipa a B, con k
      * negativo B anticipa a A. El rezago elegido es el de mayor
      * correlación absoluta con al menos MINOBS= observaciones (a
      * igualdad, el más corto) y su significancia es el estadístico
      * t = r * raíz((n-2)/(1-r²)) contra 1.96 (5% a dos colas).
      * Un par es candidato líder/seguidor si el rezago elegido no
      * es cero, es significativo y la correlación a ese rezago
      * conserva el signo y llega a MINCORR= en la primera y en la
      * segunda mitad del eje por separado.
      * Uso: LEADLAG [control] [MAXLAG=5] [MINCORR=0.10] [MINOBS=30]
      * Salida: leadlag_report.dat (un renglón por par y la lista de
      * candidatos) y leadlag_output.csv (el correlograma de cada
      * par, un renglón por rezago, para graficar).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "leadlag_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
           SELECT CSV-FILE ASSIGN TO "leadlag_output.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH (el registro se
      * declara completo: un registro más corto que la línea hace
      * que el resto de la línea vuelva como registros fantasma).
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
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 LLR-LINE        PIC X(100).
       FD  CSV-FILE.
       01  CSV-RECORD.
           05 CSV-LINE        PIC X(80).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "LEADLAG".
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
       01  WS-CONTROL-STATUS  PIC XX.
           88  WS-CONTROL-OK      VALUE "00".
           88  WS-CONTROL-EOF     VALUE "10".
       01  WS-PRICES-STATUS   PIC XX.
           88  WS-PRICES-OK       VALUE "00".
           88  WS-PRICES-EOF      VALUE "10".
       01  WS-REP-FS          PIC XX.
       01  WS-CSV-FS          PIC XX.
       01  WS-CONTROL-PATH    PIC X(200).
       01  WS-PRICES-PATH     PIC X(200).
      * Serie en carga (la llena WS-OHLCV-LOAD).
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
       01  WS-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES      PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP        PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP     PIC S9(12) COMP-3.
      * Por símbolo: las barras tal como vinieron (fecha y cierre)
      * y, ya armado el eje, el retorno de cada día del eje con su
      * marca de disponible.
       01  WS-SYM-TABLE.
           05 WS-SYM-ENTRY OCCURS 20 TIMES.
              10 LS-SYMBOL       PIC X(10).
              10 LS-BAR-COUNT    PIC 9(4) COMP.
              10 LS-BAR OCCURS 5000 TIMES.
                 15 LS-DATE      PIC X(8).
                 15 LS-CLOSE     PIC 9(7)V9(4) COMP-3.
              10 LS-DAY OCCURS 5000 TIMES.
                 15 LS-RETURN    PIC S9(3)V9(6) COMP-3.
                 15 LS-HAS       PIC X(1).
       01  WS-SYM-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SYMS        PIC 9(2) COMP VALUE 20.
      * El eje: la unión ordenada de las fechas de todas las series.
       01  WS-AXIS-TABLE.
           05 AX-DATE OCCURS 5000 TIMES PIC X(8).
       01  WS-AX-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-MERGE-TABLE.
           05 MG-DATE OCCURS 5000 TIMES PIC X(8).
       01  WS-MG-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-MAX-AXIS        PIC 9(4) COMP VALUE 5000.
       01  WS-AXIS-CUT        PIC 9(4) COMP VALUE 0.
       01  WS-PREV-CLOSE      PIC 9(7)V9(4) COMP-3.
       01  WS-DAY-CLOSE       PIC 9(7)V9(4) COMP-3.
       01  WS-MAX-LAG         PIC S9(2) COMP VALUE 5.
       01  WS-MIN-CORR        PIC 9V9(4) COMP-3 VALUE 0.10.
       01  WS-MIN-OBS         PIC 9(4) COMP VALUE 30.
       01  WS-T-CRIT          PIC 9V99 COMP-3 VALUE 1.96.
       01  WS-LAG             PIC S9(2) COMP.
       01  WS-LAG-ABS         PIC 9(2) COMP.
       01  WS-T-FROM          PIC 9(4) COMP.
       01  WS-T-TO            PIC 9(4) COMP.
       01  WS-MID             PIC 9(4) COMP.
       01  WS-U               PIC S9(5) COMP.
      * Acumuladores de la correlación de Pearson.
       01  WS-N               PIC 9(4) COMP.
       01  WS-SUM-X           PIC S9(9)V9(6) COMP-3.
       01  WS-SUM-Y           PIC S9(9)V9(6) COMP-3.
       01  WS-SUM-XY          PIC S9(11)V9(8) COMP-3.
       01  WS-SUM-XX          PIC S9(11)V9(8) COMP-3.
       01  WS-SUM-YY          PIC S9(11)V9(8) COMP-3.
       01  WS-NUMER           PIC S9(13)V9(8) COMP-3.
       01  WS-DENOM-X         PIC S9(13)V9(8) COMP-3.
       01  WS-DENOM-Y         PIC S9(13)V9(8) COMP-3.
       01  WS-DENOM           PIC 9(13)V9(6) COMP-3.
       01  WS-CORR            PIC S9V9(4) COMP-3.
       01  WS-ONE-MINUS-R2    PIC 9V9(8) COMP-3.
       01  WS-T-DF            PIC 9(9)V9(6) COMP-3.
       01  WS-T-RATIO         PIC 9(9)V9(6) COMP-3.
       01  WS-T-STAT          PIC S9(5)V99 COMP-3.
      * El mejor rezago del par en curso y sus mitades.
       01  WS-BEST-LAG        PIC S9(2) COMP.
       01  WS-BEST-CORR       PIC S9V9(4) COMP-3.
       01  WS-BEST-ABS        PIC 9V9(4) COMP-3.
       01  WS-BEST-N          PIC 9(4) COMP.
       01  WS-BEST-T          PIC S9(5)V99 COMP-3.
       01  WS-ZERO-CORR       PIC S9V9(4) COMP-3.
       01  WS-ABS-CORR        PIC 9V9(4) COMP-3.
       01  WS-HALF1-CORR      PIC S9V9(4) COMP-3.
       01  WS-HALF2-CORR      PIC S9V9(4) COMP-3.
       01  WS-SIG-FLAG        PIC X(1).
       01  WS-BEST-MARK       PIC X(1).
       01  WS-STABLE-FLAG     PIC X(1).
      * Candidatos líder/seguidor, para la sección final.
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 190 TIMES.
              10 CD-LEADER       PIC X(10).
              10 CD-FOLLOWER     PIC X(10).
              10 CD-LAG          PIC 9(2) COMP.
              10 CD-CORR         PIC S9V9(4) COMP-3.
              10 CD-HALF1        PIC S9V9(4) COMP-3.
              10 CD-HALF2        PIC S9V9(4) COMP-3.
              10 CD-T            PIC S9(5)V99 COMP-3.
       01  WS-CAND-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-PAIR-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-CORR-ED         PIC +9.9999.
       01  WS-CORR0-ED        PIC +9.9999.
       01  WS-HALF1-ED        PIC +9.9999.
       01  WS-HALF2-ED        PIC +9.9999.
       01  WS-T-ED            PIC +++++9.99.
       01  WS-LAG-ED          PIC ++9.
       01  WS-ABS-LAG-ED      PIC Z9.
       01  WS-NUM-ED          PIC Z(4)9.
       01  WS-A               PIC 9(2) COMP.
       01  WS-B               PIC 9(2) COMP.
       01  WS-C               PIC 9(3) COMP.
       01  WS-S               PIC 9(2) COMP.
       01  WS-D               PIC 9(4) COMP.
       01  WS-I               PIC 9(4) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-K               PIC 9(2) COMP.
       01  WS-SYM-SKIPPED     PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa LEADLAG iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-SIMBOLOS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SYM-COUNT < 2
               DISPLAY "ERROR: el análisis necesita al menos dos "
                   "símbolos con serie OHLCV"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-ARMAR-EJE
           PERFORM 3500-CALCULAR-RETORNOS
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           PERFORM 4000-ANALIZAR-PARES
           PERFORM 5000-ESCRIBIR-CANDIDATOS
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           DISPLAY "[LEADLAG] " WS-SYM-COUNT " símbolos, "
               WS-AX-COUNT " fechas, " WS-PAIR-COUNT " pares, "
               WS-CAND-COUNT " candidatos líder/seguidor"
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "MAXLAG="
                       MOVE "MAXLAG" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "MINCORR="
                       MOVE "MINCORR" TO WS-PARM-KEY
                       MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "MINOBS="
                       MOVE "MINOBS" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "MAXLAG" TO PRM-NAME(1)
           MOVE "5" TO PRM-DEFAULT(1)
           MOVE "MINCORR" TO PRM-NAME(2)
           MOVE "0.10" TO PRM-DEFAULT(2)
           MOVE "MINOBS" TO PRM-NAME(3)
           MOVE "30" TO PRM-DEFAULT(3)
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
      * MINCORR=0 es válido (sin piso de correlación).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 2)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 20)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 1)
                   OR (WS-PARM-I = 3
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 3
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 5000))
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
           COMPUTE WS-MAX-LAG = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-MIN-CORR = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-MIN-OBS = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       2000-CARGAR-SIMBOLOS.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "ERROR: archivo de control ilegible FS="
                   WS-CONTROL-STATUS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2500-PROCESAR-SIMBOLO
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-SIMBOLOS - " WS-SYM-COUNT
               " símbolos, " WS-SYM-SKIPPED " omitidos"
           EXIT.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2100-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Un renglón sin columna OHLCV, o con una serie ilegible o
      * vacía, deja al símbolo fuera del análisis con aviso; el
      * resto del lote sigue.
       2500-PROCESAR-SIMBOLO.
           IF CTL-OHLCV-PATH = SPACES
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " sin serie OHLCV en el renglón de control"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-SYM-COUNT >= WS-MAX-SYMS
               DISPLAY "WARNING: tabla de símbolos llena, "
                   FUNCTION TRIM(CTL-SYMBOL) " omitido"
               ADD 1 TO WS-SYM-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-OHLCV-PATH TO WS-PRICES-PATH
           MOVE 0 TO WS-EXIT-CODE
           PERFORM 2100-LEER-OHLCV
           IF WS-EXIT-CODE NOT = 0 OR WS-COUNT < 2
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-SYMBOL)
                   " omitido, serie ilegible o de menos de dos "
                   "barras: " FUNCTION TRIM(WS-PRICES-PATH)
               ADD 1 TO WS-SYM-SKIPPED
               MOVE 0 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYM-COUNT
           MOVE WS-SYM-COUNT TO WS-S
           MOVE FUNCTION TRIM(CTL-SYMBOL) TO LS-SYMBOL(WS-S)
           MOVE WS-COUNT TO LS-BAR-COUNT(WS-S)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE WS-OHLCV-DATE(WS-I) TO LS-DATE(WS-S, WS-I)
               MOVE WS-OHLCV-CLOSE(WS-I) TO LS-CLOSE(WS-S, WS-I)
           END-PERFORM
           EXIT.

      * El eje se funde serie por serie: las dos listas van en orden
      * cronológico, así que alcanza con un cursor en cada una. Si la
      * unión no entra en la tabla se conservan las fechas más
      * viejas y se avisa.
       3000-ARMAR-EJE.
           MOVE 0 TO WS-AX-COUNT
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
               PERFORM 3100-FUNDIR-SERIE
           END-PERFORM
           IF WS-AXIS-CUT > 0
               DISPLAY "WARNING: eje de fechas lleno, "
                   WS-AXIS-CUT " fechas descartadas"
           END-IF
           COMPUTE WS-MID = WS-AX-COUNT / 2
           DISPLAY "[DEBUG] 3000-ARMAR-EJE - " WS-AX-COUNT
               " fechas en el eje"
           EXIT.

       3100-FUNDIR-SERIE.
           MOVE 0 TO WS-MG-COUNT
           MOVE 1 TO WS-I
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-I > WS-AX-COUNT
                     AND WS-J > LS-BAR-COUNT(WS-S)
               IF WS-MG-COUNT >= WS-MAX-AXIS
                   ADD 1 TO WS-AXIS-CUT
                   IF WS-I <= WS-AX-COUNT
                       ADD 1 TO WS-I
                   ELSE
                       ADD 1 TO WS-J
                   END-IF
               ELSE
                   ADD 1 TO WS-MG-COUNT
                   EVALUATE TRUE
                       WHEN WS-J > LS-BAR-COUNT(WS-S)
                           MOVE AX-DATE(WS-I) TO MG-DATE(WS-MG-COUNT)
                           ADD 1 TO WS-I
                       WHEN WS-I > WS-AX-COUNT
                           MOVE LS-DATE(WS-S, WS-J)
                               TO MG-DATE(WS-MG-COUNT)
                           ADD 1 TO WS-J
                       WHEN AX-DATE(WS-I) < LS-DATE(WS-S, WS-J)
                           MOVE AX-DATE(WS-I) TO MG-DATE(WS-MG-COUNT)
                           ADD 1 TO WS-I
                       WHEN AX-DATE(WS-I) > LS-DATE(WS-S, WS-J)
                           MOVE LS-DATE(WS-S, WS-J)
                               TO MG-DATE(WS-MG-COUNT)
                           ADD 1 TO WS-J
                       WHEN OTHER
                           MOVE AX-DATE(WS-I) TO MG-DATE(WS-MG-COUNT)
                           ADD 1 TO WS-I
                           ADD 1 TO WS-J
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-MG-COUNT
               MOVE MG-DATE(WS-D) TO AX-DATE(WS-D)
           END-PERFORM
           MOVE WS-MG-COUNT TO WS-AX-COUNT
           EXIT.

      * Retorno del día del eje: cierre del día sobre cierre del día
      * anterior del eje, con barra del símbolo en los dos.
       3500-CALCULAR-RETORNOS.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
               MOVE 1 TO WS-J
               MOVE 0 TO WS-PREV-CLOSE
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-AX-COUNT
                   PERFORM 3600-RETORNO-DIA
               END-PERFORM
           END-PERFORM
           EXIT.

       3600-RETORNO-DIA.
           MOVE 0 TO LS-RETURN(WS-S, WS-D)
           MOVE "N" TO LS-HAS(WS-S, WS-D)
           MOVE 0 TO WS-DAY-CLOSE
           PERFORM UNTIL WS-J > LS-BAR-COUNT(WS-S)
                      OR LS-DATE(WS-S, WS-J) >= AX-DATE(WS-D)
               ADD 1 TO WS-J
           END-PERFORM
           IF WS-J <= LS-BAR-COUNT(WS-S)
              AND LS-DATE(WS-S, WS-J) = AX-DATE(WS-D)
               MOVE LS-CLOSE(WS-S, WS-J) TO WS-DAY-CLOSE
           END-IF
           IF WS-DAY-CLOSE > 0 AND WS-PREV-CLOSE > 0
               COMPUTE LS-RETURN(WS-S, WS-D) ROUNDED =
                   (WS-DAY-CLOSE - WS-PREV-CLOSE) / WS-PREV-CLOSE
               MOVE "Y" TO LS-HAS(WS-S, WS-D)
           END-IF
           MOVE WS-DAY-CLOSE TO WS-PREV-CLOSE
           EXIT.

      * Correlograma de cada par: un renglón de CSV por rezago y un
      * renglón de reporte con el mejor rezago.
       4000-ANALIZAR-PARES.
           MOVE SPACES TO LLR-LINE
           MOVE WS-MAX-LAG TO WS-ABS-LAG-ED
           MOVE WS-AX-COUNT TO WS-NUM-ED
           STRING "LEAD-LAG DE RETORNOS DIARIOS - REZAGO MAXIMO "
               WS-ABS-LAG-ED " - EJE " WS-NUM-ED " FECHAS"
               DELIMITED BY SIZE INTO LLR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO LLR-LINE
           STRING "SIMBOLO-A  SIMBOLO-B  REZ    CORR         T S"
               "  CORR-0     N"
               DELIMITED BY SIZE INTO LLR-LINE
           WRITE REPORT-RECORD
           MOVE "SYMA,SYMB,LAG,CORR,N,BEST" TO CSV-LINE
           WRITE CSV-RECORD
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-SYM-COUNT
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-SYM-COUNT
                   IF WS-B > WS-A
                       PERFORM 4100-ANALIZAR-PAR
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * Los rezagos se recorren del cero hacia afuera (0, +1, -1,
      * +2, -2, ...) para que a igual correlación gane el más corto.
       4100-ANALIZAR-PAR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE 0 TO WS-BEST-LAG
           MOVE 0 TO WS-BEST-CORR
           MOVE 0 TO WS-BEST-ABS
           MOVE 0 TO WS-BEST-N
           MOVE 0 TO WS-BEST-T
           MOVE 0 TO WS-ZERO-CORR
           MOVE 1 TO WS-T-FROM
           MOVE WS-AX-COUNT TO WS-T-TO
           PERFORM VARYING WS-K FROM 0 BY 1 UNTIL WS-K > WS-MAX-LAG
               MOVE WS-K TO WS-LAG
               PERFORM 4200-PROBAR-REZAGO
               IF WS-K = 0
                   MOVE WS-CORR TO WS-ZERO-CORR
               ELSE
                   COMPUTE WS-LAG = 0 - WS-K
                   PERFORM 4200-PROBAR-REZAGO
               END-IF
           END-PERFORM
           PERFORM 4300-ESCRIBIR-CORRELOGRAMA
           MOVE "N" TO WS-SIG-FLAG
           IF WS-BEST-N >= WS-MIN-OBS
              AND (WS-BEST-T >= WS-T-CRIT
                   OR WS-BEST-T <= 0 - WS-T-CRIT)
               MOVE "Y" TO WS-SIG-FLAG
           END-IF
           MOVE "N" TO WS-STABLE-FLAG
           MOVE 0 TO WS-HALF1-CORR
           MOVE 0 TO WS-HALF2-CORR
           IF WS-SIG-FLAG = "Y" AND WS-BEST-LAG NOT = 0
               PERFORM 4400-PROBAR-MITADES
           END-IF
           PERFORM 4500-ESCRIBIR-PAR
           EXIT.

      * Correlación al rezago WS-LAG sobre todo el eje; si mejora la
      * marca del par con las observaciones mínimas, la reemplaza.
       4200-PROBAR-REZAGO.
           PERFORM 4600-CORRELACIONAR-REZAGO
           IF WS-N < WS-MIN-OBS
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR < 0
               COMPUTE WS-ABS-CORR = 0 - WS-CORR
           ELSE
               MOVE WS-CORR TO WS-ABS-CORR
           END-IF
           IF WS-ABS-CORR > WS-BEST-ABS OR WS-BEST-N = 0
               MOVE WS-LAG TO WS-BEST-LAG
               MOVE WS-CORR TO WS-BEST-CORR
               MOVE WS-ABS-CORR TO WS-BEST-ABS
               MOVE WS-N TO WS-BEST-N
               PERFORM 4700-ESTADISTICO-T
               MOVE WS-T-STAT TO WS-BEST-T
           END-IF
           EXIT.

      * El correlograma completo del par, de -MAXLAG= a +MAXLAG=,
      * marcando el rezago elegido.
       4300-ESCRIBIR-CORRELOGRAMA.
           COMPUTE WS-LAG = 0 - WS-MAX-LAG
           PERFORM UNTIL WS-LAG > WS-MAX-LAG
               PERFORM 4600-CORRELACIONAR-REZAGO
               MOVE WS-CORR TO WS-CORR-ED
               MOVE WS-LAG TO WS-LAG-ED
               MOVE WS-N TO WS-NUM-ED
               IF WS-LAG = WS-BEST-LAG AND WS-BEST-N > 0
                   MOVE "Y" TO WS-BEST-MARK
               ELSE
                   MOVE "N" TO WS-BEST-MARK
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(LS-SYMBOL(WS-A)) ","
                   FUNCTION TRIM(LS-SYMBOL(WS-B)) ","
                   FUNCTION TRIM(WS-LAG-ED) "," WS-CORR-ED ","
                   FUNCTION TRIM(WS-NUM-ED) "," WS-BEST-MARK
                   DELIMITED BY SIZE INTO CSV-LINE
               WRITE CSV-RECORD
               ADD 1 TO WS-LAG
           END-PERFORM
           EXIT.

      * La misma correlación al rezago elegido en cada mitad del eje
      * (la mitad la decide la fecha del retorno de A).
       4400-PROBAR-MITADES.
           MOVE WS-BEST-LAG TO WS-LAG
           MOVE 1 TO WS-T-FROM
           MOVE WS-MID TO WS-T-TO
           PERFORM 4600-CORRELACIONAR-REZAGO
           MOVE WS-CORR TO WS-HALF1-CORR
           COMPUTE WS-T-FROM = WS-MID + 1
           MOVE WS-AX-COUNT TO WS-T-TO
           PERFORM 4600-CORRELACIONAR-REZAGO
           MOVE WS-CORR TO WS-HALF2-CORR
           MOVE 1 TO WS-T-FROM
           IF WS-BEST-CORR > 0
               IF WS-HALF1-CORR >= WS-MIN-CORR
                  AND WS-HALF2-CORR >= WS-MIN-CORR
                   MOVE "Y" TO WS-STABLE-FLAG
               END-IF
           ELSE
               IF WS-HALF1-CORR <= 0 - WS-MIN-CORR
                  AND WS-HALF2-CORR <= 0 - WS-MIN-CORR
                   MOVE "Y" TO WS-STABLE-FLAG
               END-IF
           END-IF
           IF WS-STABLE-FLAG = "Y" AND WS-CAND-COUNT < 190
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-CAND-COUNT TO WS-C
               IF WS-BEST-LAG > 0
                   MOVE LS-SYMBOL(WS-A) TO CD-LEADER(WS-C)
                   MOVE LS-SYMBOL(WS-B) TO CD-FOLLOWER(WS-C)
                   MOVE WS-BEST-LAG TO CD-LAG(WS-C)
               ELSE
                   MOVE LS-SYMBOL(WS-B) TO CD-LEADER(WS-C)
                   MOVE LS-SYMBOL(WS-A) TO CD-FOLLOWER(WS-C)
                   COMPUTE CD-LAG(WS-C) = 0 - WS-BEST-LAG
               END-IF
               MOVE WS-BEST-CORR TO CD-CORR(WS-C)
               MOVE WS-HALF1-CORR TO CD-HALF1(WS-C)
               MOVE WS-HALF2-CORR TO CD-HALF2(WS-C)
               MOVE WS-BEST-T TO CD-T(WS-C)
           END-IF
           EXIT.

       4500-ESCRIBIR-PAR.
           MOVE WS-BEST-LAG TO WS-LAG-ED
           MOVE WS-BEST-CORR TO WS-CORR-ED
           MOVE WS-BEST-T TO WS-T-ED
           MOVE WS-ZERO-CORR TO WS-CORR0-ED
           MOVE WS-BEST-N TO WS-NUM-ED
           MOVE SPACES TO LLR-LINE
           IF WS-BEST-N = 0
               STRING LS-SYMBOL(WS-A) " " LS-SYMBOL(WS-B)
                   " SIN OBSERVACIONES SUFICIENTES"
                   DELIMITED BY SIZE INTO LLR-LINE
           ELSE
               STRING LS-SYMBOL(WS-A) " " LS-SYMBOL(WS-B) " "
                   WS-LAG-ED " " WS-CORR-ED " " WS-T-ED " "
                   WS-SIG-FLAG " " WS-CORR0-ED " " WS-NUM-ED
                   DELIMITED BY SIZE INTO LLR-LINE
           END-IF
           WRITE REPORT-RECORD
           DISPLAY LLR-LINE
           EXIT.

      * Pearson entre el retorno de A en t y el de B en t+WS-LAG,
      * para t de WS-T-FROM a WS-T-TO con los dos días en el eje y
      * con retorno; el resultado queda en WS-CORR y WS-N.
       4600-CORRELACIONAR-REZAGO.
           MOVE 0 TO WS-SUM-X WS-SUM-Y WS-SUM-XY
           MOVE 0 TO WS-SUM-XX WS-SUM-YY
           MOVE 0 TO WS-N
           PERFORM VARYING WS-I FROM WS-T-FROM BY 1
                   UNTIL WS-I > WS-T-TO
               COMPUTE WS-U = WS-I + WS-LAG
               IF WS-U >= 1 AND WS-U <= WS-AX-COUNT
                   IF LS-HAS(WS-A, WS-I) = "Y"
                      AND LS-HAS(WS-B, WS-U) = "Y"
                       PERFORM 4650-ACUMULAR-PAR
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CORR
           IF WS-N < 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMER =
               (WS-N * WS-SUM-XY) - (WS-SUM-X * WS-SUM-Y)
           COMPUTE WS-DENOM-X =
               (WS-N * WS-SUM-XX) - (WS-SUM-X * WS-SUM-X)
           COMPUTE WS-DENOM-Y =
               (WS-N * WS-SUM-YY) - (WS-SUM-Y * WS-SUM-Y)
           IF WS-DENOM-X > 0 AND WS-DENOM-Y > 0
               COMPUTE WS-DENOM =
                   FUNCTION SQRT(WS-DENOM-X * WS-DENOM-Y)
               IF WS-DENOM > 0
                   COMPUTE WS-CORR ROUNDED = WS-NUMER / WS-DENOM
               END-IF
           END-IF
           IF WS-CORR > 1
               MOVE 1 TO WS-CORR
           END-IF
           IF WS-CORR < -1
               MOVE -1 TO WS-CORR
           END-IF
           EXIT.

       4650-ACUMULAR-PAR.
           ADD 1 TO WS-N
           COMPUTE WS-SUM-X = WS-SUM-X + LS-RETURN(WS-A, WS-I)
           COMPUTE WS-SUM-Y = WS-SUM-Y + LS-RETURN(WS-B, WS-U)
           COMPUTE WS-SUM-XY = WS-SUM-XY +
               (LS-RETURN(WS-A, WS-I) * LS-RETURN(WS-B, WS-U))
           COMPUTE WS-SUM-XX = WS-SUM-XX +
               (LS-RETURN(WS-A, WS-I) * LS-RETURN(WS-A, WS-I))
           COMPUTE WS-SUM-YY = WS-SUM-YY +
               (LS-RETURN(WS-B, WS-U) * LS-RETURN(WS-B, WS-U))
           EXIT.

      * t = r * raíz((n-2)/(1-r²)); con |r| = 1 el estadístico se
      * satura en el tope de la columna.
       4700-ESTADISTICO-T.
           COMPUTE WS-ONE-MINUS-R2 = 1 - WS-CORR * WS-CORR
           IF WS-ONE-MINUS-R2 = 0
               IF WS-CORR < 0
                   MOVE -99999.99 TO WS-T-STAT
               ELSE
                   MOVE 99999.99 TO WS-T-STAT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-T-DF = WS-N - 2
           COMPUTE WS-T-RATIO ROUNDED =
               WS-T-DF / WS-ONE-MINUS-R2
           COMPUTE WS-T-STAT ROUNDED = WS-CORR
               * FUNCTION SQRT(WS-T-RATIO)
           EXIT.

      * La lista final: líder, seguidor, ruedas de anticipación, la
      * correlación completa y la de cada mitad.
       5000-ESCRIBIR-CANDIDATOS.
           MOVE SPACES TO LLR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO LLR-LINE
           MOVE WS-MIN-CORR TO WS-CORR-ED
           STRING "CANDIDATOS LIDER/SEGUIDOR - ESTABLES EN AMBAS "
               "MITADES (CORR MINIMA " WS-CORR-ED ")"
               DELIMITED BY SIZE INTO LLR-LINE
           WRITE REPORT-RECORD
           IF WS-CAND-COUNT = 0
               MOVE "SIN CANDIDATOS ESTABLES" TO LLR-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LLR-LINE
           STRING "LIDER      SEGUIDOR   RUEDAS    CORR  MITAD-1"
               "  MITAD-2         T"
               DELIMITED BY SIZE INTO LLR-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAND-COUNT
               MOVE CD-LAG(WS-C) TO WS-ABS-LAG-ED
               MOVE CD-CORR(WS-C) TO WS-CORR-ED
               MOVE CD-HALF1(WS-C) TO WS-HALF1-ED
               MOVE CD-HALF2(WS-C) TO WS-HALF2-ED
               MOVE CD-T(WS-C) TO WS-T-ED
               MOVE SPACES TO LLR-LINE
               STRING CD-LEADER(WS-C) " " CD-FOLLOWER(WS-C) "     "
                   WS-ABS-LAG-ED " " WS-CORR-ED " " WS-HALF1-ED " "
                   WS-HALF2-ED " " WS-T-ED
                   DELIMITED BY SIZE INTO LLR-LINE
               WRITE REPORT-RECORD
               DISPLAY "[LEADLAG] " LLR-LINE
           END-PERFORM
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-SYM-COUNT TO WS-AUDIT-COUNT
           MOVE WS-SYM-SKIPPED TO WS-AUDIT-REJECTS
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
