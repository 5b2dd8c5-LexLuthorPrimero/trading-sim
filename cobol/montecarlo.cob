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
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
       FD  MC-OUT-FILE.
       01  MC-OUT-RECORD.
           05 MC-LINE         PIC X(80).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "MONTECARLO".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-R               PIC 9(4) COMP.
       01  WS-I               PIC 9(5) COMP.
       01  WS-J               PIC 9(5) COMP.
      * Camino remuestreado (WS-MC-RESAMPLE): índices sobre la
      * tabla de P&L, barajados en el lugar de camino en camino.
       01  WS-MC-TABLE.
           05 WS-MC-PICK OCCURS 10000 TIMES PIC 9(5) COMP.
       01  WS-MC-N            PIC 9(5) COMP.
       01  WS-MC-MODE         PIC X(1) VALUE "S".
       01  WS-MC-I            PIC 9(5) COMP.
       01  WS-MC-J            PIC 9(5) COMP.
       01  WS-MC-SWAP         PIC 9(5) COMP.
       01  WS-MC-RANDOM       PIC V9(9) COMP-3.
       01  WS-CAPITAL         PIC S9(9)V99 COMP-3.
       01  WS-PEAK            PIC S9(9)V99 COMP-3.
       01  WS-DD              PIC 9(3)V99 COMP-3.
           05 RPT-V50         PIC -(8)9.99.
           05 FILLER          PIC XX VALUE SPACES.
           05 RPT-V95         PIC -(8)9.99.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
      * inicial y el de ruta, el ledger.
       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               MOVE FUNCTION TEST-NUMVAL(WS-ARG1) TO WS-NUMVAL-RC
               EVALUATE TRUE
                   WHEN WS-ARG1(1:5) = "RUNS="
                       MOVE "RUNS" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "LIMIT="
                       MOVE "LIMIT" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "SEED="
                       MOVE "SEED" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-NUMVAL-RC = 0
                       MOVE "CAPITAL" TO WS-PARM-KEY
                       MOVE WS-ARG1 TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-LEDGER-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-RUNS > WS-MAX-RUNS
               MOVE WS-MAX-RUNS TO WS-RUNS
           END-IF
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "RUNS" TO PRM-NAME(1)
           MOVE "500" TO PRM-DEFAULT(1)
           MOVE "LIMIT" TO PRM-NAME(2)
           MOVE "20.00" TO PRM-DEFAULT(2)
           MOVE "SEED" TO PRM-NAME(3)
           MOVE "0" TO PRM-DEFAULT(3)
           MOVE "CAPITAL" TO PRM-NAME(4)
           MOVE "10000.00" TO PRM-DEFAULT(4)
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
      * RUNS se topa en 2000 (WS-MAX-RUNS), y el tope es lo que
      * queda registrado.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
                   OR (WS-PARM-I = 1
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
                   OR ((WS-PARM-I = 3 OR 4)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999)
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
           IF FUNCTION NUMVAL(PRM-VALUE(1)) > WS-MAX-RUNS
               MOVE "2000" TO PRM-VALUE(1)
           END-IF
           COMPUTE WS-RUNS = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-DD-LIMIT = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-SEED = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-STARTING-CAPITAL = FUNCTION NUMVAL(PRM-VALUE(4)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       2000-CARGAR-PNL.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                          AND LED-TYPE NOT = "SKIPS"
                          AND LED-TYPE NOT = "ADDLG"
                          AND LED-TYPE NOT = "ADDSH"
                          AND LED-TYPE NOT = "CORPA"
                          AND WS-TRADE-COUNT < WS-MAX-TRADES
                           ADD 1 TO WS-TRADE-COUNT
                           MOVE LED-PNL TO
      * reproducción contra el capital inicial, registrando capital
      * final y drawdown máximo del camino.
       3000-REMUESTREAR.
           MOVE WS-TRADE-COUNT TO WS-MC-N
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRADE-COUNT
               MOVE WS-I TO WS-MC-PICK(WS-I)
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUNS
               PERFORM 3100-BARAJAR
               MOVE WS-STARTING-CAPITAL TO WS-CAPITAL
               MOVE WS-STARTING-CAPITAL TO WS-PEAK
               MOVE 0 TO WS-MAX-DD
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TRADE-COUNT
                   ADD WS-PNL-ENTRY(WS-MC-PICK(WS-I)) TO WS-CAPITAL
                   IF WS-CAPITAL > WS-PEAK
                       MOVE WS-CAPITAL TO WS-PEAK
                   END-IF
           END-PERFORM
           EXIT.

       3100-BARAJAR.
           COPY WS-MC-RESAMPLE.

      * Ordena los resultados por intercambio y toma los índices de
      * los percentiles 5, 50 y 95 de cada distribución.
       4000-CALCULAR-PERCENTILES.
