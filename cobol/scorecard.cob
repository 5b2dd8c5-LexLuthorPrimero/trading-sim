      * día siguiente y reporta, por indicador: tasa de acierto,
      * retorno promedio del día siguiente por voto, y un peso
      * sugerido - evidencia para fijar los pesos de STRATEGY en vez
      * de ajustarlos a ojo. CANDLE no vota en STRATEGY: su voto se
      * toma de signal_history.dat (SIGNALS= para otra ruta) y se
      * cruza por fecha con el precio del archivo de decisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DECISIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT SIGNALS-FILE ASSIGN TO DYNAMIC WS-SIGNALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FS.
           SELECT SCORE-OUT-FILE ASSIGN TO "scorecard_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           05 DEC-ADX        PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DEC-REGIME     PIC X(1).
      * Mismo formato que SIGNAL-HIST-RECORD de RSI/MACD/STOCHASTIC.
       FD  SIGNALS-FILE.
       01  SIGNAL-RECORD.
           05 SH-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 SH-INDICATOR   PIC X(10).
           05 FILLER         PIC X.
           05 SH-VOTE        PIC S9(1).
           05 FILLER         PIC X.
           05 SH-PRICE       PIC 9(7)V9(4).
       FD  SCORE-OUT-FILE.
       01  SCORE-OUT-RECORD.
           05 SC-INDICATOR   PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "SCORECARD".
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
       01  WS-DEC-FS         PIC XX.
           88  WS-DEC-OK     VALUE "00".
           88  WS-DEC-EOF    VALUE "10".
       01  WS-OUT-FS         PIC XX.
       01  WS-DECISIONS-PATH PIC X(200).
       01  WS-SIG-FS         PIC XX.
           88  WS-SIG-OK     VALUE "00".
           88  WS-SIG-EOF    VALUE "10".
       01  WS-SIGNALS-PATH   PIC X(200).
       01  WS-CANDLE-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-DEC-IDX.
              10 DT-DATE        PIC 9(8).
              10 DT-VOTE OCCURS 5 TIMES
                 PIC S9(1).
              10 DT-PRICE       PIC 9(7)V9(4) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DAYS       PIC 9(4) COMP VALUE 2000.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
      * Acumuladores por indicador: 1=MACD 2=RSI 3=BOLL 4=STOCH
      * 5=CANDLE.
       01  WS-STATS-TABLE.
           05 WS-STATS-ENTRY OCCURS 5 TIMES.
              10 ST-VOTES       PIC 9(5) COMP.
              10 ST-HITS        PIC 9(5) COMP.
              10 ST-SUM-RET     PIC S9(7)V9(4) COMP-3.
           05 FILLER         PIC X(10) VALUE "RSI".
           05 FILLER         PIC X(10) VALUE "BOLLINGER".
           05 FILLER         PIC X(10) VALUE "STOCHASTIC".
           05 FILLER         PIC X(10) VALUE "CANDLE".
       01  WS-IND-NAMES-R REDEFINES WS-IND-NAMES.
           05 WS-IND-NAME OCCURS 5 TIMES
              PIC X(10).
       01  WS-I              PIC 9(4) COMP.
       01  WS-K              PIC 9(1) COMP.
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-CARGAR-VELAS
           DISPLAY "[DEBUG] 3000-CALCULAR-ACIERTOS - Procesando "
               WS-COUNT " decisiones"
           PERFORM 3000-CALCULAR-ACIERTOS

       1000-LEER-PARAMETROS.
           MOVE "strategy_decision.dat" TO WS-DECISIONS-PATH
           MOVE "signal_history.dat" TO WS-SIGNALS-PATH
           MOVE SPACES TO WS-ARG1
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               IF WS-ARG1(1:8) = "SIGNALS="
                   MOVE WS-ARG1(9:) TO WS-SIGNALS-PATH
               ELSE
                   MOVE WS-ARG1 TO WS-DECISIONS-PATH
               END-IF
           END-PERFORM
           EXIT.

           MOVE DEC-RSI-VOTE TO DT-VOTE(WS-COUNT, 2)
           MOVE DEC-BOLL-VOTE TO DT-VOTE(WS-COUNT, 3)
           MOVE DEC-STOCH-VOTE TO DT-VOTE(WS-COUNT, 4)
           MOVE 0 TO DT-VOTE(WS-COUNT, 5)
           MOVE DEC-PRICE TO DT-PRICE(WS-COUNT)
           EXIT.

      * Los votos de CANDLE caen en el día de decisión de su misma
      * fecha; un voto sin día de decisión no tiene precio contra el
      * cual medirse y se ignora. Sin historial, CANDLE queda sin
      * votos y con el peso neutro.
       2500-CARGAR-VELAS.
           OPEN INPUT SIGNALS-FILE
           IF NOT WS-SIG-OK
               DISPLAY "WARNING: sin historial de votos "
                   FUNCTION TRIM(WS-SIGNALS-PATH)
                   ", CANDLE sin votos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SIG-EOF
               READ SIGNALS-FILE
                   AT END
                       SET WS-SIG-EOF TO TRUE
                   NOT AT END
                       IF SH-INDICATOR = "CANDLE"
                          AND SH-DATE NUMERIC
                          AND SH-VOTE NUMERIC
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-COUNT
                               IF DT-DATE(WS-I) = SH-DATE
                                   MOVE SH-VOTE TO DT-VOTE(WS-I, 5)
                                   ADD 1 TO WS-CANDLE-COUNT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNALS-FILE
           DISPLAY "[DEBUG] 2500-CARGAR-VELAS - " WS-CANDLE-COUNT
               " votos de CANDLE cruzados con decisiones"
           EXIT.

      * Por cada día con día siguiente conocido: el retorno del día
      * siguiente en porciento, y por cada indicador que votó, si el
      * signo del voto coincidió con el signo del movimiento cuenta
      * como acierto; el retorno direccional (voto por retorno) se
      * acumula para el promedio por voto.
       3000-CALCULAR-ACIERTOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               MOVE 0 TO ST-VOTES(WS-K)
               MOVE 0 TO ST-HITS(WS-K)
               MOVE 0 TO ST-SUM-RET(WS-K)
               COMPUTE WS-NEXT-RET ROUNDED =
                   100 * (DT-PRICE(WS-I + 1) - DT-PRICE(WS-I))
                   / DT-PRICE(WS-I)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
                   MOVE DT-VOTE(WS-I, WS-K) TO WS-VOTE
                   IF WS-VOTE NOT = 0
                       ADD 1 TO ST-VOTES(WS-K)
      * 0.00. Sin votos suficientes el peso queda en 1.00 (sin
      * evidencia no se premia ni se castiga).
       4000-ESCRIBIR-REPORTE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               IF ST-VOTES(WS-K) > 0
                   COMPUTE WS-HIT-PCT ROUNDED =
                       100 * ST-HITS(WS-K) / ST-VOTES(WS-K)
