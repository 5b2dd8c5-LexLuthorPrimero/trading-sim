       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRINSON.
      * Atribución Brinson por sector de una corrida de PORTSIM:
      * PORTATTR dice qué símbolos ganaron la plata, no si el
      * retorno sobre la referencia vino de cargar un sector o de
      * elegir bien dentro de él. Por mes calendario de la curva
      * (portsim_equity.dat) arma el peso y el retorno de cada
      * sector del libro a partir de portsim_ledger.dat: cada
      * operación reparte su P&L entre los meses que estuvo abierta
      * en proporción a los días, y su nocional de entrada (precio
      * por acciones, negativo si es corta) pesa en cada mes por la
      * fracción del mes que estuvo abierta. El peso es ese
      * nocional sobre el equity al cierre del mes anterior (el
      * primer mes, la primera valuación) y el retorno es el P&L
      * del sector sobre su nocional; lo que no está invertido es
      * el sector CASH, con retorno cero. El sector de cada símbolo
      * es SYM-SECTOR de symbol_master.dat; sin fila (o sin
      * maestro) cae en OTROS - ahí va también la cobertura beta.
      * Contra los pesos y retornos de la referencia por sector y
      * mes (brinson_benchmark.dat, en porciento) cada sector da
      * los tres efectos de Brinson-Hood-Beebower:
      *   asignación   (Pc - Pr) * Rr
      *   selección    Pr * (Rc - Rr)
      *   interacción  (Pc - Pr) * (Rc - Rr)
      * (un sector sin peso en el libro toma Rc = Rr, su efecto es
      * todo asignación). El retorno del libro del mes sale de la
      * curva; lo que el ledger no explica (dividendos, acarreo, el
      * reparto lineal dentro de la operación) queda como RESIDUO,
      * así los efectos más el residuo suman el retorno activo.
      * Los meses se enlazan con los factores de Cariño: cada
      * efecto mensual se multiplica por k(t)/K, con
      * k = (ln(1+Rc) - ln(1+Rr)) / (Rc - Rr) del mes y K el mismo
      * factor sobre los retornos acumulados, y la suma enlazada da
      * exacto el retorno activo acumulado. Un mes sin filas de
      * referencia queda fuera del enlace con aviso (RC 2).
      * Uso: BRINSON [ledger] [curva de equity]
      *      [BENCH=brinson_benchmark.dat]
      * Salida: brinson_report.dat (reporte imprimible: un bloque
      * por mes y el total enlazado por sector) y brinson_output.csv
      * (los mismos números en porciento, PERIODO TOTAL para el
      * enlazado).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FS.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT BENCH-FILE ASSIGN TO DYNAMIC WS-BENCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCH-FS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
           SELECT REPORT-FILE ASSIGN TO "brinson_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
           SELECT CSV-FILE ASSIGN TO "brinson_output.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que LEDGER-RECORD de PORTSIM.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 FILLER          PIC X.
           05 LED-SYMBOL      PIC X(10).
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
           05 LED-REASON      PIC X(20).
           05 FILLER          PIC X.
           05 LED-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LED-EXIT-DATE   PIC 9(8).
      * Mismo formato que EQUITY-RECORD de PORTSIM (se usan fecha y
      * equity; el resto de la línea se lee sin usarse).
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-OPEN-POS     PIC 9(2).
           05 FILLER          PIC X(80).
      * Referencia por mes y sector: período AAAAMM, sector (como
      * SYM-SECTOR, CASH para el efectivo), peso y retorno del mes
      * en porciento. Una línea que no empieza con el período es
      * comentario.
       FD  BENCH-FILE.
       01  BENCH-RECORD.
           05 BB-PERIOD       PIC 9(6).
           05 FILLER          PIC X.
           05 BB-SECTOR       PIC X(8).
           05 FILLER          PIC X.
           05 BB-WEIGHT-RAW   PIC X(10).
           05 FILLER          PIC X.
           05 BB-RETURN-RAW   PIC X(10).
           05 FILLER          PIC X(43).
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT.
       FD  SYMMASTER-FILE.
       01  SYMBOL-MASTER-RECORD.
           05 SYM-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 SYM-NAME        PIC X(30).
           05 FILLER          PIC X.
           05 SYM-EXCHANGE    PIC X(8).
           05 FILLER          PIC X.
           05 SYM-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 SYM-SECTOR      PIC X(8).
           05 FILLER          PIC X.
           05 SYM-BOARD-LOT   PIC 9(5).
           05 FILLER          PIC X.
           05 SYM-TICK-SIZE   PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 BRR-LINE        PIC X(100).
       FD  CSV-FILE.
       01  CSV-RECORD.
           05 CSV-LINE        PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "BRINSON".
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
       01  WS-LEDGER-FS       PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK       VALUE "00".
           88  WS-EQUITY-EOF      VALUE "10".
       01  WS-BENCH-FS        PIC XX.
           88  WS-BENCH-OK        VALUE "00".
           88  WS-BENCH-EOF       VALUE "10".
       01  WS-SYMMASTER-FS    PIC XX.
           88  WS-SYMMASTER-OK    VALUE "00".
       01  WS-SYMVAL-FLAG     PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON       VALUE "Y".
       01  WS-REP-FS          PIC XX.
       01  WS-CSV-FS          PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-BENCH-PATH      PIC X(200).
      * Meses de la curva: equity base (cierre del mes anterior) y
      * de cierre, los días del mes como enteros de fecha (desde el
      * día 1 hasta el día 1 del mes siguiente), los retornos del
      * mes y su factor de enlace k(t)/K.
       01  WS-MON-TABLE.
           05 WS-MON-ENTRY OCCURS 120 TIMES.
              10 MO-PERIOD       PIC 9(6).
              10 MO-BASE         PIC 9(9)V99 COMP-3.
              10 MO-END          PIC 9(9)V99 COMP-3.
              10 MO-DAY-FROM     PIC 9(7) COMP.
              10 MO-DAY-TO       PIC 9(7) COMP.
              10 MO-HAS-BENCH    PIC X(1).
              10 MO-RP           PIC S9(3)V9(8) COMP-3.
              10 MO-RB           PIC S9(3)V9(8) COMP-3.
              10 MO-RPL          PIC S9(3)V9(8) COMP-3.
              10 MO-RESID        PIC S9(3)V9(8) COMP-3.
              10 MO-LINK         PIC S9(3)V9(8) COMP-3.
       01  WS-MON-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-MAX-MONS        PIC 9(3) COMP VALUE 120.
      * Sectores (del libro y de la referencia) y, por mes, el
      * nocional ponderado por tiempo y el P&L del libro, el peso y
      * retorno de la referencia, y los pesos, retornos y efectos
      * ya calculados; al final, los efectos enlazados.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20 TIMES.
              10 SC-NAME         PIC X(8).
              10 SC-LINK-A       PIC S9(3)V9(8) COMP-3.
              10 SC-LINK-S       PIC S9(3)V9(8) COMP-3.
              10 SC-LINK-I       PIC S9(3)V9(8) COMP-3.
              10 SC-MON OCCURS 120 TIMES.
                 15 SM-EXPO      PIC S9(11)V99 COMP-3.
                 15 SM-PNL       PIC S9(9)V99 COMP-3.
                 15 SM-WP        PIC S9(3)V9(6) COMP-3.
                 15 SM-RP        PIC S9(3)V9(6) COMP-3.
                 15 SM-WB        PIC S9(3)V9(6) COMP-3.
                 15 SM-RB        PIC S9(3)V9(6) COMP-3.
                 15 SM-A         PIC S9(3)V9(8) COMP-3.
                 15 SM-S         PIC S9(3)V9(8) COMP-3.
                 15 SM-I         PIC S9(3)V9(8) COMP-3.
       01  WS-SEC-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SECS        PIC 9(2) COMP VALUE 20.
       01  WS-SEC-NAME        PIC X(8).
       01  WS-SEC-HIT         PIC 9(2) COMP.
       01  WS-CASH-IDX        PIC 9(2) COMP VALUE 0.
       01  WS-PERIOD          PIC 9(6).
       01  WS-MON-HIT         PIC 9(3) COMP.
       01  WS-YEAR            PIC 9(4).
       01  WS-MONTH           PIC 9(2).
       01  WS-DATE-WORK       PIC 9(8).
      * Reparto de una operación entre los meses.
       01  WS-DAY-ENTRY       PIC 9(7) COMP.
       01  WS-DAY-EXIT        PIC 9(7) COMP.
       01  WS-DAYS-HELD       PIC S9(7) COMP.
       01  WS-OVL-FROM        PIC 9(7) COMP.
       01  WS-OVL-TO          PIC 9(7) COMP.
       01  WS-OVERLAP         PIC S9(7) COMP.
       01  WS-MON-DAYS        PIC 9(3) COMP.
       01  WS-NOTIONAL        PIC S9(11)V99 COMP-3.
       01  WS-PART            PIC S9(11)V99 COMP-3.
      * Cálculo de los efectos y del enlace.
       01  WS-SUM-WP          PIC S9(3)V9(6) COMP-3.
       01  WS-SUM-WB          PIC S9(3)V9(6) COMP-3.
       01  WS-CP              PIC S9(3)V9(8) COMP-3.
       01  WS-DW              PIC S9(3)V9(8) COMP-3.
       01  WS-DR              PIC S9(3)V9(8) COMP-3.
       01  WS-RATIO           PIC S9(3)V9(8) COMP-3.
       01  WS-CUM-P           PIC S9(5)V9(8) COMP-3.
       01  WS-CUM-B           PIC S9(5)V9(8) COMP-3.
       01  WS-LN-P            PIC S9(3)V9(10) COMP-3.
       01  WS-LN-B            PIC S9(3)V9(10) COMP-3.
       01  WS-LN-DIFF         PIC S9(3)V9(10) COMP-3.
       01  WS-R-DIFF          PIC S9(5)V9(10) COMP-3.
       01  WS-K-MON           PIC S9(3)V9(8) COMP-3.
       01  WS-K-TOTAL         PIC S9(3)V9(8) COMP-3.
       01  WS-ONE-PLUS        PIC S9(5)V9(8) COMP-3.
       01  WS-TOT-A           PIC S9(3)V9(8) COMP-3.
       01  WS-TOT-S           PIC S9(3)V9(8) COMP-3.
       01  WS-TOT-I           PIC S9(3)V9(8) COMP-3.
       01  WS-TOT-RESID       PIC S9(3)V9(8) COMP-3.
       01  WS-TOT-ACTIVE      PIC S9(3)V9(8) COMP-3.
       01  WS-EFF-SUM         PIC S9(3)V9(8) COMP-3.
       01  WS-LINKED-MONS     PIC 9(3) COMP VALUE 0.
       01  WS-MISSING-MONS    PIC 9(3) COMP VALUE 0.
      * Impresión: porcientos con dos decimales en el reporte y con
      * cuatro en el CSV.
       01  WS-PCT             PIC S9(5)V9(4) COMP-3.
       01  WS-WP-ED           PIC ++++9.99.
       01  WS-WB-ED           PIC ++++9.99.
       01  WS-RP-ED           PIC ++++9.99.
       01  WS-RB-ED           PIC ++++9.99.
       01  WS-A-ED            PIC ++++9.99.
       01  WS-S-ED            PIC ++++9.99.
       01  WS-I-ED            PIC ++++9.99.
       01  WS-T-ED            PIC ++++9.99.
       01  WS-CSV-ED          PIC -(5)9.9999.
       01  WS-CSV-WP          PIC X(12).
       01  WS-CSV-WB          PIC X(12).
       01  WS-CSV-RP          PIC X(12).
       01  WS-CSV-RB          PIC X(12).
       01  WS-CSV-A           PIC X(12).
       01  WS-CSV-S           PIC X(12).
       01  WS-CSV-I           PIC X(12).
       01  WS-CSV-PERIOD      PIC X(6).
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-BENCH-ROWS      PIC 9(5) COMP VALUE 0.
       01  WS-BENCH-UNUSED    PIC 9(5) COMP VALUE 0.
       01  WS-M               PIC 9(3) COMP.
       01  WS-S               PIC 9(2) COMP.
       01  WS-KEYWORD-VAL     PIC X(30).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BRINSON iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-CURVA
           IF WS-MON-COUNT = 0
               DISPLAY "ERROR: curva del libro ilegible o vacía, "
                   "sin meses que atribuir"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-ABRIR-MAESTRO-SIMBOLOS
           PERFORM 3000-ACUMULAR-LEDGER
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           IF WS-EXIT-CODE = 0
               PERFORM 3500-CARGAR-REFERENCIA
           END-IF
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-CALCULAR-EFECTOS
           PERFORM 4500-ENLAZAR-MESES
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           PERFORM 5000-ESCRIBIR-MESES
           PERFORM 5500-ESCRIBIR-TOTAL
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           IF WS-MISSING-MONS > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "portsim_ledger.dat" TO WS-LEDGER-PATH
           MOVE "portsim_equity.dat" TO WS-EQUITY-PATH
           MOVE "brinson_benchmark.dat" TO WS-BENCH-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "BENCH="
                       MOVE WS-ARG1(7:) TO WS-BENCH-PATH
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       IF WS-FILTERED-ARGC = 1
                           MOVE WS-ARG1 TO WS-LEDGER-PATH
                       ELSE
                           MOVE WS-ARG1 TO WS-EQUITY-PATH
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

      * Un mes nuevo por cada cambio de AAAAMM en la curva; su base
      * es el cierre del mes anterior (el primero arranca de su
      * primera valuación) y su cierre la última fila del mes.
       2000-CARGAR-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "WARNING: curva del libro ilegible FS="
                   WS-EQUITY-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       IF EQ-DATE NUMERIC AND EQ-CAPITAL NUMERIC
                           PERFORM 2100-ASENTAR-VALUACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-CURVA - " WS-MON-COUNT
               " meses en la curva"
           EXIT.

       2100-ASENTAR-VALUACION.
           DIVIDE EQ-DATE BY 100 GIVING WS-PERIOD
           IF WS-MON-COUNT > 0
               IF MO-PERIOD(WS-MON-COUNT) = WS-PERIOD
                   MOVE EQ-CAPITAL TO MO-END(WS-MON-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MON-COUNT >= WS-MAX-MONS
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MON-COUNT
           MOVE WS-PERIOD TO MO-PERIOD(WS-MON-COUNT)
           IF WS-MON-COUNT = 1
               MOVE EQ-CAPITAL TO MO-BASE(WS-MON-COUNT)
           ELSE
               MOVE MO-END(WS-MON-COUNT - 1) TO MO-BASE(WS-MON-COUNT)
           END-IF
           MOVE EQ-CAPITAL TO MO-END(WS-MON-COUNT)
           MOVE "N" TO MO-HAS-BENCH(WS-MON-COUNT)
           COMPUTE WS-DATE-WORK = WS-PERIOD * 100 + 1
           COMPUTE MO-DAY-FROM(WS-MON-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           DIVIDE WS-PERIOD BY 100 GIVING WS-YEAR
               REMAINDER WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           COMPUTE WS-DATE-WORK = WS-YEAR * 10000 + WS-MONTH * 100 + 1
           COMPUTE MO-DAY-TO(WS-MON-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           EXIT.

       2500-ABRIR-MAESTRO-SIMBOLOS.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: maestro de símbolos ausente FS="
                   WS-SYMMASTER-FS ", todo el libro en OTROS"
           END-IF
           EXIT.

      * Una pasada por el ledger: las filas SKIPS y SIZEV no son
      * operaciones. Una operación con fechas de entrada y salida
      * reparte P&L y nocional entre los meses que estuvo abierta
      * (la del mismo día cuenta un día en su mes); una fila con
      * una sola fecha (el ajuste de un rebalanceo) lleva su P&L al
      * mes de esa fecha, sin nocional.
       3000-ACUMULAR-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-ACUMULAR-FILA
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "[DEBUG] 3000-ACUMULAR-LEDGER - " WS-ROW-COUNT
               " operaciones en " WS-SEC-COUNT " sectores"
           EXIT.

       3100-ACUMULAR-FILA.
           IF LED-TYPE = "SKIPS" OR LED-TYPE = "SIZEV"
               EXIT PARAGRAPH
           END-IF
           IF LED-PNL NOT NUMERIC OR LED-SYMBOL = SPACES
              OR LED-ENTRY NOT NUMERIC OR LED-SHARES NOT NUMERIC
              OR LED-ENTRY-DATE NOT NUMERIC
              OR LED-EXIT-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-SECTOR-DEL-SIMBOLO
           IF WS-SEC-HIT = 0
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           COMPUTE WS-NOTIONAL = LED-ENTRY * LED-SHARES
           IF LED-TYPE = "SHORT" OR LED-TYPE = "SHRTF"
               COMPUTE WS-NOTIONAL = 0 - WS-NOTIONAL
           END-IF
           IF LED-ENTRY-DATE = 0 OR LED-EXIT-DATE = 0
               IF LED-EXIT-DATE = 0
                   MOVE LED-ENTRY-DATE TO WS-DATE-WORK
               ELSE
                   MOVE LED-EXIT-DATE TO WS-DATE-WORK
               END-IF
               PERFORM 3400-UBICAR-MES
               IF WS-MON-HIT > 0
                   ADD LED-PNL TO SM-PNL(WS-SEC-HIT, WS-MON-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-ENTRY =
               FUNCTION INTEGER-OF-DATE(LED-ENTRY-DATE)
           COMPUTE WS-DAY-EXIT =
               FUNCTION INTEGER-OF-DATE(LED-EXIT-DATE)
           COMPUTE WS-DAYS-HELD = WS-DAY-EXIT - WS-DAY-ENTRY
           IF WS-DAYS-HELD < 1
               MOVE LED-EXIT-DATE TO WS-DATE-WORK
               PERFORM 3400-UBICAR-MES
               IF WS-MON-HIT > 0
                   MOVE WS-MON-HIT TO WS-M
                   MOVE 1 TO WS-OVERLAP
                   MOVE 1 TO WS-DAYS-HELD
                   PERFORM 3300-REPARTIR-EN-MES
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-COUNT
               IF WS-DAY-ENTRY > MO-DAY-FROM(WS-M)
                   MOVE WS-DAY-ENTRY TO WS-OVL-FROM
               ELSE
                   MOVE MO-DAY-FROM(WS-M) TO WS-OVL-FROM
               END-IF
               IF WS-DAY-EXIT < MO-DAY-TO(WS-M)
                   MOVE WS-DAY-EXIT TO WS-OVL-TO
               ELSE
                   MOVE MO-DAY-TO(WS-M) TO WS-OVL-TO
               END-IF
               COMPUTE WS-OVERLAP = WS-OVL-TO - WS-OVL-FROM
               IF WS-OVERLAP > 0
                   PERFORM 3300-REPARTIR-EN-MES
               END-IF
           END-PERFORM
           EXIT.

      * El sector del símbolo de la fila; sin maestro o sin fila en
      * él va a OTROS.
       3200-SECTOR-DEL-SIMBOLO.
           MOVE SPACES TO WS-SEC-NAME
           IF WS-SYMVAL-ON
               MOVE LED-SYMBOL TO SYM-SYMBOL
               READ SYMMASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-SEC-NAME
                   NOT INVALID KEY
                       MOVE SYM-SECTOR TO WS-SEC-NAME
               END-READ
           END-IF
           IF WS-SEC-NAME = SPACES
               MOVE "OTROS" TO WS-SEC-NAME
           END-IF
           PERFORM 3250-UBICAR-SECTOR
           EXIT.

      * Busca WS-SEC-NAME en la tabla y lo agrega si no está;
      * WS-SEC-HIT queda en cero con la tabla llena.
       3250-UBICAR-SECTOR.
           MOVE 0 TO WS-SEC-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT OR WS-SEC-HIT NOT = 0
               IF SC-NAME(WS-S) = WS-SEC-NAME
                   MOVE WS-S TO WS-SEC-HIT
               END-IF
           END-PERFORM
           IF WS-SEC-HIT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-COUNT >= WS-MAX-SECS
               DISPLAY "WARNING: tabla de sectores llena, "
                   FUNCTION TRIM(WS-SEC-NAME) " omitido"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEC-COUNT
           MOVE WS-SEC-COUNT TO WS-SEC-HIT
           MOVE WS-SEC-NAME TO SC-NAME(WS-SEC-HIT)
           MOVE 0 TO SC-LINK-A(WS-SEC-HIT)
           MOVE 0 TO SC-LINK-S(WS-SEC-HIT)
           MOVE 0 TO SC-LINK-I(WS-SEC-HIT)
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MAX-MONS
               MOVE 0 TO SM-EXPO(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-PNL(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-WP(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-RP(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-WB(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-RB(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-A(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-S(WS-SEC-HIT, WS-M)
               MOVE 0 TO SM-I(WS-SEC-HIT, WS-M)
           END-PERFORM
           EXIT.

      * La parte del mes WS-M de la operación en curso: P&L por
      * días abiertos en el mes sobre días abiertos, nocional por
      * días abiertos en el mes sobre días del mes.
       3300-REPARTIR-EN-MES.
           COMPUTE WS-MON-DAYS = MO-DAY-TO(WS-M) - MO-DAY-FROM(WS-M)
           COMPUTE WS-PART ROUNDED =
               LED-PNL * WS-OVERLAP / WS-DAYS-HELD
           ADD WS-PART TO SM-PNL(WS-SEC-HIT, WS-M)
           COMPUTE WS-PART ROUNDED =
               WS-NOTIONAL * WS-OVERLAP / WS-MON-DAYS
           ADD WS-PART TO SM-EXPO(WS-SEC-HIT, WS-M)
           EXIT.

      * El mes de la curva que contiene WS-DATE-WORK, o cero.
       3400-UBICAR-MES.
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-PERIOD
           MOVE 0 TO WS-MON-HIT
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MON-COUNT OR WS-MON-HIT NOT = 0
               IF MO-PERIOD(WS-M) = WS-PERIOD
                   MOVE WS-M TO WS-MON-HIT
               END-IF
           END-PERFORM
           EXIT.

      * Pesos y retornos de la referencia para los meses de la
      * curva; las filas de otros meses se cuentan y no se usan.
      * Sin ninguna fila útil no hay atribución.
       3500-CARGAR-REFERENCIA.
           OPEN INPUT BENCH-FILE
           IF NOT WS-BENCH-OK
               DISPLAY "ERROR: referencia por sector ilegible FS="
                   WS-BENCH-FS " " FUNCTION TRIM(WS-BENCH-PATH)
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BENCH-EOF
               READ BENCH-FILE
                   AT END
                       SET WS-BENCH-EOF TO TRUE
                   NOT AT END
                       IF BB-PERIOD NUMERIC
                           PERFORM 3600-ASENTAR-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENCH-FILE
           IF WS-BENCH-ROWS = 0
               DISPLAY "ERROR: la referencia no cubre ningún mes "
                   "de la curva"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[DEBUG] 3500-CARGAR-REFERENCIA - " WS-BENCH-ROWS
               " filas usadas, " WS-BENCH-UNUSED " de otros meses"
           EXIT.

       3600-ASENTAR-REFERENCIA.
           IF BB-SECTOR = SPACES
              OR FUNCTION TEST-NUMVAL(BB-WEIGHT-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(BB-RETURN-RAW) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-WORK = BB-PERIOD * 100 + 1
           PERFORM 3400-UBICAR-MES
           IF WS-MON-HIT = 0
               ADD 1 TO WS-BENCH-UNUSED
               EXIT PARAGRAPH
           END-IF
           MOVE BB-SECTOR TO WS-SEC-NAME
           PERFORM 3250-UBICAR-SECTOR
           IF WS-SEC-HIT = 0
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE SM-WB(WS-SEC-HIT, WS-MON-HIT) ROUNDED =
               FUNCTION NUMVAL(BB-WEIGHT-RAW) / 100
           COMPUTE SM-RB(WS-SEC-HIT, WS-MON-HIT) ROUNDED =
               FUNCTION NUMVAL(BB-RETURN-RAW) / 100
           MOVE "Y" TO MO-HAS-BENCH(WS-MON-HIT)
           ADD 1 TO WS-BENCH-ROWS
           EXIT.

      * Por mes con referencia: pesos y retornos del libro por
      * sector (CASH se lleva lo no invertido, con retorno cero),
      * los tres efectos, el retorno de cada lado y el residuo.
       4000-CALCULAR-EFECTOS.
           MOVE "CASH" TO WS-SEC-NAME
           PERFORM 3250-UBICAR-SECTOR
           MOVE WS-SEC-HIT TO WS-CASH-IDX
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-COUNT
               IF MO-HAS-BENCH(WS-M) = "Y"
                   PERFORM 4100-EFECTOS-DEL-MES
               ELSE
                   ADD 1 TO WS-MISSING-MONS
                   DISPLAY "WARNING: mes " MO-PERIOD(WS-M)
                       " sin referencia, fuera de la atribución"
               END-IF
           END-PERFORM
           EXIT.

       4100-EFECTOS-DEL-MES.
           MOVE 0 TO WS-SUM-WP
           MOVE 0 TO WS-SUM-WB
           MOVE 0 TO MO-RPL(WS-M)
           MOVE 0 TO MO-RB(WS-M)
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEC-COUNT
               IF WS-S NOT = WS-CASH-IDX
                   COMPUTE SM-WP(WS-S, WS-M) ROUNDED =
                       SM-EXPO(WS-S, WS-M) / MO-BASE(WS-M)
                   ADD SM-WP(WS-S, WS-M) TO WS-SUM-WP
               END-IF
               ADD SM-WB(WS-S, WS-M) TO WS-SUM-WB
           END-PERFORM
           IF WS-CASH-IDX > 0
               COMPUTE SM-WP(WS-CASH-IDX, WS-M) = 1 - WS-SUM-WP
           END-IF
           IF WS-SUM-WB < 0.99 OR WS-SUM-WB > 1.01
               COMPUTE WS-PCT ROUNDED = WS-SUM-WB * 100
               MOVE WS-PCT TO WS-WB-ED
               DISPLAY "WARNING: pesos de la referencia de "
                   MO-PERIOD(WS-M) " suman " WS-WB-ED "%"
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEC-COUNT
               PERFORM 4200-EFECTOS-DEL-SECTOR
           END-PERFORM
           COMPUTE WS-RATIO ROUNDED = MO-END(WS-M) / MO-BASE(WS-M)
           COMPUTE MO-RP(WS-M) = WS-RATIO - 1
           COMPUTE MO-RESID(WS-M) = MO-RP(WS-M) - MO-RPL(WS-M)
           EXIT.

       4200-EFECTOS-DEL-SECTOR.
           IF WS-S = WS-CASH-IDX
               MOVE 0 TO WS-CP
           ELSE
               COMPUTE WS-CP ROUNDED =
                   SM-PNL(WS-S, WS-M) / MO-BASE(WS-M)
           END-IF
           ADD WS-CP TO MO-RPL(WS-M)
           COMPUTE MO-RB(WS-M) = MO-RB(WS-M) +
               SM-WB(WS-S, WS-M) * SM-RB(WS-S, WS-M)
           IF SM-WP(WS-S, WS-M) = 0
               MOVE SM-RB(WS-S, WS-M) TO SM-RP(WS-S, WS-M)
               IF WS-CP NOT = 0
                   SUBTRACT WS-CP FROM MO-RPL(WS-M)
               END-IF
           ELSE
               COMPUTE SM-RP(WS-S, WS-M) ROUNDED =
                   WS-CP / SM-WP(WS-S, WS-M)
           END-IF
           COMPUTE WS-DW = SM-WP(WS-S, WS-M) - SM-WB(WS-S, WS-M)
           COMPUTE WS-DR = SM-RP(WS-S, WS-M) - SM-RB(WS-S, WS-M)
           COMPUTE SM-A(WS-S, WS-M) ROUNDED =
               WS-DW * SM-RB(WS-S, WS-M)
           COMPUTE SM-S(WS-S, WS-M) ROUNDED =
               SM-WB(WS-S, WS-M) * WS-DR
           COMPUTE SM-I(WS-S, WS-M) ROUNDED = WS-DW * WS-DR
           EXIT.

      * Enlace de Cariño: K sobre los retornos acumulados de los
      * meses atribuidos y k(t) por mes; cada efecto enlazado es la
      * suma de efecto(t) * k(t) / K. Con retornos iguales el
      * factor es 1 / (1 + R).
       4500-ENLAZAR-MESES.
           MOVE 1 TO WS-CUM-P
           MOVE 1 TO WS-CUM-B
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-COUNT
               IF MO-HAS-BENCH(WS-M) = "Y"
                   COMPUTE WS-CUM-P ROUNDED =
                       WS-CUM-P * (1 + MO-RP(WS-M))
                   COMPUTE WS-CUM-B ROUNDED =
                       WS-CUM-B * (1 + MO-RB(WS-M))
                   ADD 1 TO WS-LINKED-MONS
               END-IF
           END-PERFORM
           IF WS-LINKED-MONS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-R-DIFF = WS-CUM-P - WS-CUM-B
           IF WS-R-DIFF = 0
               COMPUTE WS-K-TOTAL ROUNDED = 1 / WS-CUM-P
           ELSE
               COMPUTE WS-LN-P ROUNDED = FUNCTION LOG(WS-CUM-P)
               COMPUTE WS-LN-B ROUNDED = FUNCTION LOG(WS-CUM-B)
               COMPUTE WS-LN-DIFF = WS-LN-P - WS-LN-B
               COMPUTE WS-K-TOTAL ROUNDED = WS-LN-DIFF / WS-R-DIFF
           END-IF
           MOVE 0 TO WS-TOT-A
           MOVE 0 TO WS-TOT-S
           MOVE 0 TO WS-TOT-I
           MOVE 0 TO WS-TOT-RESID
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-COUNT
               IF MO-HAS-BENCH(WS-M) = "Y"
                   PERFORM 4600-ENLAZAR-MES
               END-IF
           END-PERFORM
           COMPUTE WS-TOT-ACTIVE = WS-CUM-P - WS-CUM-B
           SUBTRACT 1 FROM WS-CUM-P
           SUBTRACT 1 FROM WS-CUM-B
           EXIT.

       4600-ENLAZAR-MES.
           COMPUTE WS-R-DIFF = MO-RP(WS-M) - MO-RB(WS-M)
           COMPUTE WS-ONE-PLUS = 1 + MO-RP(WS-M)
           IF WS-R-DIFF = 0
               COMPUTE WS-K-MON ROUNDED = 1 / WS-ONE-PLUS
           ELSE
               COMPUTE WS-LN-P ROUNDED = FUNCTION LOG(WS-ONE-PLUS)
               COMPUTE WS-ONE-PLUS = 1 + MO-RB(WS-M)
               COMPUTE WS-LN-B ROUNDED = FUNCTION LOG(WS-ONE-PLUS)
               COMPUTE WS-LN-DIFF = WS-LN-P - WS-LN-B
               COMPUTE WS-K-MON ROUNDED = WS-LN-DIFF / WS-R-DIFF
           END-IF
           COMPUTE MO-LINK(WS-M) ROUNDED = WS-K-MON / WS-K-TOTAL
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEC-COUNT
               COMPUTE SC-LINK-A(WS-S) ROUNDED = SC-LINK-A(WS-S) +
                   SM-A(WS-S, WS-M) * MO-LINK(WS-M)
               COMPUTE SC-LINK-S(WS-S) ROUNDED = SC-LINK-S(WS-S) +
                   SM-S(WS-S, WS-M) * MO-LINK(WS-M)
               COMPUTE SC-LINK-I(WS-S) ROUNDED = SC-LINK-I(WS-S) +
                   SM-I(WS-S, WS-M) * MO-LINK(WS-M)
               COMPUTE WS-TOT-A ROUNDED = WS-TOT-A +
                   SM-A(WS-S, WS-M) * MO-LINK(WS-M)
               COMPUTE WS-TOT-S ROUNDED = WS-TOT-S +
                   SM-S(WS-S, WS-M) * MO-LINK(WS-M)
               COMPUTE WS-TOT-I ROUNDED = WS-TOT-I +
                   SM-I(WS-S, WS-M) * MO-LINK(WS-M)
           END-PERFORM
           COMPUTE WS-TOT-RESID ROUNDED = WS-TOT-RESID +
               MO-RESID(WS-M) * MO-LINK(WS-M)
           EXIT.

      * Un bloque por mes atribuido: el encabezado con el retorno
      * de cada lado, un renglón por sector con peso o efecto y el
      * residuo. Todo en porciento.
       5000-ESCRIBIR-MESES.
           MOVE SPACES TO BRR-LINE
           STRING "ATRIBUCION BRINSON POR SECTOR - LEDGER "
               FUNCTION TRIM(WS-LEDGER-PATH) " CONTRA "
               FUNCTION TRIM(WS-BENCH-PATH)
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE "(PORCIENTOS; C = CARTERA, R = REFERENCIA)" TO BRR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO CSV-LINE
           STRING "PERIODO,SECTOR,PESO_C,PESO_R,RET_C,RET_R,"
               "ASIGNACION,SELECCION,INTERACCION"
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-RECORD
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-COUNT
               IF MO-HAS-BENCH(WS-M) = "Y"
                   PERFORM 5100-ESCRIBIR-MES
               END-IF
           END-PERFORM
           EXIT.

       5100-ESCRIBIR-MES.
           MOVE SPACES TO BRR-LINE
           WRITE REPORT-RECORD
           COMPUTE WS-PCT ROUNDED = MO-RP(WS-M) * 100
           MOVE WS-PCT TO WS-RP-ED
           COMPUTE WS-PCT ROUNDED = MO-RB(WS-M) * 100
           MOVE WS-PCT TO WS-RB-ED
           COMPUTE WS-DR = MO-RP(WS-M) - MO-RB(WS-M)
           COMPUTE WS-PCT ROUNDED = WS-DR * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING "PERIODO " MO-PERIOD(WS-M) "   CARTERA " WS-RP-ED
               "   REFERENCIA " WS-RB-ED "   ACTIVO " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO BRR-LINE
           STRING "SECTOR      PESO-C   PESO-R    RET-C    RET-R"
               "   ASIGN.  SELECC.  INTERAC."
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEC-COUNT
               IF SM-WP(WS-S, WS-M) NOT = 0
                  OR SM-WB(WS-S, WS-M) NOT = 0
                  OR SM-PNL(WS-S, WS-M) NOT = 0
                   PERFORM 5200-ESCRIBIR-SECTOR-MES
               END-IF
           END-PERFORM
           COMPUTE WS-PCT ROUNDED = MO-RESID(WS-M) * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING "RESIDUO (FUERA DEL LEDGER POR SECTOR)      "
               "                   " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE MO-PERIOD(WS-M) TO WS-CSV-PERIOD
           MOVE "RESIDUO" TO WS-SEC-NAME
           MOVE SPACES TO WS-CSV-WP WS-CSV-WB WS-CSV-RP WS-CSV-RB
           MOVE SPACES TO WS-CSV-S WS-CSV-I
           COMPUTE WS-PCT ROUNDED = MO-RESID(WS-M) * 100
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-A
           PERFORM 5900-GRABAR-CSV
           EXIT.

       5200-ESCRIBIR-SECTOR-MES.
           COMPUTE WS-PCT ROUNDED = SM-WP(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-WP-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-WP
           COMPUTE WS-PCT ROUNDED = SM-WB(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-WB-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-WB
           COMPUTE WS-PCT ROUNDED = SM-RP(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-RP-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-RP
           COMPUTE WS-PCT ROUNDED = SM-RB(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-RB-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-RB
           COMPUTE WS-PCT ROUNDED = SM-A(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-A-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-A
           COMPUTE WS-PCT ROUNDED = SM-S(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-S-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-S
           COMPUTE WS-PCT ROUNDED = SM-I(WS-S, WS-M) * 100
           MOVE WS-PCT TO WS-I-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-I
           MOVE SPACES TO BRR-LINE
           STRING SC-NAME(WS-S) " " WS-WP-ED " " WS-WB-ED " "
               WS-RP-ED " " WS-RB-ED " " WS-A-ED " " WS-S-ED " "
               WS-I-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE MO-PERIOD(WS-M) TO WS-CSV-PERIOD
           MOVE SC-NAME(WS-S) TO WS-SEC-NAME
           PERFORM 5900-GRABAR-CSV
           EXIT.

      * El total enlazado: por sector los tres efectos y su suma,
      * el residuo, y el cuadre contra el retorno activo
      * acumulado.
       5500-ESCRIBIR-TOTAL.
           MOVE SPACES TO BRR-LINE
           WRITE REPORT-RECORD
           IF WS-LINKED-MONS = 0
               MOVE "SIN MESES ATRIBUIDOS" TO BRR-LINE
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT ROUNDED = WS-CUM-P * 100
           MOVE WS-PCT TO WS-RP-ED
           COMPUTE WS-PCT ROUNDED = WS-CUM-B * 100
           MOVE WS-PCT TO WS-RB-ED
           COMPUTE WS-PCT ROUNDED = WS-TOT-ACTIVE * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING "TOTAL ENLAZADO (CARINO)   CARTERA " WS-RP-ED
               "   REFERENCIA " WS-RB-ED "   ACTIVO " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO BRR-LINE
           STRING "SECTOR                                      "
               "       ASIGN.  SELECC.  INTERAC.    TOTAL"
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE "TOTAL" TO WS-CSV-PERIOD
           MOVE SPACES TO WS-CSV-WP WS-CSV-WB WS-CSV-RP WS-CSV-RB
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEC-COUNT
               PERFORM 5600-ESCRIBIR-SECTOR-TOTAL
           END-PERFORM
           COMPUTE WS-PCT ROUNDED = WS-TOT-RESID * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING "RESIDUO                                     "
               "                            " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-A
           MOVE SPACES TO WS-CSV-S WS-CSV-I
           MOVE "RESIDUO" TO WS-SEC-NAME
           PERFORM 5900-GRABAR-CSV
           COMPUTE WS-PCT ROUNDED = WS-TOT-A * 100
           MOVE WS-PCT TO WS-A-ED
           COMPUTE WS-PCT ROUNDED = WS-TOT-S * 100
           MOVE WS-PCT TO WS-S-ED
           COMPUTE WS-PCT ROUNDED = WS-TOT-I * 100
           MOVE WS-PCT TO WS-I-ED
           COMPUTE WS-EFF-SUM =
               WS-TOT-A + WS-TOT-S + WS-TOT-I + WS-TOT-RESID
           COMPUTE WS-PCT ROUNDED = WS-EFF-SUM * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING "TOTAL                                       "
               "    " WS-A-ED " " WS-S-ED " " WS-I-ED " " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           DISPLAY "[BRINSON] " WS-LINKED-MONS " meses, activo "
               "enlazado " WS-T-ED "% (asignación " WS-A-ED
               ", selección " WS-S-ED ", interacción " WS-I-ED ")"
           EXIT.

       5600-ESCRIBIR-SECTOR-TOTAL.
           COMPUTE WS-PCT ROUNDED = SC-LINK-A(WS-S) * 100
           MOVE WS-PCT TO WS-A-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-A
           COMPUTE WS-PCT ROUNDED = SC-LINK-S(WS-S) * 100
           MOVE WS-PCT TO WS-S-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-S
           COMPUTE WS-PCT ROUNDED = SC-LINK-I(WS-S) * 100
           MOVE WS-PCT TO WS-I-ED
           MOVE WS-PCT TO WS-CSV-ED
           MOVE FUNCTION TRIM(WS-CSV-ED) TO WS-CSV-I
           COMPUTE WS-EFF-SUM = SC-LINK-A(WS-S) + SC-LINK-S(WS-S)
               + SC-LINK-I(WS-S)
           COMPUTE WS-PCT ROUNDED = WS-EFF-SUM * 100
           MOVE WS-PCT TO WS-T-ED
           MOVE SPACES TO BRR-LINE
           STRING SC-NAME(WS-S) "                                    "
               "    " WS-A-ED " " WS-S-ED " " WS-I-ED " " WS-T-ED
               DELIMITED BY SIZE INTO BRR-LINE
           WRITE REPORT-RECORD
           MOVE SC-NAME(WS-S) TO WS-SEC-NAME
           PERFORM 5900-GRABAR-CSV
           EXIT.

       5900-GRABAR-CSV.
           MOVE SPACES TO CSV-LINE
           STRING FUNCTION TRIM(WS-CSV-PERIOD) ","
               FUNCTION TRIM(WS-SEC-NAME) ","
               FUNCTION TRIM(WS-CSV-WP) "," FUNCTION TRIM(WS-CSV-WB)
               "," FUNCTION TRIM(WS-CSV-RP) ","
               FUNCTION TRIM(WS-CSV-RB) "," FUNCTION TRIM(WS-CSV-A)
               "," FUNCTION TRIM(WS-CSV-S) ","
               FUNCTION TRIM(WS-CSV-I)
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-RECORD
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
           MOVE WS-ROW-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-FS
               WHEN "35"
                   MOVE "ERROR: Ledger del libro no encontrado"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-LEDGER-FS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
