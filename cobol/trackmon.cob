       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACKMON.
      * Seguimiento de la operatoria real contra la simulación que
      * la justificó: nadie miraba, día por día, si lo que el broker
      * ejecuta se parece a lo que TRADER dijo que iba a pasar con
      * las mismas señales. Reconstruye la serie de P&L realizado
      * de la cuenta a partir de los fills del broker y del ledger
      * ya conciliado por RECONCILE (trade_ledger.dat, por clave
      * LED-TRADE-NUM) y la pone al lado de la curva de equity
      * simulada de TRADER (equity_curve.dat):
      *   vivo(t) = simulado(t) + perdidas(t) + precio(t)
      *             + momento(t)
      * donde, por operación cerrada del ledger,
      *   perdidas  lo que la simulación ganó y la cuenta no: la
      *             operación sin fill de entrada entera, o la parte
      *             de las acciones que el broker no llenó; también
      *             entra aquí, con su P&L, una operación del broker
      *             que la simulación no tiene (fills sin operación);
      *   precio    la diferencia de precio de entrada y de salida
      *             del fill contra el ledger, por las acciones
      *             llenadas y con el signo del lado;
      *   momento   el P&L de la cuenta asentado el día del fill de
      *             salida en lugar del día de salida simulado (un
      *             fill de otro día corre la serie, no el total).
      * Perdidas y precio se asientan el día de salida simulado. Sin
      * fill de salida se toma el precio y el día del ledger. La
      * comisión se supone la misma que la del modelo. Las filas de
      * piramidado (ADDLG/ADDSH), SKIPS, HALT y CORPA no se
      * atribuyen; un día de asiento posterior al final de la curva
      * queda fuera de la serie con aviso.
      * Diferencia de seguimiento: retorno acumulado de la cuenta
      * menos el simulado. Error de seguimiento: desvío de la
      * diferencia diaria de retornos, anualizado por raíz de 252,
      * repartido entre los tres componentes (y la BASE: el efecto
      * de medir el retorno de cada serie sobre su propio equity)
      * como covarianza de cada aporte diario con la diferencia
      * sobre su varianza - las partes suman cien.
      * Si el error de seguimiento pasa TEMAX= (porciento anual,
      * por omisión 2) se asienta una alerta TRACKERR en la casilla
      * alert_inbox.dat, como las de ALERTS (una abierta del mismo
      * símbolo y regla no se duplica), y la corrida termina RC 2.
      * Uso: TRACKMON [fills] [ledger] [curva simulada]
      *      [TEMAX=2.0] [SYMBOL=sim]
      * Salida: trackmon_report.dat (un renglón por día con las dos
      * series y la diferencia acumulada por componente, y el
      * resumen).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILLS-FILE ASSIGN TO DYNAMIC WS-FILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT INBOX-FILE ASSIGN TO "alert_inbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-ID
               FILE STATUS IS WS-INBOX-FS.
           SELECT REPORT-FILE ASSIGN TO "trackmon_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FS.
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
      * Mismo formato que FILL-RECORD de REGRPT: las columnas de
      * RECONCILE más la fecha y hora de ejecución y el símbolo
      * opcionales.
       FD  FILLS-FILE.
       01  FILL-RECORD.
           05 FB-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 FB-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 FB-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 FB-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 FB-EXEC-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 FB-EXEC-TIME    PIC X(6).
           05 FILLER          PIC X.
           05 FB-SYMBOL       PIC X(10).
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
      * Mismo formato que EQUITY-RECORD de TRADER (se usan equity y
      * fecha; el resto de la línea se lee sin usarse).
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-DATE         PIC 9(8).
           05 FILLER          PIC X(100).
      * Mismo formato que INBOX-RECORD de ALERTS.
       FD  INBOX-FILE.
       01  INBOX-RECORD.
           05 AIX-ID          PIC 9(6).
           05 FILLER          PIC X.
           05 AIX-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 AIX-RULE        PIC X(12).
           05 FILLER          PIC X.
           05 AIX-SEVERITY    PIC 9(1).
           05 FILLER          PIC X.
           05 AIX-RAISED      PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-STATUS      PIC X(4).
           05 FILLER          PIC X.
           05 AIX-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 AIX-ACK-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-NOTE        PIC X(30).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 TMR-LINE        PIC X(100).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "TRACKMON".
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
       01  WS-FILLS-STATUS    PIC XX.
           88  WS-FILLS-OK        VALUE "00".
           88  WS-FILLS-EOF       VALUE "10".
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK       VALUE "00".
           88  WS-EQUITY-EOF      VALUE "10".
       01  WS-INBOX-FS        PIC XX.
           88  WS-INBOX-OK        VALUE "00".
           88  WS-INBOX-EOF       VALUE "10".
           88  WS-INBOX-NEW       VALUE "35".
       01  WS-INBOX-MAX-ID    PIC 9(6) COMP-3.
       01  WS-INBOX-DUP       PIC X(1).
       01  WS-REP-FS          PIC XX.
       01  WS-FILLS-PATH      PIC X(200).
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-ALERT-SYMBOL    PIC X(10) VALUE "TRADER".
       01  WS-TE-MAX          PIC 9(3)V99 COMP-3 VALUE 2.
      * Operaciones cerradas del ledger con lo que el broker llenó
      * de cada lado (acciones, nocional para el precio promedio y
      * la última fecha de ejecución).
       01  WS-TRD-TABLE.
           05 WS-TRD-ENTRY OCCURS 2000 TIMES.
              10 TR-NUM          PIC 9(5).
              10 TR-DIR          PIC S9 COMP.
              10 TR-SHARES       PIC 9(5) COMP.
              10 TR-ENTRY        PIC 9(7)V9(4) COMP-3.
              10 TR-EXIT         PIC 9(7)V9(4) COMP-3.
              10 TR-EXIT-DATE    PIC 9(8).
              10 TR-ENTRY-DATE   PIC 9(8).
              10 TR-PNL          PIC S9(7)V99 COMP-3.
              10 TR-FE-SHARES    PIC 9(7) COMP.
              10 TR-FE-NOTIONAL  PIC 9(11)V9(4) COMP-3.
              10 TR-FE-DATE      PIC 9(8).
              10 TR-FX-SHARES    PIC 9(7) COMP.
              10 TR-FX-NOTIONAL  PIC 9(11)V9(4) COMP-3.
              10 TR-FX-DATE      PIC 9(8).
       01  WS-TRD-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-TRDS        PIC 9(4) COMP VALUE 2000.
      * Fills sin operación en el ledger, por número de operación.
       01  WS-XTR-TABLE.
           05 WS-XTR-ENTRY OCCURS 200 TIMES.
              10 XT-NUM          PIC 9(5).
              10 XT-DIR          PIC S9 COMP.
              10 XT-FE-SHARES    PIC 9(7) COMP.
              10 XT-FE-NOTIONAL  PIC 9(11)V9(4) COMP-3.
              10 XT-FX-SHARES    PIC 9(7) COMP.
              10 XT-FX-NOTIONAL  PIC 9(11)V9(4) COMP-3.
              10 XT-FX-DATE      PIC 9(8).
       01  WS-XTR-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-MAX-XTRS        PIC 9(3) COMP VALUE 200.
      * Días de la curva simulada con lo que cada componente asienta
      * ese día, y las series resultantes.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 5000 TIMES.
              10 DY-DATE         PIC 9(8).
              10 DY-SIM          PIC 9(9)V99 COMP-3.
              10 DY-MISS         PIC S9(9)V99 COMP-3.
              10 DY-PRICE        PIC S9(9)V99 COMP-3.
              10 DY-TIMING       PIC S9(9)V99 COMP-3.
       01  WS-DAY-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DAYS        PIC 9(4) COMP VALUE 5000.
      * Atribución de una operación.
       01  WS-FILL-DATE       PIC 9(8).
       01  WS-BOOK-DATE       PIC 9(8).
       01  WS-BOOK-AMT        PIC S9(9)V99 COMP-3.
       01  WS-BOOK-KIND       PIC X(1).
       01  WS-LIVE-SHARES     PIC 9(7) COMP.
       01  WS-MISSING-SHARES  PIC 9(7) COMP.
       01  WS-AVG-ENTRY       PIC 9(7)V9(4) COMP-3.
       01  WS-AVG-EXIT        PIC 9(7)V9(4) COMP-3.
       01  WS-MISS-AMT        PIC S9(9)V99 COMP-3.
       01  WS-PRICE-AMT       PIC S9(9)V99 COMP-3.
       01  WS-LIVE-PNL        PIC S9(9)V99 COMP-3.
       01  WS-PX-DIFF         PIC S9(7)V9(4) COMP-3.
       01  WS-LIVE-EXIT-DATE  PIC 9(8).
       01  WS-FOUND           PIC 9(4) COMP.
      * Conteos del resumen.
       01  WS-FILL-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-MISSED-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-PARTIAL-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-OFFDAY-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-NOEXIT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-EXTRA-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-OUTSIDE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-SKIP-COUNT      PIC 9(4) COMP VALUE 0.
      * Series y error de seguimiento.
       01  WS-CUM-MISS        PIC S9(9)V99 COMP-3.
       01  WS-CUM-PRICE       PIC S9(9)V99 COMP-3.
       01  WS-CUM-TIMING      PIC S9(9)V99 COMP-3.
       01  WS-CUM-DIFF        PIC S9(9)V99 COMP-3.
       01  WS-LIVE            PIC S9(11)V99 COMP-3.
       01  WS-PREV-LIVE       PIC S9(11)V99 COMP-3.
       01  WS-PREV-SIM        PIC S9(11)V99 COMP-3.
       01  WS-R-SIM           PIC S9(3)V9(10) COMP-3.
       01  WS-R-LIVE          PIC S9(3)V9(10) COMP-3.
       01  WS-D               PIC S9(3)V9(10) COMP-3.
       01  WS-C-MISS          PIC S9(3)V9(10) COMP-3.
       01  WS-C-PRICE         PIC S9(3)V9(10) COMP-3.
       01  WS-C-TIMING        PIC S9(3)V9(10) COMP-3.
       01  WS-C-BASE          PIC S9(3)V9(10) COMP-3.
       01  WS-DELTA           PIC S9(11)V99 COMP-3.
       01  WS-N               PIC 9(5) COMP VALUE 0.
       01  WS-SUM-D           PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-SUM-DD          PIC S9(5)V9(12) COMP-3 VALUE 0.
       01  WS-SUM-M           PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-SUM-MD          PIC S9(5)V9(12) COMP-3 VALUE 0.
       01  WS-SUM-P           PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-SUM-PD          PIC S9(5)V9(12) COMP-3 VALUE 0.
       01  WS-SUM-T           PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-SUM-TD          PIC S9(5)V9(12) COMP-3 VALUE 0.
       01  WS-SUM-B           PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-SUM-BD          PIC S9(5)V9(12) COMP-3 VALUE 0.
       01  WS-VAR-D           PIC S9(5)V9(12) COMP-3.
       01  WS-COV             PIC S9(5)V9(12) COMP-3.
       01  WS-WORK            PIC S9(5)V9(12) COMP-3.
       01  WS-N-LESS-ONE      PIC 9(5) COMP.
       01  WS-TE-PCT          PIC S9(5)V9(4) COMP-3 VALUE 0.
       01  WS-SHARE-M         PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-SHARE-P         PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-SHARE-T         PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-SHARE-B         PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-TD-PCT          PIC S9(5)V9(4) COMP-3 VALUE 0.
       01  WS-RET-SIM-TOT     PIC S9(5)V9(8) COMP-3.
       01  WS-RET-LIVE-TOT    PIC S9(5)V9(8) COMP-3.
       01  WS-BREACH          PIC X(1) VALUE "N".
      * Impresión.
       01  WS-AMT-ED          PIC -(9)9.99.
       01  WS-SIM-ED          PIC Z(9)9.99.
       01  WS-LIVE-ED         PIC -(9)9.99.
       01  WS-M-ED            PIC -(7)9.99.
       01  WS-P-ED            PIC -(7)9.99.
       01  WS-T-ED            PIC -(7)9.99.
       01  WS-PCT-ED          PIC ---9.99.
       01  WS-SHARE-ED        PIC ----9.99.
       01  WS-TE-ED           PIC ZZ9.99.
       01  WS-TEMAX-ED        PIC ZZ9.99.
       01  WS-CNT-ED          PIC ZZZ9.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-I               PIC 9(4) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa TRACKMON iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 2000-CARGAR-CURVA
           IF WS-EXIT-CODE = 0
               PERFORM 2500-CARGAR-LEDGER
           END-IF
           IF WS-EXIT-CODE = 0
               PERFORM 3000-CARGAR-FILLS
           END-IF
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-ATRIBUIR-OPERACIONES
           PERFORM 4500-ATRIBUIR-EXTRAS
           OPEN OUTPUT REPORT-FILE
           PERFORM 5000-ARMAR-SERIES
           PERFORM 6000-ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           IF WS-BREACH = "Y"
               PERFORM 7000-ASENTAR-EN-INBOX
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "broker_fills.dat" TO WS-FILLS-PATH
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "equity_curve.dat" TO WS-EQUITY-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "TEMAX="
                       MOVE "TEMAX" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-ALERT-SYMBOL
                   WHEN OTHER
                       ADD 1 TO WS-FILTERED-ARGC
                       EVALUATE WS-FILTERED-ARGC
                           WHEN 1
                               MOVE WS-ARG1 TO WS-FILLS-PATH
                           WHEN 2
                               MOVE WS-ARG1 TO WS-LEDGER-PATH
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-EQUITY-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           MOVE WS-ALERT-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "TEMAX" TO PRM-NAME(1)
           MOVE "2.00" TO PRM-DEFAULT(1)
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
           COMPUTE WS-TE-MAX = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La curva simulada: un día por fila con fecha.
       2000-CARGAR-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "ERROR: curva simulada ilegible FS="
                   WS-EQUITY-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       IF EQ-DATE NUMERIC AND EQ-DATE > 0
                          AND EQ-CAPITAL NUMERIC
                           PERFORM 2100-ASENTAR-DIA
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           IF WS-DAY-COUNT < 2
               DISPLAY "ERROR: la curva simulada necesita al menos "
                   "dos días"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           DISPLAY "[DEBUG] 2000-CARGAR-CURVA - " WS-DAY-COUNT
               " días simulados"
           EXIT.

       2100-ASENTAR-DIA.
           IF WS-DAY-COUNT > 0
               IF DY-DATE(WS-DAY-COUNT) = EQ-DATE
                   MOVE EQ-CAPITAL TO DY-SIM(WS-DAY-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DAY-COUNT >= WS-MAX-DAYS
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-COUNT
           MOVE EQ-DATE TO DY-DATE(WS-DAY-COUNT)
           MOVE EQ-CAPITAL TO DY-SIM(WS-DAY-COUNT)
           MOVE 0 TO DY-MISS(WS-DAY-COUNT) DY-PRICE(WS-DAY-COUNT)
           MOVE 0 TO DY-TIMING(WS-DAY-COUNT)
           EXIT.

      * El ledger completo en secuencia, como la segunda pasada de
      * RECONCILE: solo las operaciones cerradas con P&L propio.
       2500-CARGAR-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LED-TRADE-NUM
           START LEDGER-FILE KEY IS GREATER THAN LED-TRADE-NUM
               INVALID KEY
                   MOVE "10" TO WS-LEDGER-STATUS
           END-START
           PERFORM UNTIL NOT WS-LEDGER-OK
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-ASENTAR-OPERACION
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "[DEBUG] 2500-CARGAR-LEDGER - " WS-TRD-COUNT
               " operaciones cerradas, " WS-SKIP-COUNT
               " filas sin atribuir"
           EXIT.

       2600-ASENTAR-OPERACION.
           IF LED-EXIT-DATE NOT NUMERIC OR LED-EXIT-DATE = 0
              OR LED-TYPE = "HALT " OR LED-TYPE = "SKIPS"
              OR LED-TYPE = "CORPA" OR LED-TYPE = "ADDLG"
              OR LED-TYPE = "ADDSH"
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-COUNT >= WS-MAX-TRDS
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRD-COUNT
           MOVE LED-TRADE-NUM TO TR-NUM(WS-TRD-COUNT)
           IF LED-TYPE = "SHORT" OR LED-TYPE = "EORSH"
              OR LED-TYPE = "DELSH"
               MOVE -1 TO TR-DIR(WS-TRD-COUNT)
           ELSE
               MOVE 1 TO TR-DIR(WS-TRD-COUNT)
           END-IF
           MOVE LED-SHARES TO TR-SHARES(WS-TRD-COUNT)
           MOVE LED-ENTRY TO TR-ENTRY(WS-TRD-COUNT)
           MOVE LED-EXIT TO TR-EXIT(WS-TRD-COUNT)
           MOVE LED-ENTRY-DATE TO TR-ENTRY-DATE(WS-TRD-COUNT)
           MOVE LED-EXIT-DATE TO TR-EXIT-DATE(WS-TRD-COUNT)
           MOVE LED-PNL TO TR-PNL(WS-TRD-COUNT)
           MOVE 0 TO TR-FE-SHARES(WS-TRD-COUNT)
           MOVE 0 TO TR-FE-NOTIONAL(WS-TRD-COUNT)
           MOVE 0 TO TR-FE-DATE(WS-TRD-COUNT)
           MOVE 0 TO TR-FX-SHARES(WS-TRD-COUNT)
           MOVE 0 TO TR-FX-NOTIONAL(WS-TRD-COUNT)
           MOVE 0 TO TR-FX-DATE(WS-TRD-COUNT)
           EXIT.

      * Cada fill suma al lado que le toca (BUY/SSHT abren,
      * SELL/COVR cierran) de su operación; sin operación en el
      * ledger va a la tabla de extras.
       3000-CARGAR-FILLS.
           OPEN INPUT FILLS-FILE
           IF NOT WS-FILLS-OK
               DISPLAY "ERROR: archivo de fills ilegible FS="
                   WS-FILLS-STATUS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
                   AT END
                       SET WS-FILLS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-ASENTAR-FILL
               END-READ
           END-PERFORM
           CLOSE FILLS-FILE
           DISPLAY "[DEBUG] 3000-CARGAR-FILLS - " WS-FILL-COUNT
               " fills, " WS-XTR-COUNT " operaciones sin simular"
           EXIT.

       3100-ASENTAR-FILL.
           IF FB-TRADE-NUM NOT NUMERIC OR FB-SHARES NOT NUMERIC
              OR FB-PRICE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILL-COUNT
           MOVE 0 TO WS-FILL-DATE
           IF FB-EXEC-DATE NUMERIC
               MOVE FB-EXEC-DATE TO WS-FILL-DATE
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRD-COUNT OR WS-FOUND > 0
               IF TR-NUM(WS-I) = FB-TRADE-NUM
                   MOVE WS-I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               PERFORM 3200-ASENTAR-EXTRA
               EXIT PARAGRAPH
           END-IF
           IF FB-SIDE = "BUY " OR FB-SIDE = "SSHT"
               ADD FB-SHARES TO TR-FE-SHARES(WS-FOUND)
               COMPUTE TR-FE-NOTIONAL(WS-FOUND) =
                   TR-FE-NOTIONAL(WS-FOUND) + FB-SHARES * FB-PRICE
               IF WS-FILL-DATE > TR-FE-DATE(WS-FOUND)
                   MOVE WS-FILL-DATE TO TR-FE-DATE(WS-FOUND)
               END-IF
           ELSE
               ADD FB-SHARES TO TR-FX-SHARES(WS-FOUND)
               COMPUTE TR-FX-NOTIONAL(WS-FOUND) =
                   TR-FX-NOTIONAL(WS-FOUND) + FB-SHARES * FB-PRICE
               IF WS-FILL-DATE > TR-FX-DATE(WS-FOUND)
                   MOVE WS-FILL-DATE TO TR-FX-DATE(WS-FOUND)
               END-IF
           END-IF
           EXIT.

       3200-ASENTAR-EXTRA.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-XTR-COUNT OR WS-FOUND > 0
               IF XT-NUM(WS-I) = FB-TRADE-NUM
                   MOVE WS-I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               IF WS-XTR-COUNT >= WS-MAX-XTRS
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-XTR-COUNT
               MOVE WS-XTR-COUNT TO WS-FOUND
               MOVE FB-TRADE-NUM TO XT-NUM(WS-FOUND)
               MOVE 1 TO XT-DIR(WS-FOUND)
               MOVE 0 TO XT-FE-SHARES(WS-FOUND) XT-FX-SHARES(WS-FOUND)
               MOVE 0 TO XT-FE-NOTIONAL(WS-FOUND)
               MOVE 0 TO XT-FX-NOTIONAL(WS-FOUND)
               MOVE 0 TO XT-FX-DATE(WS-FOUND)
           END-IF
           IF FB-SIDE = "BUY " OR FB-SIDE = "SSHT"
               IF FB-SIDE = "SSHT"
                   MOVE -1 TO XT-DIR(WS-FOUND)
               END-IF
               ADD FB-SHARES TO XT-FE-SHARES(WS-FOUND)
               COMPUTE XT-FE-NOTIONAL(WS-FOUND) =
                   XT-FE-NOTIONAL(WS-FOUND) + FB-SHARES * FB-PRICE
           ELSE
               ADD FB-SHARES TO XT-FX-SHARES(WS-FOUND)
               COMPUTE XT-FX-NOTIONAL(WS-FOUND) =
                   XT-FX-NOTIONAL(WS-FOUND) + FB-SHARES * FB-PRICE
               IF WS-FILL-DATE > XT-FX-DATE(WS-FOUND)
                   MOVE WS-FILL-DATE TO XT-FX-DATE(WS-FOUND)
               END-IF
           END-IF
           EXIT.

      * Por operación simulada: la parte perdida, la diferencia de
      * precio y el corrimiento de día, cada una al día que le toca.
       4000-ATRIBUIR-OPERACIONES.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TRD-COUNT
               PERFORM 4100-ATRIBUIR-UNA
           END-PERFORM
           EXIT.

       4100-ATRIBUIR-UNA.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE TR-FE-SHARES(WS-J) TO WS-LIVE-SHARES
           IF WS-LIVE-SHARES > TR-SHARES(WS-J)
               MOVE TR-SHARES(WS-J) TO WS-LIVE-SHARES
           END-IF
           IF WS-LIVE-SHARES = 0
               ADD 1 TO WS-MISSED-COUNT
               COMPUTE WS-MISS-AMT = 0 - TR-PNL(WS-J)
               MOVE TR-EXIT-DATE(WS-J) TO WS-BOOK-DATE
               MOVE WS-MISS-AMT TO WS-BOOK-AMT
               MOVE "M" TO WS-BOOK-KIND
               PERFORM 4900-ASENTAR-EN-DIA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MISS-AMT
           IF WS-LIVE-SHARES < TR-SHARES(WS-J)
               ADD 1 TO WS-PARTIAL-COUNT
               COMPUTE WS-MISSING-SHARES =
                   TR-SHARES(WS-J) - WS-LIVE-SHARES
               COMPUTE WS-MISS-AMT ROUNDED =
                   WS-MISSING-SHARES * TR-PNL(WS-J)
               COMPUTE WS-MISS-AMT ROUNDED =
                   WS-MISS-AMT / TR-SHARES(WS-J)
               COMPUTE WS-MISS-AMT = 0 - WS-MISS-AMT
           END-IF
           COMPUTE WS-AVG-ENTRY ROUNDED =
               TR-FE-NOTIONAL(WS-J) / TR-FE-SHARES(WS-J)
           MOVE TR-EXIT(WS-J) TO WS-AVG-EXIT
           MOVE TR-EXIT-DATE(WS-J) TO WS-LIVE-EXIT-DATE
           IF TR-FX-SHARES(WS-J) > 0
               COMPUTE WS-AVG-EXIT ROUNDED =
                   TR-FX-NOTIONAL(WS-J) / TR-FX-SHARES(WS-J)
               IF TR-FX-DATE(WS-J) > 0
                   MOVE TR-FX-DATE(WS-J) TO WS-LIVE-EXIT-DATE
               END-IF
           ELSE
               ADD 1 TO WS-NOEXIT-COUNT
           END-IF
           IF (TR-FE-DATE(WS-J) > 0
              AND TR-FE-DATE(WS-J) NOT = TR-ENTRY-DATE(WS-J))
              OR WS-LIVE-EXIT-DATE NOT = TR-EXIT-DATE(WS-J)
               ADD 1 TO WS-OFFDAY-COUNT
           END-IF
      *    Precio: entrar más caro o salir más barato cuesta en una
      *    larga; al revés en una corta.
           COMPUTE WS-PX-DIFF = TR-ENTRY(WS-J) - WS-AVG-ENTRY
           COMPUTE WS-PX-DIFF = WS-PX-DIFF + WS-AVG-EXIT
           COMPUTE WS-PX-DIFF = WS-PX-DIFF - TR-EXIT(WS-J)
           COMPUTE WS-PRICE-AMT ROUNDED =
               WS-PX-DIFF * WS-LIVE-SHARES * TR-DIR(WS-J)
           MOVE TR-EXIT-DATE(WS-J) TO WS-BOOK-DATE
           MOVE WS-MISS-AMT TO WS-BOOK-AMT
           MOVE "M" TO WS-BOOK-KIND
           PERFORM 4900-ASENTAR-EN-DIA
           MOVE WS-PRICE-AMT TO WS-BOOK-AMT
           MOVE "P" TO WS-BOOK-KIND
           PERFORM 4900-ASENTAR-EN-DIA
      *    Momento: el P&L de la cuenta se saca del día simulado y se
      *    pone el día del fill de salida.
           IF WS-LIVE-EXIT-DATE NOT = TR-EXIT-DATE(WS-J)
               COMPUTE WS-LIVE-PNL =
                   TR-PNL(WS-J) + WS-MISS-AMT + WS-PRICE-AMT
               MOVE "T" TO WS-BOOK-KIND
               MOVE TR-EXIT-DATE(WS-J) TO WS-BOOK-DATE
               COMPUTE WS-BOOK-AMT = 0 - WS-LIVE-PNL
               PERFORM 4900-ASENTAR-EN-DIA
               MOVE WS-LIVE-EXIT-DATE TO WS-BOOK-DATE
               MOVE WS-LIVE-PNL TO WS-BOOK-AMT
               PERFORM 4900-ASENTAR-EN-DIA
           END-IF
           EXIT.

      * Operaciones que el broker llenó y la simulación no tiene: con
      * entrada y salida su P&L entra como operación perdida (con
      * signo contrario: la cuenta la tiene), el día del fill de
      * salida; sin salida no hay P&L realizado que asentar.
       4500-ATRIBUIR-EXTRAS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-XTR-COUNT
               ADD 1 TO WS-EXTRA-COUNT
               DISPLAY "WARNING: fills de la operación " XT-NUM(WS-J)
                   " sin operación en el ledger"
               IF XT-FE-SHARES(WS-J) > 0 AND XT-FX-SHARES(WS-J) > 0
                  AND XT-FX-DATE(WS-J) > 0
                   COMPUTE WS-AVG-ENTRY ROUNDED =
                       XT-FE-NOTIONAL(WS-J) / XT-FE-SHARES(WS-J)
                   COMPUTE WS-AVG-EXIT ROUNDED =
                       XT-FX-NOTIONAL(WS-J) / XT-FX-SHARES(WS-J)
                   MOVE XT-FX-SHARES(WS-J) TO WS-LIVE-SHARES
                   IF XT-FE-SHARES(WS-J) < WS-LIVE-SHARES
                       MOVE XT-FE-SHARES(WS-J) TO WS-LIVE-SHARES
                   END-IF
                   COMPUTE WS-PX-DIFF = WS-AVG-EXIT - WS-AVG-ENTRY
                   COMPUTE WS-BOOK-AMT ROUNDED =
                       WS-PX-DIFF * WS-LIVE-SHARES * XT-DIR(WS-J)
                   MOVE XT-FX-DATE(WS-J) TO WS-BOOK-DATE
                   MOVE "M" TO WS-BOOK-KIND
                   PERFORM 4900-ASENTAR-EN-DIA
               END-IF
           END-PERFORM
           EXIT.

      * Asienta WS-BOOK-AMT en el componente WS-BOOK-KIND del primer
      * día de la curva en o después de WS-BOOK-DATE.
       4900-ASENTAR-EN-DIA.
           IF WS-BOOK-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DAY-COUNT OR WS-FOUND > 0
               IF DY-DATE(WS-I) >= WS-BOOK-DATE
                   MOVE WS-I TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               ADD 1 TO WS-OUTSIDE-COUNT
               DISPLAY "WARNING: asiento del " WS-BOOK-DATE
                   " después del final de la curva, fuera de la serie"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-BOOK-KIND
               WHEN "M"
                   ADD WS-BOOK-AMT TO DY-MISS(WS-FOUND)
               WHEN "P"
                   ADD WS-BOOK-AMT TO DY-PRICE(WS-FOUND)
               WHEN OTHER
                   ADD WS-BOOK-AMT TO DY-TIMING(WS-FOUND)
           END-EVALUATE
           EXIT.

      * Las dos series día por día, la diferencia diaria de retornos
      * y el aporte de cada componente (su movimiento del día sobre
      * el equity vivo del día anterior; lo que queda es BASE).
       5000-ARMAR-SERIES.
           MOVE SPACES TO TMR-LINE
           STRING "SEGUIMIENTO CUENTA CONTRA SIMULACION - FILLS "
               FUNCTION TRIM(WS-FILLS-PATH)
               DELIMITED BY SIZE INTO TMR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO TMR-LINE
           STRING "FECHA         SIMULADO          VIVO      DIF ACUM"
               "     PERDIDAS       PRECIO      MOMENTO"
               DELIMITED BY SIZE INTO TMR-LINE
           WRITE REPORT-RECORD
           MOVE 0 TO WS-CUM-MISS WS-CUM-PRICE WS-CUM-TIMING
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DAY-COUNT
               PERFORM 5100-UN-DIA
           END-PERFORM
           EXIT.

       5100-UN-DIA.
           ADD DY-MISS(WS-I) TO WS-CUM-MISS
           ADD DY-PRICE(WS-I) TO WS-CUM-PRICE
           ADD DY-TIMING(WS-I) TO WS-CUM-TIMING
           COMPUTE WS-CUM-DIFF =
               WS-CUM-MISS + WS-CUM-PRICE + WS-CUM-TIMING
           COMPUTE WS-LIVE = DY-SIM(WS-I) + WS-CUM-DIFF
           IF WS-I > 1 AND WS-PREV-SIM > 0 AND WS-PREV-LIVE > 0
               PERFORM 5200-DIFERENCIA-DIARIA
           END-IF
           MOVE DY-SIM(WS-I) TO WS-PREV-SIM
           MOVE WS-LIVE TO WS-PREV-LIVE
           MOVE DY-SIM(WS-I) TO WS-SIM-ED
           MOVE WS-LIVE TO WS-LIVE-ED
           MOVE WS-CUM-DIFF TO WS-AMT-ED
           MOVE WS-CUM-MISS TO WS-M-ED
           MOVE WS-CUM-PRICE TO WS-P-ED
           MOVE WS-CUM-TIMING TO WS-T-ED
           MOVE SPACES TO TMR-LINE
           STRING DY-DATE(WS-I) " " WS-SIM-ED " " WS-LIVE-ED " "
               WS-AMT-ED " " WS-M-ED " " WS-P-ED " " WS-T-ED
               DELIMITED BY SIZE INTO TMR-LINE
           WRITE REPORT-RECORD
           ADD 1 TO WS-ROW-COUNT
           EXIT.

       5200-DIFERENCIA-DIARIA.
           COMPUTE WS-DELTA = DY-SIM(WS-I) - WS-PREV-SIM
           COMPUTE WS-R-SIM ROUNDED = WS-DELTA / WS-PREV-SIM
           COMPUTE WS-DELTA = WS-LIVE - WS-PREV-LIVE
           COMPUTE WS-R-LIVE ROUNDED = WS-DELTA / WS-PREV-LIVE
           COMPUTE WS-D = WS-R-LIVE - WS-R-SIM
           COMPUTE WS-C-MISS ROUNDED = DY-MISS(WS-I) / WS-PREV-LIVE
           COMPUTE WS-C-PRICE ROUNDED =
               DY-PRICE(WS-I) / WS-PREV-LIVE
           COMPUTE WS-C-TIMING ROUNDED =
               DY-TIMING(WS-I) / WS-PREV-LIVE
           COMPUTE WS-C-BASE = WS-D - WS-C-MISS
           COMPUTE WS-C-BASE = WS-C-BASE - WS-C-PRICE
           COMPUTE WS-C-BASE = WS-C-BASE - WS-C-TIMING
           ADD 1 TO WS-N
           ADD WS-D TO WS-SUM-D
           COMPUTE WS-SUM-DD = WS-SUM-DD + WS-D * WS-D
           ADD WS-C-MISS TO WS-SUM-M
           COMPUTE WS-SUM-MD = WS-SUM-MD + WS-C-MISS * WS-D
           ADD WS-C-PRICE TO WS-SUM-P
           COMPUTE WS-SUM-PD = WS-SUM-PD + WS-C-PRICE * WS-D
           ADD WS-C-TIMING TO WS-SUM-T
           COMPUTE WS-SUM-TD = WS-SUM-TD + WS-C-TIMING * WS-D
           ADD WS-C-BASE TO WS-SUM-B
           COMPUTE WS-SUM-BD = WS-SUM-BD + WS-C-BASE * WS-D
           EXIT.

      * Diferencia acumulada por componente, error de seguimiento
      * anualizado y su reparto.
       6000-ESCRIBIR-RESUMEN.
           COMPUTE WS-RET-SIM-TOT ROUNDED =
               DY-SIM(WS-DAY-COUNT) / DY-SIM(1)
           COMPUTE WS-RET-LIVE-TOT ROUNDED = WS-LIVE / DY-SIM(1)
           COMPUTE WS-TD-PCT ROUNDED =
               (WS-RET-LIVE-TOT - WS-RET-SIM-TOT) * 100
           IF WS-N > 1
               COMPUTE WS-WORK = WS-SUM-D * WS-SUM-D
               COMPUTE WS-WORK = WS-WORK / WS-N
               COMPUTE WS-VAR-D = WS-SUM-DD - WS-WORK
               COMPUTE WS-N-LESS-ONE = WS-N - 1
               COMPUTE WS-VAR-D = WS-VAR-D / WS-N-LESS-ONE
           ELSE
               MOVE 0 TO WS-VAR-D
           END-IF
           IF WS-VAR-D > 0
               COMPUTE WS-WORK = WS-VAR-D * 252
               COMPUTE WS-TE-PCT ROUNDED =
                   FUNCTION SQRT(WS-WORK) * 100
               MOVE WS-SUM-M TO WS-WORK
               MOVE WS-SUM-MD TO WS-COV
               PERFORM 6100-PARTE-DEL-ERROR
               MOVE WS-WORK TO WS-SHARE-M
               MOVE WS-SUM-P TO WS-WORK
               MOVE WS-SUM-PD TO WS-COV
               PERFORM 6100-PARTE-DEL-ERROR
               MOVE WS-WORK TO WS-SHARE-P
               MOVE WS-SUM-T TO WS-WORK
               MOVE WS-SUM-TD TO WS-COV
               PERFORM 6100-PARTE-DEL-ERROR
               MOVE WS-WORK TO WS-SHARE-T
               MOVE WS-SUM-B TO WS-WORK
               MOVE WS-SUM-BD TO WS-COV
               PERFORM 6100-PARTE-DEL-ERROR
               MOVE WS-WORK TO WS-SHARE-B
           END-IF
           MOVE SPACES TO TMR-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO TMR-LINE
           MOVE WS-CLOSED-COUNT TO WS-CNT-ED
           STRING "OPERACIONES SIMULADAS " WS-CNT-ED
               DELIMITED BY SIZE INTO TMR-LINE
           MOVE WS-MISSED-COUNT TO WS-CNT-ED
           STRING "  SIN FILL " WS-CNT-ED
               DELIMITED BY SIZE INTO TMR-LINE(28:)
           MOVE WS-PARTIAL-COUNT TO WS-CNT-ED
           STRING "  PARCIALES " WS-CNT-ED
               DELIMITED BY SIZE INTO TMR-LINE(43:)
           MOVE WS-OFFDAY-COUNT TO WS-CNT-ED
           STRING "  OTRO DIA " WS-CNT-ED
               DELIMITED BY SIZE INTO TMR-LINE(59:)
           MOVE WS-EXTRA-COUNT TO WS-CNT-ED
           STRING "  NO SIMULADAS " WS-CNT-ED
               DELIMITED BY SIZE INTO TMR-LINE(74:)
           WRITE REPORT-RECORD
           DISPLAY TMR-LINE
           MOVE WS-CUM-DIFF TO WS-AMT-ED
           MOVE WS-TD-PCT TO WS-PCT-ED
           MOVE SPACES TO TMR-LINE
           STRING "DIFERENCIA DE SEGUIMIENTO " WS-AMT-ED " ("
               WS-PCT-ED "%)"
               DELIMITED BY SIZE INTO TMR-LINE
           WRITE REPORT-RECORD
           DISPLAY TMR-LINE
           MOVE SPACES TO TMR-LINE
           STRING "COMPONENTE             MONTO     % INICIAL"
               "   % DEL ERROR"
               DELIMITED BY SIZE INTO TMR-LINE
           WRITE REPORT-RECORD
           MOVE "OPERACIONES PERDIDAS" TO WS-ERROR-MSG
           MOVE WS-CUM-MISS TO WS-DELTA
           MOVE WS-SHARE-M TO WS-SHARE-ED
           PERFORM 6200-RENGLON-COMPONENTE
           MOVE "PRECIO DE FILL" TO WS-ERROR-MSG
           MOVE WS-CUM-PRICE TO WS-DELTA
           MOVE WS-SHARE-P TO WS-SHARE-ED
           PERFORM 6200-RENGLON-COMPONENTE
           MOVE "MOMENTO" TO WS-ERROR-MSG
           MOVE WS-CUM-TIMING TO WS-DELTA
           MOVE WS-SHARE-T TO WS-SHARE-ED
           PERFORM 6200-RENGLON-COMPONENTE
           MOVE "BASE" TO WS-ERROR-MSG
           MOVE 0 TO WS-DELTA
           MOVE WS-SHARE-B TO WS-SHARE-ED
           PERFORM 6200-RENGLON-COMPONENTE
           MOVE WS-TE-PCT TO WS-TE-ED
           MOVE WS-TE-MAX TO WS-TEMAX-ED
           MOVE SPACES TO TMR-LINE
           IF WS-TE-PCT > WS-TE-MAX
               MOVE "Y" TO WS-BREACH
               STRING "ERROR DE SEGUIMIENTO " WS-TE-ED
                   "% ANUAL  TOPE " WS-TEMAX-ED "%  EXCEDIDO"
                   DELIMITED BY SIZE INTO TMR-LINE
           ELSE
               STRING "ERROR DE SEGUIMIENTO " WS-TE-ED
                   "% ANUAL  TOPE " WS-TEMAX-ED "%"
                   DELIMITED BY SIZE INTO TMR-LINE
           END-IF
           WRITE REPORT-RECORD
           DISPLAY "[TRACKMON] " TMR-LINE
           IF WS-OUTSIDE-COUNT > 0 OR WS-NOEXIT-COUNT > 0
               MOVE SPACES TO TMR-LINE
               MOVE WS-NOEXIT-COUNT TO WS-CNT-ED
               STRING "AVISO: " WS-CNT-ED " operaciones sin fill de "
                   "salida (se toma el ledger), "
                   DELIMITED BY SIZE INTO TMR-LINE
               MOVE WS-OUTSIDE-COUNT TO WS-CNT-ED
               STRING WS-CNT-ED " asientos fuera de la curva"
                   DELIMITED BY SIZE INTO TMR-LINE(66:)
               WRITE REPORT-RECORD
           END-IF
           EXIT.

      * Parte del error de un componente: covarianza de su aporte
      * diario con la diferencia sobre la varianza de la
      * diferencia, en porciento. Entra la suma del aporte en
      * WS-WORK y la suma de productos en WS-COV; sale en WS-WORK.
       6100-PARTE-DEL-ERROR.
           COMPUTE WS-WORK = WS-WORK * WS-SUM-D
           COMPUTE WS-WORK = WS-WORK / WS-N
           COMPUTE WS-COV = WS-COV - WS-WORK
           COMPUTE WS-COV = WS-COV / WS-N-LESS-ONE
           COMPUTE WS-WORK ROUNDED = WS-COV * 100 / WS-VAR-D
           EXIT.

       6200-RENGLON-COMPONENTE.
           MOVE WS-DELTA TO WS-AMT-ED
           COMPUTE WS-TD-PCT ROUNDED = WS-DELTA * 100 / DY-SIM(1)
           MOVE WS-TD-PCT TO WS-PCT-ED
           MOVE SPACES TO TMR-LINE
           MOVE WS-ERROR-MSG(1:20) TO TMR-LINE(1:20)
           STRING WS-AMT-ED "   " WS-PCT-ED "%     " WS-SHARE-ED "%"
               DELIMITED BY SIZE INTO TMR-LINE(21:)
           WRITE REPORT-RECORD
           DISPLAY TMR-LINE
           EXIT.

      * Alta en la casilla como en ALERTS: si ya hay una alerta
      * TRACKERR ABIERTA del mismo símbolo no se duplica (sigue
      * envejeciendo); si no, entra con la clave siguiente,
      * severidad 2 y estado OPEN.
       7000-ASENTAR-EN-INBOX.
           OPEN I-O INBOX-FILE
           IF WS-INBOX-NEW
               OPEN OUTPUT INBOX-FILE
               CLOSE INBOX-FILE
               OPEN I-O INBOX-FILE
           END-IF
           IF NOT WS-INBOX-OK
               DISPLAY "WARNING: casilla de alertas ilegible FS="
                   WS-INBOX-FS ", alerta solo en el reporte"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INBOX-MAX-ID
           MOVE "N" TO WS-INBOX-DUP
           MOVE 0 TO AIX-ID
           START INBOX-FILE KEY IS GREATER THAN AIX-ID
               INVALID KEY
                   MOVE "10" TO WS-INBOX-FS
           END-START
           PERFORM UNTIL NOT WS-INBOX-OK
               READ INBOX-FILE NEXT RECORD
                   AT END
                       SET WS-INBOX-EOF TO TRUE
                   NOT AT END
                       IF AIX-ID > WS-INBOX-MAX-ID
                           MOVE AIX-ID TO WS-INBOX-MAX-ID
                       END-IF
                       IF AIX-STATUS = "OPEN"
                          AND AIX-SYMBOL = WS-ALERT-SYMBOL
                          AND AIX-RULE = "TRACKERR"
                           MOVE "Y" TO WS-INBOX-DUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INBOX-DUP = "N"
               MOVE SPACES TO INBOX-RECORD
               COMPUTE AIX-ID = WS-INBOX-MAX-ID + 1
               MOVE WS-ALERT-SYMBOL TO AIX-SYMBOL
               MOVE "TRACKERR" TO AIX-RULE
               MOVE 2 TO AIX-SEVERITY
               MOVE FUNCTION CURRENT-DATE(1:8) TO AIX-RAISED
               MOVE "OPEN" TO AIX-STATUS
               MOVE SPACES TO AIX-OPERATOR
               MOVE 0 TO AIX-ACK-DATE
               STRING "TE " WS-TE-ED "% TOPE " WS-TEMAX-ED "%"
                   DELIMITED BY SIZE INTO AIX-NOTE
               WRITE INBOX-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: no se pudo asentar la "
                           "alerta " AIX-ID " en la casilla"
               END-WRITE
               DISPLAY "[ALERTA] " WS-ALERT-SYMBOL " TRACKERR " AIX-NOTE
           END-IF
           CLOSE INBOX-FILE
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
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
                   MOVE "ERROR: Ledger no encontrado" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
