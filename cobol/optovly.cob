       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTOVLY.
      * Valuación diaria del overlay de opciones (calls cubiertos y
      * puts protectores) que la mesa monta sobre las posiciones de
      * TRADER. Hasta ahora ese P&L vivía en una planilla al lado de
      * equity_curve.dat; aquí cada pata se valúa por Black-Scholes
      * día por día con el cierre del subyacente leído por clave de
      * price_master.dat, y se deja la valuación con sus griegas
      * (delta, gamma, theta) más una curva de capital combinada
      * acción-más-opción en el mismo layout de equity_curve.dat,
      * para que PORTFOLIO la reporte tal cual (segundo parámetro).
      * Parámetros:
      *   POSITIONS=archivo  posiciones de opciones
      *                      (option_positions.dat)
      *   EQUITY=archivo     curva de TRADER a combinar
      *                      (equity_curve.dat)
      *   VOL=REALIZED       volatilidad realizada de los últimos
      *                      WINDOW= cierres (omisión, 20)
      *   VOL=ATR            ATR% más reciente de atr_output_<SIM>.dat
      *                      (prefijo con ATRPREFIX=), anualizado
      *   RATE=tasa          tasa libre de riesgo anual en porciento
      *                      (omisión 4.00)
      *   CONTRACT=n         acciones por contrato (omisión 100)
      * Contratos con signo: negativo es la pata vendida (el call
      * cubierto), positivo la comprada (el put protector). Después
      * del vencimiento la pata queda en su valor intrínseco del día
      * de vencimiento; antes de la fecha de apertura no aporta nada.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIONS-FILE ASSIGN TO DYNAMIC WS-POS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FS.
           SELECT MASTER-FILE ASSIGN TO "price_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ATR-IN-FILE ASSIGN TO DYNAMIC WS-ATR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-FS.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-STATUS.
           SELECT OVL-OUT-FILE ASSIGN TO "optovly_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT COMB-OUT-FILE ASSIGN TO "optovly_equity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMB-STATUS.
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
      * Una pata por renglón: subyacente, C o P, strike, vencimiento,
      * contratos con signo, prima pagada/cobrada por acción y fecha
      * de apertura.
       FD  POSITIONS-FILE.
       01  POSITION-RECORD.
           05 OP-SYMBOL        PIC X(10).
           05 FILLER           PIC X.
           05 OP-TYPE          PIC X(1).
           05 FILLER           PIC X.
           05 OP-STRIKE-RAW    PIC X(12).
           05 FILLER           PIC X.
           05 OP-EXPIRY        PIC X(8).
           05 FILLER           PIC X.
           05 OP-CONTRACTS-RAW PIC X(6).
           05 FILLER           PIC X.
           05 OP-PREMIUM-RAW   PIC X(12).
           05 FILLER           PIC X.
           05 OP-OPEN-DATE     PIC X(8).
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
      * Mismo formato que ATR-OUT-RECORD de ATR (solo lo que se usa).
       FD  ATR-IN-FILE.
       01  ATR-IN-RECORD.
           05 AIN-ATR         PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-STOP        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AIN-ATR-PCT     PIC 9(3)V99.
      * Mismo formato que EQUITY-RECORD de TRADER; las columnas
      * después de la fecha se copian tal cual a la curva combinada.
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-DATE         PIC 9(8).
           05 EQ-REST         PIC X(120).
       FD  OVL-OUT-FILE.
       01  OVL-OUT-RECORD.
           05 OV-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 OV-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 OV-TYPE         PIC X(1).
           05 FILLER          PIC X.
           05 OV-STRIKE       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 OV-EXPIRY       PIC 9(8).
           05 FILLER          PIC X.
           05 OV-UNDERLYING   PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 OV-VOL-PCT      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 OV-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 OV-CONTRACTS    PIC S9(5) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 OV-DELTA        PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 OV-GAMMA        PIC S9(5)V9(4)
                                 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 OV-THETA        PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 OV-VALUE        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 OV-PNL          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
       FD  COMB-OUT-FILE.
       01  COMB-OUT-RECORD.
           05 CB-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 CB-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 CB-DATE         PIC 9(8).
           05 CB-REST         PIC X(120).
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
       01  WS-AUDIT-FS         PIC XX.
       01  WS-AUDIT-PROGRAM    PIC X(10) VALUE "OPTOVLY".
       01  WS-AUDIT-STATUS     PIC X(4).
       01  WS-AUDIT-COUNT      PIC 9(5).
       01  WS-AUDIT-REJECTS    PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED     PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1    PIC 9(8).
              10 WS-HASH-V2    PIC 9(8).
           05 WS-HASH-TEXT     PIC X(400).
           05 WS-HASH-LEN      PIC 9(4) COMP.
           05 WS-HASH-I        PIC 9(4) COMP.
           05 WS-HASH-H1       PIC 9(12) COMP.
           05 WS-HASH-H2       PIC 9(12) COMP.
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
       01  WS-POS-FS           PIC XX.
           88  WS-POS-OK           VALUE "00".
           88  WS-POS-EOF          VALUE "10".
       01  WS-MASTER-STATUS    PIC XX.
           88  WS-MASTER-OK        VALUE "00".
           88  WS-MASTER-EOF       VALUE "10".
       01  WS-ATR-FS           PIC XX.
           88  WS-ATR-OK           VALUE "00".
           88  WS-ATR-EOF          VALUE "10".
       01  WS-EQUITY-STATUS    PIC XX.
           88  WS-EQUITY-OK        VALUE "00".
           88  WS-EQUITY-EOF       VALUE "10".
       01  WS-OUT-STATUS       PIC XX.
       01  WS-COMB-STATUS      PIC XX.
       01  WS-POS-PATH         PIC X(200)
                                  VALUE "option_positions.dat".
       01  WS-EQUITY-PATH      PIC X(200) VALUE "equity_curve.dat".
       01  WS-ATR-PATH         PIC X(200).
       01  WS-ATR-PREFIX       PIC X(100) VALUE "atr_output_".
       01  WS-VOL-MODE         PIC X(8) VALUE "REALIZED".
           88  WS-VOL-REALIZED     VALUE "REALIZED".
           88  WS-VOL-ATR          VALUE "ATR".
       01  WS-WINDOW           PIC 9(3) COMP VALUE 20.
       01  WS-RATE-PCT         PIC 9(2)V99 COMP-3 VALUE 4.00.
       01  WS-RATE             PIC 9V9(6) COMP-3.
       01  WS-CONTRACT-SIZE    PIC 9(5) COMP VALUE 100.
      * Patas de opciones a valuar.
       01  WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 50 TIMES.
              10 LG-SYMBOL       PIC X(10).
              10 LG-TYPE         PIC X(1).
              10 LG-STRIKE       PIC 9(7)V9(4) COMP-3.
              10 LG-EXPIRY       PIC 9(8).
              10 LG-CONTRACTS    PIC S9(5) COMP-3.
              10 LG-PREMIUM      PIC 9(7)V9(4) COMP-3.
              10 LG-OPEN-DATE    PIC 9(8).
       01  WS-LEG-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-MAX-LEGS         PIC 9(3) COMP VALUE 50.
       01  WS-LG               PIC 9(3) COMP.
      * Cierres del subyacente de la pata en curso, y el P&L de la
      * pata en cada uno de esos días.
       01  WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 5000 TIMES.
              10 PX-DATE         PIC 9(8).
              10 PX-CLOSE        PIC 9(7)V9(4) COMP-3.
              10 PX-PNL          PIC S9(9)V99 COMP-3.
       01  WS-PX-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PX           PIC 9(5) COMP VALUE 5000.
       01  WS-PX               PIC 9(4) COMP.
       01  WS-PX-LAST          PIC 9(4) COMP.
      * Curva de TRADER en memoria con el P&L del overlay por fecha.
       01  WS-EQ-TABLE.
           05 WS-EQ-ENTRY OCCURS 5000 TIMES.
              10 EQT-DATE        PIC 9(8).
              10 EQT-CAPITAL     PIC 9(9)V99 COMP-3.
              10 EQT-REST        PIC X(120).
              10 EQT-OVL-PNL     PIC S9(9)V99 COMP-3.
       01  WS-EQ-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-MAX-EQ           PIC 9(5) COMP VALUE 5000.
       01  WS-EQ               PIC 9(4) COMP.
       01  WS-EQ-FLAG          PIC X(1) VALUE "N".
           88  WS-EQ-ON            VALUE "Y".
      * Black-Scholes.
       01  WS-SPOT             PIC 9(7)V9(4) COMP-3.
       01  WS-SIGMA            PIC 9(3)V9(6) COMP-3.
       01  WS-LEG-SIGMA        PIC 9(3)V9(6) COMP-3.
       01  WS-T-YEARS          PIC 9(3)V9(6) COMP-3.
       01  WS-DAYS-LEFT        PIC S9(7) COMP.
       01  WS-SQRT-T           PIC 9(3)V9(6) COMP-3.
       01  WS-SIG-SQRT-T       PIC 9(3)V9(9) COMP-3.
       01  WS-D1               PIC S9(5)V9(9) COMP-3.
       01  WS-D2               PIC S9(5)V9(9) COMP-3.
       01  WS-DISC             PIC 9V9(9) COMP-3.
       01  WS-ND1              PIC 9V9(9) COMP-3.
       01  WS-ND2              PIC 9V9(9) COMP-3.
       01  WS-NMD1             PIC 9V9(9) COMP-3.
       01  WS-NMD2             PIC 9V9(9) COMP-3.
       01  WS-PDF-D1           PIC 9V9(9) COMP-3.
       01  WS-OPT-PRICE        PIC S9(7)V9(4) COMP-3.
       01  WS-OPT-DELTA        PIC S9V9(6) COMP-3.
       01  WS-OPT-GAMMA        PIC S9(3)V9(9) COMP-3.
       01  WS-OPT-THETA        PIC S9(7)V9(6) COMP-3.
       01  WS-POS-UNITS        PIC S9(9) COMP-3.
       01  WS-LEG-VALUE        PIC S9(9)V99 COMP-3.
       01  WS-LEG-COST         PIC S9(9)V99 COMP-3.
      * Aproximación polinomial de la normal acumulada (Abramowitz y
      * Stegun 26.2.17, error absoluto menor a 7.5E-8).
       01  WS-CDF-X            PIC S9(5)V9(9) COMP-3.
       01  WS-CDF-ABS          PIC 9(5)V9(9) COMP-3.
       01  WS-CDF-K            PIC 9V9(9) COMP-3.
       01  WS-CDF-POLY         PIC S9(3)V9(9) COMP-3.
       01  WS-CDF-PDF          PIC 9V9(9) COMP-3.
       01  WS-CDF-RESULT       PIC 9V9(9) COMP-3.
       01  WS-INV-SQRT-2PI     PIC 9V9(9) COMP-3
                                  VALUE 0.398942280.
      * Volatilidad realizada.
       01  WS-RET              PIC S9(3)V9(9) COMP-3.
       01  WS-RET-SUM          PIC S9(5)V9(9) COMP-3.
       01  WS-RET-SUMSQ        PIC 9(5)V9(9) COMP-3.
       01  WS-RET-N            PIC 9(4) COMP.
       01  WS-RET-MEAN         PIC S9(3)V9(9) COMP-3.
       01  WS-RET-VAR          PIC S9(3)V9(9) COMP-3.
       01  WS-K                PIC 9(4) COMP.
       01  WS-K-FROM           PIC 9(4) COMP.
       01  WS-SQRT-252         PIC 9(2)V9(6) COMP-3.
       01  WS-ATR-PCT-LAST     PIC 9(3)V99 COMP-3.
       01  WS-DEFAULT-SIGMA    PIC 9V9(6) COMP-3 VALUE 0.250000.
       01  WS-NOVOL-COUNT      PIC 9(5) COMP VALUE 0.
      * Curva combinada.
       01  WS-COMB-CAPITAL     PIC S9(9)V99 COMP-3.
       01  WS-COMB-PEAK        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-COMB-DD          PIC 9(3)V99 COMP-3.
       01  WS-NEG-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-OUT-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-REJ-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-STRIKE-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-PREMIUM-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-CONTRACTS-TEMP   PIC S9(5) COMP-3.
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-ARGC             PIC 9(2) COMP.
       01  WS-ARG-IDX          PIC 9(2) COMP.
       01  WS-ARG1             PIC X(200).
       01  WS-KEYWORD-VAL      PIC X(20).
       01  WS-EXIT-CODE        PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG        PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa OPTOVLY iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1100-CARGAR-POSICIONES
           IF WS-EXIT-CODE NOT = 0 OR WS-LEG-COUNT = 0
               IF WS-EXIT-CODE = 0
                   DISPLAY "ERROR: ninguna pata de opciones válida"
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-REJ-COUNT TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGAR-CURVA
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-REJ-COUNT TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OVL-OUT-FILE
           PERFORM VARYING WS-LG FROM 1 BY 1
                   UNTIL WS-LG > WS-LEG-COUNT
               PERFORM 2000-VALUAR-PATA
           END-PERFORM
           CLOSE OVL-OUT-FILE
           CLOSE MASTER-FILE
           IF WS-EQ-ON
               PERFORM 4000-GRABAR-CURVA-COMBINADA
           END-IF
           DISPLAY "[OPTOVLY] " WS-LEG-COUNT " patas, " WS-OUT-COUNT
               " valuaciones diarias, volatilidad " WS-VOL-MODE
           IF WS-NOVOL-COUNT > 0
               DISPLAY "WARNING: " WS-NOVOL-COUNT " valuaciones sin "
                   "historia para volatilidad, se usó 25% anual"
           END-IF
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-OUT-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJ-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:10) = "POSITIONS="
                       MOVE WS-ARG1(11:) TO WS-POS-PATH
                   WHEN WS-ARG1(1:7) = "EQUITY="
                       MOVE WS-ARG1(8:) TO WS-EQUITY-PATH
                   WHEN WS-ARG1(1:4) = "VOL="
                       MOVE "VOL" TO WS-PARM-KEY
                       MOVE WS-ARG1(5:8) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:10) = "ATRPREFIX="
                       MOVE WS-ARG1(11:) TO WS-ATR-PREFIX
                   WHEN WS-ARG1(1:7) = "WINDOW="
                       MOVE "WINDOW" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:20) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "RATE="
                       MOVE "RATE" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:20) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "CONTRACT="
                       MOVE WS-ARG1(10:20) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                          AND FUNCTION NUMVAL(WS-KEYWORD-VAL) > 0
                           COMPUTE WS-CONTRACT-SIZE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-POS-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           COMPUTE WS-RATE = WS-RATE-PCT / 100
           COMPUTE WS-SQRT-252 = FUNCTION SQRT(252)
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "WINDOW" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "RATE" TO PRM-NAME(2)
           MOVE "4.00" TO PRM-DEFAULT(2)
           MOVE "VOL" TO PRM-NAME(3)
           MOVE "REALIZED" TO PRM-DEFAULT(3)
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
      * RATE=0 es válido. VOL acepta REALIZED o ATR.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 2
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 2)
                   OR (WS-PARM-I = 1
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999))
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99.99)
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
           IF PRM-VALUE(3) NOT = "REALIZED"
              AND PRM-VALUE(3) NOT = "ATR"
               DISPLAY "WARNING: parámetro VOL="
                   FUNCTION TRIM(PRM-VALUE(3)) " ("
                   FUNCTION TRIM(PRM-SOURCE(3))
                   ") inválido, rige REALIZED"
               MOVE PRM-DEFAULT(3) TO PRM-VALUE(3)
               MOVE "DEF " TO PRM-SOURCE(3)
               MOVE SPACES TO PRM-SCOPE(3)
               MOVE 0 TO PRM-VERSION(3)
           END-IF
           COMPUTE WS-WINDOW = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-RATE-PCT = FUNCTION NUMVAL(PRM-VALUE(2))
           MOVE PRM-VALUE(3) TO WS-VOL-MODE.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Carga las patas; un renglón con tipo distinto de C/P, strike
      * o contratos no numéricos, o sin vencimiento, se rechaza con
      * aviso y la corrida sigue con las demás.
       1100-CARGAR-POSICIONES.
           OPEN INPUT POSITIONS-FILE
           IF NOT WS-POS-OK
               DISPLAY "ERROR: no se pudo abrir " WS-POS-PATH
                   " (FS " WS-POS-FS ")"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POS-EOF
               READ POSITIONS-FILE INTO POSITION-RECORD
                   AT END
                       SET WS-POS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-ACEPTAR-PATA
               END-READ
           END-PERFORM
           CLOSE POSITIONS-FILE
           DISPLAY "[DEBUG] 1100-CARGAR-POSICIONES - " WS-LEG-COUNT
               " patas, " WS-REJ-COUNT " rechazadas"
           EXIT.

       1150-ACEPTAR-PATA.
           IF (OP-TYPE NOT = "C" AND OP-TYPE NOT = "P")
              OR FUNCTION TEST-NUMVAL(OP-STRIKE-RAW) NOT = 0
              OR FUNCTION TEST-NUMVAL(OP-CONTRACTS-RAW) NOT = 0
              OR OP-EXPIRY NOT NUMERIC
               DISPLAY "WARNING: pata rechazada: " POSITION-RECORD
               ADD 1 TO WS-REJ-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STRIKE-TEMP = FUNCTION NUMVAL(OP-STRIKE-RAW)
           COMPUTE WS-CONTRACTS-TEMP =
               FUNCTION NUMVAL(OP-CONTRACTS-RAW)
           MOVE 0 TO WS-PREMIUM-TEMP
           IF FUNCTION TEST-NUMVAL(OP-PREMIUM-RAW) = 0
               COMPUTE WS-PREMIUM-TEMP =
                   FUNCTION NUMVAL(OP-PREMIUM-RAW)
           END-IF
           IF WS-STRIKE-TEMP NOT > 0 OR WS-CONTRACTS-TEMP = 0
              OR WS-PREMIUM-TEMP < 0
               DISPLAY "WARNING: pata rechazada: " POSITION-RECORD
               ADD 1 TO WS-REJ-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-COUNT >= WS-MAX-LEGS
               DISPLAY "WARNING: más de " WS-MAX-LEGS
                   " patas, se ignora " OP-SYMBOL
               ADD 1 TO WS-REJ-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEG-COUNT
           MOVE OP-SYMBOL TO LG-SYMBOL(WS-LEG-COUNT)
           MOVE OP-TYPE TO LG-TYPE(WS-LEG-COUNT)
           MOVE WS-STRIKE-TEMP TO LG-STRIKE(WS-LEG-COUNT)
           MOVE OP-EXPIRY TO LG-EXPIRY(WS-LEG-COUNT)
           MOVE WS-CONTRACTS-TEMP TO LG-CONTRACTS(WS-LEG-COUNT)
           MOVE WS-PREMIUM-TEMP TO LG-PREMIUM(WS-LEG-COUNT)
           IF OP-OPEN-DATE NUMERIC
               MOVE OP-OPEN-DATE TO LG-OPEN-DATE(WS-LEG-COUNT)
           ELSE
               MOVE 0 TO LG-OPEN-DATE(WS-LEG-COUNT)
           END-IF
           EXIT.

      * La curva de TRADER entera en memoria; sin curva se valúa el
      * overlay solo y no se arma la combinada.
       1200-CARGAR-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "WARNING: sin curva de capital " WS-EQUITY-PATH
                   ", solo se valúa el overlay"
               EXIT PARAGRAPH
           END-IF
           SET WS-EQ-ON TO TRUE
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE INTO EQUITY-RECORD
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       IF WS-EQ-COUNT < WS-MAX-EQ
                          AND EQ-DATE NUMERIC
                          AND EQ-CAPITAL NUMERIC
                           ADD 1 TO WS-EQ-COUNT
                           MOVE EQ-DATE TO EQT-DATE(WS-EQ-COUNT)
                           MOVE EQ-CAPITAL TO EQT-CAPITAL(WS-EQ-COUNT)
                           MOVE EQ-REST TO EQT-REST(WS-EQ-COUNT)
                           MOVE 0 TO EQT-OVL-PNL(WS-EQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           DISPLAY "[DEBUG] 1200-CARGAR-CURVA - " WS-EQ-COUNT
               " filas de " WS-EQUITY-PATH
           EXIT.

      * Una pata: cierres del subyacente por clave, valuación de cada
      * día desde la apertura hasta el vencimiento, y el P&L de la
      * pata repartido sobre las fechas de la curva de capital.
       2000-VALUAR-PATA.
           PERFORM 2100-LEER-SUBYACENTE
           IF WS-PX-COUNT = 0
               DISPLAY "WARNING: sin cierres de " LG-SYMBOL(WS-LG)
                   " en price_master.dat, pata sin valuar"
               ADD 1 TO WS-REJ-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LEG-SIGMA
           IF WS-VOL-ATR
               PERFORM 2200-LEER-ATR-PCT
           END-IF
           COMPUTE WS-POS-UNITS =
               LG-CONTRACTS(WS-LG) * WS-CONTRACT-SIZE
           COMPUTE WS-LEG-COST = WS-POS-UNITS * LG-PREMIUM(WS-LG)
           MOVE 0 TO WS-PX-LAST
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PX-COUNT
               MOVE 0 TO PX-PNL(WS-PX)
               IF PX-DATE(WS-PX) >= LG-OPEN-DATE(WS-LG)
                  AND PX-DATE(WS-PX) <= LG-EXPIRY(WS-LG)
                   PERFORM 2300-VALUAR-DIA
                   MOVE WS-PX TO WS-PX-LAST
               END-IF
           END-PERFORM
           IF WS-EQ-ON AND WS-PX-LAST > 0
               PERFORM 2500-REPARTIR-EN-CURVA
           END-IF
           EXIT.

       2100-LEER-SUBYACENTE.
           MOVE 0 TO WS-PX-COUNT
           MOVE "00" TO WS-MASTER-STATUS
           MOVE LG-SYMBOL(WS-LG) TO PM-SYMBOL
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
                       IF PM-SYMBOL NOT = LG-SYMBOL(WS-LG)
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

      * El ATR% más reciente del subyacente como volatilidad diaria,
      * anualizada por raíz de 252; sin archivo la pata cae a la
      * volatilidad realizada, con aviso.
       2200-LEER-ATR-PCT.
           MOVE 0 TO WS-ATR-PCT-LAST
           MOVE SPACES TO WS-ATR-PATH
           STRING FUNCTION TRIM(WS-ATR-PREFIX)
               FUNCTION TRIM(LG-SYMBOL(WS-LG)) ".dat"
               DELIMITED BY SIZE INTO WS-ATR-PATH
           MOVE "00" TO WS-ATR-FS
           OPEN INPUT ATR-IN-FILE
           IF WS-ATR-OK
               PERFORM UNTIL WS-ATR-EOF
                   READ ATR-IN-FILE INTO ATR-IN-RECORD
                       AT END
                           SET WS-ATR-EOF TO TRUE
                       NOT AT END
                           IF AIN-ATR-PCT NUMERIC
                              AND AIN-ATR-PCT > 0
                               MOVE AIN-ATR-PCT TO WS-ATR-PCT-LAST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATR-IN-FILE
           END-IF
           IF WS-ATR-PCT-LAST > 0
               COMPUTE WS-LEG-SIGMA ROUNDED =
                   WS-ATR-PCT-LAST / 100 * WS-SQRT-252
           ELSE
               DISPLAY "WARNING: sin ATR% para " LG-SYMBOL(WS-LG)
                   ", se usa volatilidad realizada"
           END-IF
           EXIT.

      * Valuación Black-Scholes de la pata al cierre WS-PX. El día
      * del vencimiento (o si no queda volatilidad) la opción vale su
      * intrínseco y las griegas quedan en delta de ejercicio.
       2300-VALUAR-DIA.
           MOVE PX-CLOSE(WS-PX) TO WS-SPOT
           IF WS-LEG-SIGMA > 0
               MOVE WS-LEG-SIGMA TO WS-SIGMA
           ELSE
               PERFORM 2350-VOL-REALIZADA
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LG-EXPIRY(WS-LG))
               - FUNCTION INTEGER-OF-DATE(PX-DATE(WS-PX))
           MOVE 0 TO WS-OPT-GAMMA WS-OPT-THETA
           IF WS-DAYS-LEFT <= 0 OR WS-SIGMA = 0
               PERFORM 2320-VALOR-INTRINSECO
           ELSE
               COMPUTE WS-T-YEARS ROUNDED = WS-DAYS-LEFT / 365
               COMPUTE WS-SQRT-T ROUNDED = FUNCTION SQRT(WS-T-YEARS)
               COMPUTE WS-SIG-SQRT-T ROUNDED = WS-SIGMA * WS-SQRT-T
               COMPUTE WS-D1 ROUNDED =
                   (FUNCTION LOG(WS-SPOT / LG-STRIKE(WS-LG))
                   + (WS-RATE + WS-SIGMA * WS-SIGMA / 2)
                   * WS-T-YEARS) / WS-SIG-SQRT-T
               COMPUTE WS-D2 = WS-D1 - WS-SIG-SQRT-T
               COMPUTE WS-DISC ROUNDED =
                   FUNCTION EXP(0 - WS-RATE * WS-T-YEARS)
               MOVE WS-D1 TO WS-CDF-X
               PERFORM 2400-NORMAL-ACUMULADA
               MOVE WS-CDF-RESULT TO WS-ND1
               MOVE WS-CDF-PDF TO WS-PDF-D1
               COMPUTE WS-NMD1 = 1 - WS-ND1
               MOVE WS-D2 TO WS-CDF-X
               PERFORM 2400-NORMAL-ACUMULADA
               MOVE WS-CDF-RESULT TO WS-ND2
               COMPUTE WS-NMD2 = 1 - WS-ND2
               IF LG-TYPE(WS-LG) = "C"
                   COMPUTE WS-OPT-PRICE ROUNDED =
                       WS-SPOT * WS-ND1
                       - LG-STRIKE(WS-LG) * WS-DISC * WS-ND2
                   MOVE WS-ND1 TO WS-OPT-DELTA
                   COMPUTE WS-OPT-THETA ROUNDED =
                       (0 - WS-SPOT * WS-PDF-D1 * WS-SIGMA
                       / (2 * WS-SQRT-T)
                       - WS-RATE * LG-STRIKE(WS-LG) * WS-DISC
                       * WS-ND2) / 365
               ELSE
                   COMPUTE WS-OPT-PRICE ROUNDED =
                       LG-STRIKE(WS-LG) * WS-DISC * WS-NMD2
                       - WS-SPOT * WS-NMD1
                   COMPUTE WS-OPT-DELTA = WS-ND1 - 1
                   COMPUTE WS-OPT-THETA ROUNDED =
                       (0 - WS-SPOT * WS-PDF-D1 * WS-SIGMA
                       / (2 * WS-SQRT-T)
                       + WS-RATE * LG-STRIKE(WS-LG) * WS-DISC
                       * WS-NMD2) / 365
               END-IF
               IF WS-OPT-PRICE < 0
                   MOVE 0 TO WS-OPT-PRICE
               END-IF
               COMPUTE WS-OPT-GAMMA ROUNDED =
                   WS-PDF-D1 / (WS-SPOT * WS-SIG-SQRT-T)
           END-IF
           COMPUTE WS-LEG-VALUE ROUNDED = WS-POS-UNITS * WS-OPT-PRICE
           COMPUTE PX-PNL(WS-PX) = WS-LEG-VALUE - WS-LEG-COST
           MOVE SPACES TO OVL-OUT-RECORD
           MOVE PX-DATE(WS-PX) TO OV-DATE
           MOVE LG-SYMBOL(WS-LG) TO OV-SYMBOL
           MOVE LG-TYPE(WS-LG) TO OV-TYPE
           MOVE LG-STRIKE(WS-LG) TO OV-STRIKE
           MOVE LG-EXPIRY(WS-LG) TO OV-EXPIRY
           MOVE WS-SPOT TO OV-UNDERLYING
           COMPUTE OV-VOL-PCT ROUNDED = WS-SIGMA * 100
           MOVE WS-OPT-PRICE TO OV-PRICE
           MOVE LG-CONTRACTS(WS-LG) TO OV-CONTRACTS
           COMPUTE OV-DELTA ROUNDED = WS-OPT-DELTA * WS-POS-UNITS
           COMPUTE OV-GAMMA ROUNDED = WS-OPT-GAMMA * WS-POS-UNITS
           COMPUTE OV-THETA ROUNDED = WS-OPT-THETA * WS-POS-UNITS
           MOVE WS-LEG-VALUE TO OV-VALUE
           MOVE PX-PNL(WS-PX) TO OV-PNL
           WRITE OVL-OUT-RECORD
           ADD 1 TO WS-OUT-COUNT
           EXIT.

       2320-VALOR-INTRINSECO.
           IF LG-TYPE(WS-LG) = "C"
               IF WS-SPOT > LG-STRIKE(WS-LG)
                   COMPUTE WS-OPT-PRICE = WS-SPOT - LG-STRIKE(WS-LG)
                   MOVE 1 TO WS-OPT-DELTA
               ELSE
                   MOVE 0 TO WS-OPT-PRICE WS-OPT-DELTA
               END-IF
           ELSE
               IF WS-SPOT < LG-STRIKE(WS-LG)
                   COMPUTE WS-OPT-PRICE = LG-STRIKE(WS-LG) - WS-SPOT
                   MOVE -1 TO WS-OPT-DELTA
               ELSE
                   MOVE 0 TO WS-OPT-PRICE WS-OPT-DELTA
               END-IF
           END-IF
           EXIT.

      * Desvío estándar de los retornos logarítmicos de los últimos
      * WINDOW cierres hasta WS-PX, anualizado; con menos de dos
      * retornos se usa 25% anual y se cuenta para el aviso final.
       2350-VOL-REALIZADA.
           IF WS-PX > WS-WINDOW
               COMPUTE WS-K-FROM = WS-PX - WS-WINDOW + 1
           ELSE
               MOVE 2 TO WS-K-FROM
           END-IF
           MOVE 0 TO WS-RET-SUM WS-RET-SUMSQ WS-RET-N
           PERFORM VARYING WS-K FROM WS-K-FROM BY 1
                   UNTIL WS-K > WS-PX
               COMPUTE WS-RET ROUNDED =
                   FUNCTION LOG(PX-CLOSE(WS-K) / PX-CLOSE(WS-K - 1))
               ADD WS-RET TO WS-RET-SUM
               COMPUTE WS-RET-SUMSQ = WS-RET-SUMSQ + WS-RET * WS-RET
               ADD 1 TO WS-RET-N
           END-PERFORM
           IF WS-RET-N < 2
               MOVE WS-DEFAULT-SIGMA TO WS-SIGMA
               ADD 1 TO WS-NOVOL-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RET-MEAN ROUNDED = WS-RET-SUM / WS-RET-N
           COMPUTE WS-RET-VAR ROUNDED =
               (WS-RET-SUMSQ - WS-RET-N * WS-RET-MEAN * WS-RET-MEAN)
               / (WS-RET-N - 1)
           IF WS-RET-VAR > 0
               COMPUTE WS-SIGMA ROUNDED =
                   FUNCTION SQRT(WS-RET-VAR) * WS-SQRT-252
           ELSE
               MOVE 0 TO WS-SIGMA
           END-IF
           EXIT.

      * Normal acumulada de WS-CDF-X en WS-CDF-RESULT y la densidad
      * en WS-CDF-PDF.
       2400-NORMAL-ACUMULADA.
           IF WS-CDF-X < 0
               COMPUTE WS-CDF-ABS = 0 - WS-CDF-X
           ELSE
               MOVE WS-CDF-X TO WS-CDF-ABS
           END-IF
           IF WS-CDF-ABS > 10
               MOVE 0 TO WS-CDF-PDF
               IF WS-CDF-X < 0
                   MOVE 0 TO WS-CDF-RESULT
               ELSE
                   MOVE 1 TO WS-CDF-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CDF-PDF ROUNDED = WS-INV-SQRT-2PI
               * FUNCTION EXP(0 - WS-CDF-ABS * WS-CDF-ABS / 2)
           COMPUTE WS-CDF-K ROUNDED =
               1 / (1 + 0.2316419 * WS-CDF-ABS)
           COMPUTE WS-CDF-POLY ROUNDED = WS-CDF-K *
               (0.319381530 + WS-CDF-K *
               (-0.356563782 + WS-CDF-K *
               (1.781477937 + WS-CDF-K *
               (-1.821255978 + WS-CDF-K * 1.330274429))))
           IF WS-CDF-X < 0
               COMPUTE WS-CDF-RESULT ROUNDED =
                   WS-CDF-PDF * WS-CDF-POLY
           ELSE
               COMPUTE WS-CDF-RESULT ROUNDED =
                   1 - WS-CDF-PDF * WS-CDF-POLY
           END-IF
           EXIT.

      * Suma el P&L de la pata a cada fecha de la curva: el del
      * último día valuado en o antes de esa fecha; antes de la
      * apertura nada, y después del último día valuado queda fijo.
       2500-REPARTIR-EN-CURVA.
           MOVE 1 TO WS-PX
           MOVE 0 TO WS-K
           PERFORM VARYING WS-EQ FROM 1 BY 1
                   UNTIL WS-EQ > WS-EQ-COUNT
               PERFORM UNTIL WS-PX > WS-PX-LAST
                       OR PX-DATE(WS-PX) > EQT-DATE(WS-EQ)
                   IF PX-DATE(WS-PX) >= LG-OPEN-DATE(WS-LG)
                       MOVE WS-PX TO WS-K
                   END-IF
                   ADD 1 TO WS-PX
               END-PERFORM
               IF WS-K > 0
                   ADD PX-PNL(WS-K) TO EQT-OVL-PNL(WS-EQ)
               END-IF
           END-PERFORM
           EXIT.

      * Curva combinada: capital de TRADER más el P&L del overlay,
      * con el drawdown recalculado sobre la serie combinada; el
      * resto de las columnas (flujo, dividendos...) pasa igual.
       4000-GRABAR-CURVA-COMBINADA.
           OPEN OUTPUT COMB-OUT-FILE
           MOVE 0 TO WS-COMB-PEAK
           PERFORM VARYING WS-EQ FROM 1 BY 1
                   UNTIL WS-EQ > WS-EQ-COUNT
               COMPUTE WS-COMB-CAPITAL =
                   EQT-CAPITAL(WS-EQ) + EQT-OVL-PNL(WS-EQ)
               IF WS-COMB-CAPITAL < 0
                   MOVE 0 TO WS-COMB-CAPITAL
                   ADD 1 TO WS-NEG-COUNT
               END-IF
               IF WS-COMB-CAPITAL > WS-COMB-PEAK
                   MOVE WS-COMB-CAPITAL TO WS-COMB-PEAK
               END-IF
               MOVE 0 TO WS-COMB-DD
               IF WS-COMB-PEAK > 0
                   COMPUTE WS-COMB-DD ROUNDED =
                       (WS-COMB-PEAK - WS-COMB-CAPITAL) * 100
                       / WS-COMB-PEAK
               END-IF
               MOVE SPACES TO COMB-OUT-RECORD
               MOVE WS-COMB-CAPITAL TO CB-CAPITAL
               MOVE WS-COMB-DD TO CB-DRAWDOWN-PCT
               MOVE EQT-DATE(WS-EQ) TO CB-DATE
               MOVE EQT-REST(WS-EQ) TO CB-REST
               WRITE COMB-OUT-RECORD
           END-PERFORM
           CLOSE COMB-OUT-FILE
           IF WS-NEG-COUNT > 0
               DISPLAY "WARNING: " WS-NEG-COUNT " días con capital "
                   "combinado negativo, grabados en cero"
           END-IF
           DISPLAY "[DEBUG] 4000-GRABAR-CURVA-COMBINADA - "
               WS-EQ-COUNT " filas en optovly_equity.dat"
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-MASTER-STATUS
               WHEN "35"
                   MOVE "ERROR: price_master.dat no encontrado"
                       TO WS-ERROR-MSG
               WHEN "39"
                   MOVE "ERROR: Conflicto de atributos" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-MASTER-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
