       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      * Interfaz al mayor general: finanzas tipeaba de nuevo en el
      * sistema contable los números de fin de mes sacados del
      * impreso de STATEMENT. GLPOST arma, para el mes pedido, los
      * asientos de partida doble de todo lo que movió la cuenta:
      * el realizado bruto y la comisión de cada operación del
      * ledger (con el mismo criterio de fechas de STATEMENT: los
      * cierres en su fecha de salida, las filas ADD en su fecha de
      * entrada y solo por su comisión), los dividendos, el interés
      * de caja, el de margen y el costo de préstamo de la curva de
      * equity, los depósitos y retiros de su columna de flujos, y
      * los devengos de FEES (fees_report.dat). Cada categoría se
      * asienta contra las cuentas del plan de cuentas
      * (gl_accounts.dat): un efecto positivo sobre el fondo debita
      * la contrapartida y acredita la cuenta, uno negativo al revés.
      * Salen la interfaz (gl_interface.dat, una línea por débito o
      * crédito) y el balance de comprobación (gl_trial_balance.dat)
      * que tiene que sumar cero - si no suma cero la corrida es un
      * error, no un aviso.
      * Un mes que PERCLOSE dejó LOCKED no recibe asientos: la
      * corrida termina sin escribir nada, con fila LOCK en la
      * auditoría.
      * Plan de cuentas, un renglón por categoría: categoría, cuenta,
      * contrapartida y descripción. Categorías: REALIZED, COMMISS,
      * DIVIDEND, CASHINT, MARGINT, BORROW, FLOW, MGMTFEE, PERFFEE.
      * Ej.: REALIZED 4100       1000       Resultado realizado
      * Uso: GLPOST MONTH=aaaamm [ledger] [curva] [comisiones] [plan]
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT FEES-FILE ASSIGN TO DYNAMIC WS-FEES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-FS.
           SELECT CHART-FILE ASSIGN TO DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FS.
           SELECT PERIOD-FILE ASSIGN TO "period_summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT GL-OUT-FILE ASSIGN TO "gl_interface.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
           SELECT TB-OUT-FILE ASSIGN TO "gl_trial_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
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
      * Mismo formato que EQUITY-RECORD de TRADER, con las columnas
      * de flujo, dividendos y acarreo.
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 EQ-FLOW         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-DIV          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-CASH-INT     PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-MARGIN-INT   PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-BORROW-FEE   PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      * Mismo formato que FEES-OUT-RECORD de FEES.
       FD  FEES-FILE.
       01  FEES-RECORD.
           05 FEE-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 FEE-TYPE        PIC X(4).
           05 FILLER          PIC X.
           05 FEE-AMOUNT      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FEE-HWM         PIC 9(9)V99.
       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GLM-CATEGORY    PIC X(8).
           05 FILLER          PIC X.
           05 GLM-ACCOUNT     PIC X(10).
           05 FILLER          PIC X.
           05 GLM-CONTRA      PIC X(10).
           05 FILLER          PIC X.
           05 GLM-DESC        PIC X(30).
      * El diario de períodos de PERCLOSE (prefijo): la última fila
      * de un mes es su estado vigente.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PS-MONTH        PIC 9(6).
           05 FILLER          PIC X.
           05 PS-STATUS       PIC X(6).
      * Una línea de la interfaz: lote (el mes), asiento, línea,
      * fecha contable, cuenta, débito o crédito, categoría,
      * referencia (número de operación o fecha de la fila) y
      * descripción del plan de cuentas.
       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD.
           05 GJ-BATCH        PIC 9(6).
           05 FILLER          PIC X.
           05 GJ-ENTRY        PIC 9(6).
           05 FILLER          PIC X.
           05 GJ-LINE         PIC 9(2).
           05 FILLER          PIC X.
           05 GJ-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 GJ-ACCOUNT      PIC X(10).
           05 FILLER          PIC X.
           05 GJ-DEBIT        PIC 9(9)V99.
           05 FILLER          PIC X.
           05 GJ-CREDIT       PIC 9(9)V99.
           05 FILLER          PIC X.
           05 GJ-CATEGORY     PIC X(8).
           05 FILLER          PIC X.
           05 GJ-REF          PIC X(8).
           05 FILLER          PIC X.
           05 GJ-DESC         PIC X(30).
      * Balance de comprobación: una fila por cuenta y la fila
      * TOTAL, cuyo saldo tiene que ser cero.
       FD  TB-OUT-FILE.
       01  TB-OUT-RECORD.
           05 TB-MONTH        PIC 9(6).
           05 FILLER          PIC X.
           05 TB-ACCOUNT      PIC X(10).
           05 FILLER          PIC X.
           05 TB-DEBITS       PIC 9(11)V99.
           05 FILLER          PIC X.
           05 TB-CREDITS      PIC 9(11)V99.
           05 FILLER          PIC X.
           05 TB-BALANCE      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "GLPOST".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK       VALUE "00".
           88  WS-EQUITY-EOF      VALUE "10".
       01  WS-FEES-FS         PIC XX.
           88  WS-FEES-OK         VALUE "00".
           88  WS-FEES-EOF        VALUE "10".
       01  WS-CHART-FS        PIC XX.
           88  WS-CHART-OK        VALUE "00".
           88  WS-CHART-EOF       VALUE "10".
       01  WS-PERIOD-FS       PIC XX.
           88  WS-PERIOD-OK       VALUE "00".
           88  WS-PERIOD-EOF      VALUE "10".
       01  WS-GL-FS           PIC XX.
       01  WS-TB-FS           PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-FEES-PATH       PIC X(200).
       01  WS-CHART-PATH      PIC X(200).
      * Mes pedido (MONTH=AAAAMM) y sus bordes como fechas.
       01  WS-MONTH           PIC 9(6) VALUE 0.
       01  WS-MONTH-FROM      PIC 9(8).
       01  WS-MONTH-TO        PIC 9(8).
       01  WS-MONTH-STATE     PIC X(6) VALUE SPACES.
      * Plan de cuentas en memoria, y la lista de categorías que el
      * plan tiene que cubrir entera antes de asentar nada.
       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 20 TIMES.
              10 CH-CATEGORY     PIC X(8).
              10 CH-ACCOUNT      PIC X(10).
              10 CH-CONTRA       PIC X(10).
              10 CH-DESC         PIC X(30).
       01  WS-CHART-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-MAX-CHART       PIC 9(2) COMP VALUE 20.
       01  WS-REQUIRED-CATS.
           05 FILLER          PIC X(8) VALUE "REALIZED".
           05 FILLER          PIC X(8) VALUE "COMMISS".
           05 FILLER          PIC X(8) VALUE "DIVIDEND".
           05 FILLER          PIC X(8) VALUE "CASHINT".
           05 FILLER          PIC X(8) VALUE "MARGINT".
           05 FILLER          PIC X(8) VALUE "BORROW".
           05 FILLER          PIC X(8) VALUE "FLOW".
           05 FILLER          PIC X(8) VALUE "MGMTFEE".
           05 FILLER          PIC X(8) VALUE "PERFFEE".
       01  WS-REQUIRED-TABLE REDEFINES WS-REQUIRED-CATS.
           05 RQ-CATEGORY     PIC X(8) OCCURS 9 TIMES.
       01  WS-REQUIRED-COUNT  PIC 9(2) COMP VALUE 9.
      * Saldos por cuenta para el balance de comprobación.
       01  WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 40 TIMES.
              10 TBT-ACCOUNT     PIC X(10).
              10 TBT-DEBITS      PIC 9(11)V99 COMP-3.
              10 TBT-CREDITS     PIC 9(11)V99 COMP-3.
       01  WS-TB-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-MAX-TB          PIC 9(2) COMP VALUE 40.
       01  WS-TOT-DEBITS      PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-CREDITS     PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-TB-BALANCE      PIC S9(11)V99 COMP-3.
      * El asiento en curso: categoría, efecto con signo sobre el
      * fondo, fecha contable y referencia.
       01  WS-POST-CATEGORY   PIC X(8).
       01  WS-POST-AMOUNT     PIC S9(9)V99 COMP-3.
       01  WS-POST-ABS        PIC 9(9)V99 COMP-3.
       01  WS-POST-DATE       PIC 9(8).
       01  WS-POST-REF        PIC X(8).
       01  WS-POST-ACCOUNT    PIC X(10).
       01  WS-POST-DEBIT      PIC 9(9)V99 COMP-3.
       01  WS-POST-CREDIT     PIC 9(9)V99 COMP-3.
       01  WS-ENTRY-NUM       PIC 9(6) VALUE 0.
       01  WS-LINE-NUM        PIC 9(2).
       01  WS-LINE-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-GROSS-PNL       PIC S9(9)V99 COMP-3.
       01  WS-FEE-EFFECT      PIC S9(9)V99 COMP-3.
       01  WS-REF-NUM         PIC 9(5).
       01  WS-CH              PIC 9(2) COMP.
       01  WS-CH-HIT          PIC 9(2) COMP.
       01  WS-RQ              PIC 9(2) COMP.
       01  WS-TB              PIC 9(2) COMP.
       01  WS-TB-HIT          PIC 9(2) COMP.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa GLPOST iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MONTH = 0
               DISPLAY "ERROR: falta MONTH=AAAAMM"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MONTH-FROM = WS-MONTH * 100 + 1
           COMPUTE WS-MONTH-TO = WS-MONTH * 100 + 31
           PERFORM 1200-CARGAR-PLAN
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-REVISAR-CANDADO
           IF WS-MONTH-STATE = "LOCKED"
               DISPLAY "*** [PERIODO-CERRADO] el mes contable "
                   WS-MONTH " está cerrado; no se asienta nada ***"
               MOVE 1 TO WS-EXIT-CODE
               MOVE "LOCK" TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-OUT-FILE
           IF WS-GL-FS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir gl_interface.dat FS="
                   WS-GL-FS
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ASENTAR-LEDGER
           PERFORM 3000-ASENTAR-CURVA
           PERFORM 4000-ASENTAR-COMISIONES
           CLOSE GL-OUT-FILE
           PERFORM 7000-BALANCE-COMPROBACION
           DISPLAY "[GLPOST] mes " WS-MONTH ": " WS-ENTRY-NUM
               " asientos, " WS-LINE-COUNT " líneas, débitos "
               WS-TOT-DEBITS " créditos " WS-TOT-CREDITS
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           MOVE "equity_curve.dat" TO WS-EQUITY-PATH
           MOVE "fees_report.dat" TO WS-FEES-PATH
           MOVE "gl_accounts.dat" TO WS-CHART-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               IF WS-ARG1(1:6) = "MONTH="
                   MOVE WS-ARG1(7:) TO WS-KEYWORD-VAL
                   IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                       COMPUTE WS-MONTH =
                           FUNCTION NUMVAL(WS-KEYWORD-VAL)
                   END-IF
               ELSE
                   ADD 1 TO WS-FILTERED-ARGC
                   EVALUATE WS-FILTERED-ARGC
                       WHEN 1
                           MOVE WS-ARG1 TO WS-LEDGER-PATH
                       WHEN 2
                           MOVE WS-ARG1 TO WS-EQUITY-PATH
                       WHEN 3
                           MOVE WS-ARG1 TO WS-FEES-PATH
                       WHEN OTHER
                           MOVE WS-ARG1 TO WS-CHART-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      * Sin plan de cuentas completo no se asienta nada: una
      * categoría sin cuenta dejaría el lote descuadrado o, peor,
      * asentado en una cuenta adivinada.
       1200-CARGAR-PLAN.
           OPEN INPUT CHART-FILE
           IF NOT WS-CHART-OK
               DISPLAY "ERROR: plan de cuentas ilegible FS="
                   WS-CHART-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHART-EOF
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
                   NOT AT END
                       IF GLM-CATEGORY NOT = SPACES
                          AND GLM-CATEGORY(1:1) NOT = "*"
                          AND WS-CHART-COUNT < WS-MAX-CHART
                           ADD 1 TO WS-CHART-COUNT
                           MOVE GLM-CATEGORY
                               TO CH-CATEGORY(WS-CHART-COUNT)
                           MOVE GLM-ACCOUNT
                               TO CH-ACCOUNT(WS-CHART-COUNT)
                           MOVE GLM-CONTRA
                               TO CH-CONTRA(WS-CHART-COUNT)
                           MOVE GLM-DESC TO CH-DESC(WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           PERFORM VARYING WS-RQ FROM 1 BY 1
                   UNTIL WS-RQ > WS-REQUIRED-COUNT
               MOVE RQ-CATEGORY(WS-RQ) TO WS-POST-CATEGORY
               PERFORM 6100-BUSCAR-CATEGORIA
               IF WS-CH-HIT = 0
                   DISPLAY "ERROR: la categoría " WS-POST-CATEGORY
                       " no tiene cuenta en el plan de cuentas"
                   MOVE 1 TO WS-EXIT-CODE
               ELSE
                   IF CH-ACCOUNT(WS-CH-HIT) = SPACES
                      OR CH-CONTRA(WS-CH-HIT) = SPACES
                       DISPLAY "ERROR: la categoría "
                           WS-POST-CATEGORY
                           " tiene cuenta o contrapartida en blanco"
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "[DEBUG] 1200-CARGAR-PLAN - " WS-CHART-COUNT
               " categorías en el plan"
           EXIT.

      * La última fila del mes en el diario de PERCLOSE decide su
      * estado; sin diario, ningún mes está cerrado.
       1300-REVISAR-CANDADO.
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERIOD-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE
                   AT END
                       SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PS-MONTH NUMERIC AND PS-MONTH = WS-MONTH
                           MOVE PS-STATUS TO WS-MONTH-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           EXIT.

      * Los cierres del mes asientan el realizado bruto (el neto del
      * ledger más su comisión) y, aparte, la comisión; las filas
      * ADD del mes asientan solo su comisión.
       2000-ASENTAR-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "WARNING: ledger ilegible FS="
                   WS-LEDGER-STATUS ", lote sin operaciones"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ASENTAR-OPERACION
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           EXIT.

       2100-ASENTAR-OPERACION.
           IF LED-TYPE = "HALT "
               EXIT PARAGRAPH
           END-IF
           MOVE LED-TRADE-NUM TO WS-REF-NUM
           MOVE SPACES TO WS-POST-REF
           STRING "OP" WS-REF-NUM DELIMITED BY SIZE INTO WS-POST-REF
           END-STRING
           EVALUATE LED-TYPE
               WHEN "ADDLG"
               WHEN "ADDSH"
                   IF LED-ENTRY-DATE NUMERIC
                      AND LED-ENTRY-DATE >= WS-MONTH-FROM
                      AND LED-ENTRY-DATE <= WS-MONTH-TO
                      AND LED-COMMISSION NUMERIC
                       MOVE LED-ENTRY-DATE TO WS-POST-DATE
                       MOVE "COMMISS" TO WS-POST-CATEGORY
                       COMPUTE WS-POST-AMOUNT = 0 - LED-COMMISSION
                       PERFORM 6000-ASENTAR
                   END-IF
               WHEN OTHER
                   IF LED-EXIT-DATE NUMERIC
                      AND LED-EXIT-DATE >= WS-MONTH-FROM
                      AND LED-EXIT-DATE <= WS-MONTH-TO
                       IF LED-PNL NOT NUMERIC
                           ADD 1 TO WS-REJECT-COUNT
                           EXIT PARAGRAPH
                       END-IF
                       MOVE LED-PNL TO WS-GROSS-PNL
                       IF LED-COMMISSION NUMERIC
                           ADD LED-COMMISSION TO WS-GROSS-PNL
                       END-IF
                       MOVE LED-EXIT-DATE TO WS-POST-DATE
                       MOVE "REALIZED" TO WS-POST-CATEGORY
                       MOVE WS-GROSS-PNL TO WS-POST-AMOUNT
                       PERFORM 6000-ASENTAR
                       IF LED-COMMISSION NUMERIC
                           MOVE "COMMISS" TO WS-POST-CATEGORY
                           COMPUTE WS-POST-AMOUNT =
                               0 - LED-COMMISSION
                           PERFORM 6000-ASENTAR
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

      * Las filas del mes de la curva: dividendos, las tres columnas
      * de acarreo y los flujos, cada uno en su fecha y con el signo
      * que la curva le dio.
       3000-ASENTAR-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "WARNING: curva de equity ilegible FS="
                   WS-EQUITY-FS ", lote sin dividendos, acarreo ni "
                   "flujos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-ASENTAR-FILA-CURVA
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           EXIT.

       3100-ASENTAR-FILA-CURVA.
           IF EQ-DATE NOT NUMERIC OR EQ-CAPITAL NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF EQ-DATE < WS-MONTH-FROM OR EQ-DATE > WS-MONTH-TO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE EQ-DATE TO WS-POST-DATE
           MOVE EQ-DATE TO WS-POST-REF
           IF EQ-DIV NUMERIC
               MOVE "DIVIDEND" TO WS-POST-CATEGORY
               MOVE EQ-DIV TO WS-POST-AMOUNT
               PERFORM 6000-ASENTAR
           END-IF
           IF EQ-CASH-INT NUMERIC
               MOVE "CASHINT" TO WS-POST-CATEGORY
               MOVE EQ-CASH-INT TO WS-POST-AMOUNT
               PERFORM 6000-ASENTAR
           END-IF
           IF EQ-MARGIN-INT NUMERIC
               MOVE "MARGINT" TO WS-POST-CATEGORY
               MOVE EQ-MARGIN-INT TO WS-POST-AMOUNT
               PERFORM 6000-ASENTAR
           END-IF
           IF EQ-BORROW-FEE NUMERIC
               MOVE "BORROW" TO WS-POST-CATEGORY
               MOVE EQ-BORROW-FEE TO WS-POST-AMOUNT
               PERFORM 6000-ASENTAR
           END-IF
           IF EQ-FLOW NUMERIC
               MOVE "FLOW" TO WS-POST-CATEGORY
               MOVE EQ-FLOW TO WS-POST-AMOUNT
               PERFORM 6000-ASENTAR
           END-IF
           EXIT.

      * Los devengos de FEES del mes: la comisión es un gasto del
      * fondo contra lo que se le debe al administrador. Sin archivo
      * de comisiones (cuenta sin dinero de terceros) no hay nada
      * que asentar.
       4000-ASENTAR-COMISIONES.
           OPEN INPUT FEES-FILE
           IF NOT WS-FEES-OK
               DISPLAY "[DEBUG] 4000-ASENTAR-COMISIONES - sin "
                   "devengos de FEES FS=" WS-FEES-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEES-EOF
               READ FEES-FILE
                   AT END
                       SET WS-FEES-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-ASENTAR-DEVENGO
               END-READ
           END-PERFORM
           CLOSE FEES-FILE
           EXIT.

       4100-ASENTAR-DEVENGO.
           IF FEE-DATE NOT NUMERIC OR FEE-AMOUNT NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FEE-DATE < WS-MONTH-FROM OR FEE-DATE > WS-MONTH-TO
               EXIT PARAGRAPH
           END-IF
           EVALUATE FEE-TYPE
               WHEN "MGMT"
                   MOVE "MGMTFEE" TO WS-POST-CATEGORY
               WHEN "PERF"
                   MOVE "PERFFEE" TO WS-POST-CATEGORY
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FEE-DATE TO WS-POST-DATE
           MOVE FEE-DATE TO WS-POST-REF
           COMPUTE WS-FEE-EFFECT = 0 - FEE-AMOUNT
           MOVE WS-FEE-EFFECT TO WS-POST-AMOUNT
           PERFORM 6000-ASENTAR
           EXIT.

      * Un asiento de dos líneas: con efecto positivo sobre el fondo
      * se debita la contrapartida y se acredita la cuenta de la
      * categoría; con efecto negativo, al revés. Un efecto cero no
      * deja asiento.
       6000-ASENTAR.
           IF WS-POST-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-BUSCAR-CATEGORIA
           ADD 1 TO WS-ENTRY-NUM
           MOVE 0 TO WS-LINE-NUM
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-AMOUNT TO WS-POST-ABS
               MOVE CH-CONTRA(WS-CH-HIT) TO WS-POST-ACCOUNT
               MOVE WS-POST-ABS TO WS-POST-DEBIT
               MOVE 0 TO WS-POST-CREDIT
               PERFORM 6200-ESCRIBIR-LINEA
               MOVE CH-ACCOUNT(WS-CH-HIT) TO WS-POST-ACCOUNT
               MOVE 0 TO WS-POST-DEBIT
               MOVE WS-POST-ABS TO WS-POST-CREDIT
               PERFORM 6200-ESCRIBIR-LINEA
           ELSE
               COMPUTE WS-POST-ABS = 0 - WS-POST-AMOUNT
               MOVE CH-ACCOUNT(WS-CH-HIT) TO WS-POST-ACCOUNT
               MOVE WS-POST-ABS TO WS-POST-DEBIT
               MOVE 0 TO WS-POST-CREDIT
               PERFORM 6200-ESCRIBIR-LINEA
               MOVE CH-CONTRA(WS-CH-HIT) TO WS-POST-ACCOUNT
               MOVE 0 TO WS-POST-DEBIT
               MOVE WS-POST-ABS TO WS-POST-CREDIT
               PERFORM 6200-ESCRIBIR-LINEA
           END-IF
           EXIT.

       6100-BUSCAR-CATEGORIA.
           MOVE 0 TO WS-CH-HIT
           PERFORM VARYING WS-CH FROM 1 BY 1
                   UNTIL WS-CH > WS-CHART-COUNT OR WS-CH-HIT NOT = 0
               IF CH-CATEGORY(WS-CH) = WS-POST-CATEGORY
                   MOVE WS-CH TO WS-CH-HIT
               END-IF
           END-PERFORM
           EXIT.

       6200-ESCRIBIR-LINEA.
           ADD 1 TO WS-LINE-NUM
           MOVE SPACES TO GL-OUT-RECORD
           MOVE WS-MONTH TO GJ-BATCH
           MOVE WS-ENTRY-NUM TO GJ-ENTRY
           MOVE WS-LINE-NUM TO GJ-LINE
           MOVE WS-POST-DATE TO GJ-DATE
           MOVE WS-POST-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-POST-DEBIT TO GJ-DEBIT
           MOVE WS-POST-CREDIT TO GJ-CREDIT
           MOVE WS-POST-CATEGORY TO GJ-CATEGORY
           MOVE WS-POST-REF TO GJ-REF
           MOVE CH-DESC(WS-CH-HIT) TO GJ-DESC
           WRITE GL-OUT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-POST-DEBIT TO WS-TOT-DEBITS
           ADD WS-POST-CREDIT TO WS-TOT-CREDITS
           MOVE 0 TO WS-TB-HIT
           PERFORM VARYING WS-TB FROM 1 BY 1
                   UNTIL WS-TB > WS-TB-COUNT OR WS-TB-HIT NOT = 0
               IF TBT-ACCOUNT(WS-TB) = WS-POST-ACCOUNT
                   MOVE WS-TB TO WS-TB-HIT
               END-IF
           END-PERFORM
           IF WS-TB-HIT = 0
               IF WS-TB-COUNT < WS-MAX-TB
                   ADD 1 TO WS-TB-COUNT
                   MOVE WS-TB-COUNT TO WS-TB-HIT
                   MOVE WS-POST-ACCOUNT TO TBT-ACCOUNT(WS-TB-HIT)
                   MOVE 0 TO TBT-DEBITS(WS-TB-HIT)
                   MOVE 0 TO TBT-CREDITS(WS-TB-HIT)
               ELSE
                   DISPLAY "ERROR: demasiadas cuentas para el balance "
                       "de comprobación"
                   MOVE 1 TO WS-EXIT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-POST-DEBIT TO TBT-DEBITS(WS-TB-HIT)
           ADD WS-POST-CREDIT TO TBT-CREDITS(WS-TB-HIT)
           EXIT.

      * Una fila por cuenta y la fila TOTAL. Un total que no da cero
      * es un lote que no se puede entregar.
       7000-BALANCE-COMPROBACION.
           OPEN OUTPUT TB-OUT-FILE
           PERFORM VARYING WS-TB FROM 1 BY 1
                   UNTIL WS-TB > WS-TB-COUNT
               MOVE SPACES TO TB-OUT-RECORD
               MOVE WS-MONTH TO TB-MONTH
               MOVE TBT-ACCOUNT(WS-TB) TO TB-ACCOUNT
               MOVE TBT-DEBITS(WS-TB) TO TB-DEBITS
               MOVE TBT-CREDITS(WS-TB) TO TB-CREDITS
               COMPUTE TB-BALANCE =
                   TBT-DEBITS(WS-TB) - TBT-CREDITS(WS-TB)
               WRITE TB-OUT-RECORD
           END-PERFORM
           COMPUTE WS-TB-BALANCE = WS-TOT-DEBITS - WS-TOT-CREDITS
           MOVE SPACES TO TB-OUT-RECORD
           MOVE WS-MONTH TO TB-MONTH
           MOVE "TOTAL" TO TB-ACCOUNT
           MOVE WS-TOT-DEBITS TO TB-DEBITS
           MOVE WS-TOT-CREDITS TO TB-CREDITS
           MOVE WS-TB-BALANCE TO TB-BALANCE
           WRITE TB-OUT-RECORD
           CLOSE TB-OUT-FILE
           IF WS-TB-BALANCE NOT = 0
               DISPLAY "ERROR: el balance de comprobación no suma "
                   "cero: " WS-TB-BALANCE
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-LINE-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
