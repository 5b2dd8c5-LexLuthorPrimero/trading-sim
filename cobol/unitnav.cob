       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNITNAV.
      * Contabilidad por unidades para la cuenta con inversores de
      * afuera: el flujo externo y el TWR de PORTFOLIO dan un solo
      * número para todo el fondo; acá cada inversor tiene sus
      * unidades. Recorre la curva de equity (la bruta de TRADER o
      * la neta de FEES, mismo layout) y en cada fila fija el valor
      * de la unidad ANTES de los flujos del día (equity menos la
      * columna de flujos, dividido las unidades en circulación);
      * las suscripciones y rescates del archivo de inversores con
      * esa fecha de negociación emiten y cancelan unidades a ese
      * valor. Salen el valor de la unidad por fecha
      * (unit_nav.dat), el registro de inversores con unidades,
      * costo y valor actual (investor_register.dat), el estado de
      * capital por inversor (capital_statement.dat) y las
      * excepciones (unitnav_exceptions.dat).
      * Un rescate que supera la caja disponible del día se marca y
      * NO se procesa: la caja es la columna de caja liquidada de la
      * curva menos el flujo ya asentado ese día, más lo suscripto y
      * menos lo rescatado antes en la misma fecha. La curva neta de
      * FEES no trae esa columna; sobre ella el tope es el equity
      * del fondo y se avisa.
      * El capital de la primera fila que no cubren las suscripciones
      * de esa fecha queda a nombre de HOUSE (el dinero propio con
      * que arrancó la cuenta), al valor inicial de 100.
      * Movimientos en investor_txns.dat: inversor, fecha de
      * negociación, SUB o RED, monto y unidades como texto con
      * punto decimal (un rescate por unidades deja el monto en
      * blanco). Ej.: INV001   20260105 SUB     250000.00
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FS.
           SELECT NAV-OUT-FILE ASSIGN TO "unit_nav.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAV-FS.
           SELECT REGISTER-FILE ASSIGN TO "investor_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT STMT-FILE ASSIGN TO "capital_statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FS.
           SELECT EXCEPT-FILE ASSIGN TO "unitnav_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que EQUITY-RECORD de TRADER; la curva neta de
      * FEES termina en EQ-BORROW-FEE y deja la caja en blanco.
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
           05 FILLER          PIC X.
           05 EQ-SETTLED      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EQ-UNSETTLED    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
       FD  TXN-FILE.
       01  TXN-RECORD.
           05 IT-INVESTOR     PIC X(8).
           05 FILLER          PIC X.
           05 IT-DATE         PIC X(8).
           05 FILLER          PIC X.
           05 IT-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 IT-AMOUNT-RAW   PIC X(14).
           05 FILLER          PIC X.
           05 IT-UNITS-RAW    PIC X(16).
      * Una fila por fecha de la curva: valor de la unidad fijado,
      * unidades en circulación después de negociar, valor del
      * fondo, unidades emitidas y canceladas y rescates marcados.
       FD  NAV-OUT-FILE.
       01  NAV-OUT-RECORD.
           05 UN-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 UN-NAV          PIC 9(7)V9(6).
           05 FILLER          PIC X.
           05 UN-UNITS        PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 UN-VALUE        PIC 9(9)V99.
           05 FILLER          PIC X.
           05 UN-ISSUED       PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 UN-CANCELLED    PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 UN-FLAGGED      PIC 9(3).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 RG-INVESTOR     PIC X(8).
           05 FILLER          PIC X.
           05 RG-UNITS        PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 RG-COST         PIC 9(11)V99.
           05 FILLER          PIC X.
           05 RG-VALUE        PIC 9(11)V99.
           05 FILLER          PIC X.
           05 RG-LAST-DATE    PIC 9(8).
      * Estado de capital del período de la curva: lo suscripto, lo
      * rescatado, el resultado (valor final + rescates - suscrip-
      * ciones) y el cierre en unidades, valor de la unidad y monto.
       FD  STMT-FILE.
       01  STMT-RECORD.
           05 ST-INVESTOR     PIC X(8).
           05 FILLER          PIC X.
           05 ST-FROM         PIC 9(8).
           05 FILLER          PIC X.
           05 ST-TO           PIC 9(8).
           05 FILLER          PIC X.
           05 ST-SUBS         PIC 9(11)V99.
           05 FILLER          PIC X.
           05 ST-REDS         PIC 9(11)V99.
           05 FILLER          PIC X.
           05 ST-GAIN         PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 ST-VALUE        PIC 9(11)V99.
           05 FILLER          PIC X.
           05 ST-UNITS        PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 ST-NAV          PIC 9(7)V9(6).
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
           05 EX-INVESTOR     PIC X(8).
           05 FILLER          PIC X.
           05 EX-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 EX-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 EX-AMOUNT       PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EX-UNITS        PIC 9(9)V9(4).
           05 FILLER          PIC X.
           05 EX-AVAIL        PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 EX-REASON       PIC X(40).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "UNITNAV".
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
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK   VALUE "00".
           88  WS-EQUITY-EOF  VALUE "10".
       01  WS-TXN-FS          PIC XX.
           88  WS-TXN-OK      VALUE "00".
           88  WS-TXN-EOF     VALUE "10".
       01  WS-NAV-FS          PIC XX.
       01  WS-REG-FS          PIC XX.
       01  WS-STMT-FS         PIC XX.
       01  WS-EXC-FS          PIC XX.
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-TXN-PATH        PIC X(200).
      * Los movimientos en memoria: cada fila de la curva negocia
      * los de su fecha; los que quedan sin negociar al final no
      * tenían fila. Estado: P pendiente, D negociado, F marcado
      * (caja insuficiente), R rechazado.
       01  WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 2000 TIMES.
              10 TT-INVESTOR     PIC X(8).
              10 TT-DATE         PIC 9(8).
              10 TT-TYPE         PIC X(3).
              10 TT-AMOUNT       PIC 9(9)V99 COMP-3.
              10 TT-UNITS        PIC 9(9)V9(4) COMP-3.
              10 TT-STATE        PIC X.
       01  WS-TX-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-MAX-TX          PIC 9(4) COMP VALUE 2000.
       01  WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 500 TIMES.
              10 IV-ID           PIC X(8).
              10 IV-UNITS        PIC 9(9)V9(4) COMP-3.
              10 IV-COST         PIC 9(11)V99 COMP-3.
              10 IV-SUBS         PIC 9(11)V99 COMP-3.
              10 IV-REDS         PIC 9(11)V99 COMP-3.
              10 IV-LAST-DATE    PIC 9(8).
       01  WS-INV-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-INV         PIC 9(4) COMP VALUE 500.
       01  WS-INIT-NAV        PIC 9(7)V9(6) COMP-3 VALUE 100.
       01  WS-NAV             PIC 9(7)V9(6) COMP-3 VALUE 0.
       01  WS-UNITS-OUT       PIC 9(9)V9(4) COMP-3 VALUE 0.
       01  WS-PRE-EQUITY      PIC S9(11)V99 COMP-3.
       01  WS-ROW-FLOW        PIC S9(9)V99 COMP-3.
       01  WS-CASH-AVAIL      PIC S9(11)V99 COMP-3.
       01  WS-CASH-PROXY      PIC X VALUE "N".
       01  WS-DAY-NET         PIC S9(11)V99 COMP-3.
       01  WS-DAY-ISSUED      PIC 9(9)V9(4) COMP-3.
       01  WS-DAY-CANCELLED   PIC 9(9)V9(4) COMP-3.
       01  WS-DAY-FLAGGED     PIC 9(3) COMP.
       01  WS-TX-UNITS        PIC 9(9)V9(4) COMP-3.
       01  WS-TX-AMOUNT       PIC 9(9)V99 COMP-3.
       01  WS-COST-OUT        PIC 9(11)V99 COMP-3.
       01  WS-HOUSE-AMOUNT    PIC S9(11)V99 COMP-3.
       01  WS-VALUE           PIC 9(11)V99 COMP-3.
       01  WS-GAIN            PIC S9(11)V99 COMP-3.
       01  WS-BREAK           PIC S9(11)V99 COMP-3.
       01  WS-REASON          PIC X(40).
       01  WS-FIRST-DATE      PIC 9(8) VALUE 0.
       01  WS-LAST-DATE       PIC 9(8) VALUE 0.
       01  WS-SEEK-ID         PIC X(8).
       01  WS-PASS-TYPE       PIC X(3).
       01  WS-I               PIC 9(4) COMP.
       01  WS-T               PIC 9(4) COMP.
       01  WS-IV              PIC 9(4) COMP.
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-DONE-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-FLAG-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-BREAK-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-FILTERED-ARGC   PIC 9(2) COMP.
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa UNITNAV iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1500-CARGAR-MOVIMIENTOS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-RECORRER-CURVA
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ROW-COUNT = 0
               DISPLAY "ERROR: curva de equity vacía o ilegible"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-CERRAR-PENDIENTES
           PERFORM 5000-ESCRIBIR-REGISTRO
           DISPLAY "[UNITNAV] " WS-ROW-COUNT " fechas, valor de la "
               "unidad " WS-NAV ", unidades " WS-UNITS-OUT
           DISPLAY "[UNITNAV] movimientos negociados " WS-DONE-COUNT
               ", rescates marcados " WS-FLAG-COUNT
               ", rechazados " WS-REJECT-COUNT
           IF WS-CASH-PROXY = "Y"
               DISPLAY "WARNING: la curva no trae caja liquidada; el "
                   "tope de rescates fue el equity del fondo"
           END-IF
           IF WS-BREAK-COUNT > 0
               DISPLAY "WARNING: " WS-BREAK-COUNT " fechas donde los "
                   "movimientos no cuadran con el flujo de la curva"
           END-IF
           IF WS-EXIT-CODE = 0
              AND (WS-FLAG-COUNT > 0 OR WS-REJECT-COUNT > 0
                   OR WS-BREAK-COUNT > 0)
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "equity_curve.dat" TO WS-EQUITY-PATH
           MOVE "investor_txns.dat" TO WS-TXN-PATH
           MOVE 0 TO WS-FILTERED-ARGC
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ADD 1 TO WS-FILTERED-ARGC
               IF WS-FILTERED-ARGC = 1
                   MOVE WS-ARG1 TO WS-EQUITY-PATH
               ELSE
                   MOVE WS-ARG1 TO WS-TXN-PATH
               END-IF
           END-PERFORM
           EXIT.

      * Sin archivo de movimientos no hay corrida: un registro de
      * inversores que no ve los movimientos estaría mal entero.
      * Las filas ilegibles van a excepciones y no frenan al resto.
       1500-CARGAR-MOVIMIENTOS.
           OPEN OUTPUT EXCEPT-FILE
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "ERROR: movimientos de inversores ilegibles FS="
                   WS-TXN-FS
               MOVE 1 TO WS-EXIT-CODE
               CLOSE EXCEPT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-FILE
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1600-TOMAR-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE TXN-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-MOVIMIENTOS - " WS-TX-COUNT
               " movimientos cargados"
           EXIT.

       1600-TOMAR-MOVIMIENTO.
           IF TXN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN IT-INVESTOR = SPACES
                   MOVE "movimiento sin inversor" TO WS-REASON
               WHEN IT-DATE NOT NUMERIC
                   MOVE "fecha de negociación inválida" TO WS-REASON
               WHEN IT-TYPE NOT = "SUB" AND IT-TYPE NOT = "RED"
                   MOVE "tipo de movimiento desconocido" TO WS-REASON
               WHEN WS-TX-COUNT >= WS-MAX-TX
                   MOVE "tabla de movimientos llena" TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
               ADD 1 TO WS-TX-COUNT
               MOVE IT-INVESTOR TO TT-INVESTOR(WS-TX-COUNT)
               MOVE IT-DATE TO TT-DATE(WS-TX-COUNT)
               MOVE IT-TYPE TO TT-TYPE(WS-TX-COUNT)
               MOVE 0 TO TT-AMOUNT(WS-TX-COUNT)
               MOVE 0 TO TT-UNITS(WS-TX-COUNT)
               MOVE "P" TO TT-STATE(WS-TX-COUNT)
               IF IT-AMOUNT-RAW NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(IT-AMOUNT-RAW) = 0
                   COMPUTE TT-AMOUNT(WS-TX-COUNT) ROUNDED =
                       FUNCTION NUMVAL(IT-AMOUNT-RAW)
               END-IF
               IF IT-UNITS-RAW NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(IT-UNITS-RAW) = 0
                   COMPUTE TT-UNITS(WS-TX-COUNT) ROUNDED =
                       FUNCTION NUMVAL(IT-UNITS-RAW)
               END-IF
      * Una suscripción es siempre un monto; un rescate, un monto o
      * una cantidad de unidades.
               IF (IT-TYPE = "SUB" AND TT-AMOUNT(WS-TX-COUNT) = 0)
                  OR (IT-TYPE = "RED" AND TT-AMOUNT(WS-TX-COUNT) = 0
                      AND TT-UNITS(WS-TX-COUNT) = 0)
                   MOVE "monto y unidades en cero" TO WS-REASON
                   SUBTRACT 1 FROM WS-TX-COUNT
               END-IF
           END-IF
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO EXCEPT-RECORD
               MOVE IT-INVESTOR TO EX-INVESTOR
               IF IT-DATE NUMERIC
                   MOVE IT-DATE TO EX-DATE
               ELSE
                   MOVE 0 TO EX-DATE
               END-IF
               MOVE IT-TYPE TO EX-TYPE
               MOVE 0 TO EX-AMOUNT
               MOVE 0 TO EX-UNITS
               MOVE 0 TO EX-AVAIL
               MOVE WS-REASON TO EX-REASON
               WRITE EXCEPT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: movimiento de " IT-INVESTOR " "
                   IT-DATE " rechazado: " FUNCTION TRIM(WS-REASON)
           END-IF
           EXIT.

      * Una pasada por la curva: en cada fila se fija el valor de la
      * unidad, se negocian primero las suscripciones de la fecha
      * (su caja entra ese día) y después los rescates, y se deja la
      * fila en unit_nav.dat.
       2000-RECORRER-CURVA.
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK
               DISPLAY "ERROR: curva de equity ilegible FS="
                   WS-EQUITY-FS
               MOVE 1 TO WS-EXIT-CODE
               CLOSE EXCEPT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NAV-OUT-FILE
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       IF EQ-CAPITAL NUMERIC AND EQ-DATE NUMERIC
                           PERFORM 3000-NEGOCIAR-FECHA
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           CLOSE NAV-OUT-FILE
           EXIT.

       3000-NEGOCIAR-FECHA.
           ADD 1 TO WS-ROW-COUNT
           IF EQ-FLOW NUMERIC
               MOVE EQ-FLOW TO WS-ROW-FLOW
           ELSE
               MOVE 0 TO WS-ROW-FLOW
           END-IF
           IF WS-ROW-COUNT = 1
               MOVE EQ-DATE TO WS-FIRST-DATE
           END-IF
           MOVE EQ-DATE TO WS-LAST-DATE
           MOVE 0 TO WS-DAY-NET
           MOVE 0 TO WS-DAY-ISSUED
           MOVE 0 TO WS-DAY-CANCELLED
           MOVE 0 TO WS-DAY-FLAGGED
      * El valor de la unidad sale del equity antes de los flujos
      * del día. La primera fila no tiene unidades: todo su capital
      * entra ese día al valor inicial. Sin unidades en circulación
      * (todos rescataron) el último valor se mantiene.
           IF WS-ROW-COUNT = 1
               MOVE 0 TO WS-PRE-EQUITY
               MOVE WS-INIT-NAV TO WS-NAV
           ELSE
               COMPUTE WS-PRE-EQUITY = EQ-CAPITAL - WS-ROW-FLOW
               IF WS-UNITS-OUT > 0
                   IF WS-PRE-EQUITY > 0
                       COMPUTE WS-NAV ROUNDED =
                           WS-PRE-EQUITY / WS-UNITS-OUT
                   ELSE
                       MOVE 0 TO WS-NAV
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-COUNT = 1
               MOVE 0 TO WS-CASH-AVAIL
           ELSE
               IF EQ-SETTLED NUMERIC
                   COMPUTE WS-CASH-AVAIL = EQ-SETTLED - WS-ROW-FLOW
               ELSE
                   MOVE WS-PRE-EQUITY TO WS-CASH-AVAIL
                   MOVE "Y" TO WS-CASH-PROXY
               END-IF
           END-IF
           MOVE "SUB" TO WS-PASS-TYPE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TX-COUNT
               IF TT-DATE(WS-T) = EQ-DATE
                  AND TT-TYPE(WS-T) = WS-PASS-TYPE
                  AND TT-STATE(WS-T) = "P"
                   PERFORM 3100-SUSCRIBIR
               END-IF
           END-PERFORM
           MOVE "RED" TO WS-PASS-TYPE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TX-COUNT
               IF TT-DATE(WS-T) = EQ-DATE
                  AND TT-TYPE(WS-T) = WS-PASS-TYPE
                  AND TT-STATE(WS-T) = "P"
                   PERFORM 3200-RESCATAR
               END-IF
           END-PERFORM
           IF WS-ROW-COUNT = 1
               PERFORM 3300-CAPITAL-INICIAL
           ELSE
               PERFORM 3400-CUADRAR-FLUJO
           END-IF
           MOVE SPACES TO NAV-OUT-RECORD
           MOVE EQ-DATE TO UN-DATE
           MOVE WS-NAV TO UN-NAV
           MOVE WS-UNITS-OUT TO UN-UNITS
           MOVE EQ-CAPITAL TO UN-VALUE
           MOVE WS-DAY-ISSUED TO UN-ISSUED
           MOVE WS-DAY-CANCELLED TO UN-CANCELLED
           MOVE WS-DAY-FLAGGED TO UN-FLAGGED
           WRITE NAV-OUT-RECORD
           EXIT.

       3100-SUSCRIBIR.
           IF WS-NAV = 0
               MOVE "valor de la unidad en cero" TO WS-REASON
               PERFORM 3900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           MOVE TT-INVESTOR(WS-T) TO WS-SEEK-ID
           PERFORM 3800-BUSCAR-INVERSOR
           IF WS-IV = 0
               MOVE "registro de inversores lleno" TO WS-REASON
               PERFORM 3900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-UNITS ROUNDED = TT-AMOUNT(WS-T) / WS-NAV
           ADD WS-TX-UNITS TO IV-UNITS(WS-IV)
           ADD TT-AMOUNT(WS-T) TO IV-COST(WS-IV)
           ADD TT-AMOUNT(WS-T) TO IV-SUBS(WS-IV)
           MOVE EQ-DATE TO IV-LAST-DATE(WS-IV)
           ADD WS-TX-UNITS TO WS-UNITS-OUT
           ADD WS-TX-UNITS TO WS-DAY-ISSUED
           ADD TT-AMOUNT(WS-T) TO WS-DAY-NET
           ADD TT-AMOUNT(WS-T) TO WS-CASH-AVAIL
           MOVE "D" TO TT-STATE(WS-T)
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "[DEBUG] 3100-SUSCRIBIR - " TT-INVESTOR(WS-T) " "
               EQ-DATE " " TT-AMOUNT(WS-T) " = " WS-TX-UNITS
               " unidades a " WS-NAV
           EXIT.

      * Un rescate por unidades se valúa al valor del día; uno por
      * monto cancela las unidades que ese monto compra. No puede
      * superar las unidades del inversor ni la caja del día: lo que
      * la supera se marca y queda sin procesar.
       3200-RESCATAR.
           MOVE TT-INVESTOR(WS-T) TO WS-SEEK-ID
           PERFORM 3850-UBICAR-INVERSOR
           IF WS-IV = 0
               MOVE "inversor sin unidades" TO WS-REASON
               PERFORM 3900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF WS-NAV = 0
               MOVE "valor de la unidad en cero" TO WS-REASON
               PERFORM 3900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF TT-UNITS(WS-T) > 0
               MOVE TT-UNITS(WS-T) TO WS-TX-UNITS
               COMPUTE WS-TX-AMOUNT ROUNDED = WS-TX-UNITS * WS-NAV
           ELSE
               MOVE TT-AMOUNT(WS-T) TO WS-TX-AMOUNT
               COMPUTE WS-TX-UNITS ROUNDED = WS-TX-AMOUNT / WS-NAV
           END-IF
           IF WS-TX-UNITS > IV-UNITS(WS-IV)
               MOVE "rescate supera las unidades del inversor"
                   TO WS-REASON
               PERFORM 3900-RECHAZAR
               EXIT PARAGRAPH
           END-IF
           IF WS-TX-AMOUNT > WS-CASH-AVAIL
               MOVE "rescate supera la caja disponible" TO WS-REASON
               MOVE "F" TO TT-STATE(WS-T)
               ADD 1 TO WS-FLAG-COUNT
               ADD 1 TO WS-DAY-FLAGGED
               PERFORM 3950-ASENTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COST-OUT ROUNDED =
               IV-COST(WS-IV) * WS-TX-UNITS / IV-UNITS(WS-IV)
           SUBTRACT WS-COST-OUT FROM IV-COST(WS-IV)
           SUBTRACT WS-TX-UNITS FROM IV-UNITS(WS-IV)
           ADD WS-TX-AMOUNT TO IV-REDS(WS-IV)
           MOVE EQ-DATE TO IV-LAST-DATE(WS-IV)
           SUBTRACT WS-TX-UNITS FROM WS-UNITS-OUT
           ADD WS-TX-UNITS TO WS-DAY-CANCELLED
           SUBTRACT WS-TX-AMOUNT FROM WS-DAY-NET
           SUBTRACT WS-TX-AMOUNT FROM WS-CASH-AVAIL
           MOVE "D" TO TT-STATE(WS-T)
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "[DEBUG] 3200-RESCATAR - " TT-INVESTOR(WS-T) " "
               EQ-DATE " " WS-TX-UNITS " unidades = " WS-TX-AMOUNT
           EXIT.

      * Lo que el capital de la primera fila no cubre con las
      * suscripciones de esa fecha es el dinero de la casa.
       3300-CAPITAL-INICIAL.
           COMPUTE WS-HOUSE-AMOUNT = EQ-CAPITAL - WS-DAY-NET
           IF WS-HOUSE-AMOUNT > 0
               MOVE "HOUSE" TO WS-SEEK-ID
               PERFORM 3800-BUSCAR-INVERSOR
               IF WS-IV > 0
                   COMPUTE WS-TX-UNITS ROUNDED =
                       WS-HOUSE-AMOUNT / WS-NAV
                   ADD WS-TX-UNITS TO IV-UNITS(WS-IV)
                   ADD WS-HOUSE-AMOUNT TO IV-COST(WS-IV)
                   ADD WS-HOUSE-AMOUNT TO IV-SUBS(WS-IV)
                   MOVE EQ-DATE TO IV-LAST-DATE(WS-IV)
                   ADD WS-TX-UNITS TO WS-UNITS-OUT
                   ADD WS-TX-UNITS TO WS-DAY-ISSUED
                   DISPLAY "[UNITNAV] capital inicial de la casa "
                       WS-HOUSE-AMOUNT " = " WS-TX-UNITS " unidades"
               END-IF
           END-IF
           IF WS-HOUSE-AMOUNT < 0
               DISPLAY "WARNING: las suscripciones de " EQ-DATE
                   " superan el capital de la primera fila"
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           EXIT.

      * Lo negociado en la fecha contra la columna de flujos de la
      * curva: si no cuadran, la diferencia se reparte entre todos
      * los tenedores como si fuera resultado, y hay que mirarla.
       3400-CUADRAR-FLUJO.
           COMPUTE WS-BREAK = WS-DAY-NET - WS-ROW-FLOW
           IF WS-BREAK > 0.01 OR WS-BREAK < -0.01
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "WARNING: " EQ-DATE " movimientos " WS-DAY-NET
                   " contra flujo de la curva " WS-ROW-FLOW
           END-IF
           EXIT.

      * WS-IV queda en la fila de WS-SEEK-ID; si no existe se abre
      * una en cero (cero si el registro está lleno).
       3800-BUSCAR-INVERSOR.
           PERFORM 3850-UBICAR-INVERSOR
           IF WS-IV = 0 AND WS-INV-COUNT < WS-MAX-INV
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT TO WS-IV
               MOVE WS-SEEK-ID TO IV-ID(WS-IV)
               MOVE 0 TO IV-UNITS(WS-IV)
               MOVE 0 TO IV-COST(WS-IV)
               MOVE 0 TO IV-SUBS(WS-IV)
               MOVE 0 TO IV-REDS(WS-IV)
               MOVE 0 TO IV-LAST-DATE(WS-IV)
           END-IF
           EXIT.

       3850-UBICAR-INVERSOR.
           MOVE 0 TO WS-IV
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-COUNT OR WS-IV > 0
               IF IV-ID(WS-I) = WS-SEEK-ID
                   MOVE WS-I TO WS-IV
               END-IF
           END-PERFORM
           EXIT.

       3900-RECHAZAR.
           MOVE "R" TO TT-STATE(WS-T)
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 3950-ASENTAR-EXCEPCION
           EXIT.

       3950-ASENTAR-EXCEPCION.
           MOVE SPACES TO EXCEPT-RECORD
           MOVE TT-INVESTOR(WS-T) TO EX-INVESTOR
           MOVE TT-DATE(WS-T) TO EX-DATE
           MOVE TT-TYPE(WS-T) TO EX-TYPE
           MOVE TT-AMOUNT(WS-T) TO EX-AMOUNT
           MOVE TT-UNITS(WS-T) TO EX-UNITS
           MOVE WS-CASH-AVAIL TO EX-AVAIL
           MOVE WS-REASON TO EX-REASON
           WRITE EXCEPT-RECORD
           DISPLAY "WARNING: " TT-TYPE(WS-T) " de " TT-INVESTOR(WS-T)
               " " TT-DATE(WS-T) " sin procesar: "
               FUNCTION TRIM(WS-REASON)
           EXIT.

      * Lo que quedó pendiente tenía una fecha que la curva no trae
      * (fin de semana, feriado o fuera del período).
       4000-CERRAR-PENDIENTES.
           MOVE "fecha sin fila en la curva" TO WS-REASON
           MOVE 0 TO WS-CASH-AVAIL
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TX-COUNT
               IF TT-STATE(WS-T) = "P"
                   PERFORM 3900-RECHAZAR
               END-IF
           END-PERFORM
           CLOSE EXCEPT-FILE
           EXIT.

      * Registro y estado de capital, valuados al último valor de
      * la unidad de la curva.
       5000-ESCRIBIR-REGISTRO.
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT STMT-FILE
           PERFORM VARYING WS-IV FROM 1 BY 1
                   UNTIL WS-IV > WS-INV-COUNT
               COMPUTE WS-VALUE ROUNDED = IV-UNITS(WS-IV) * WS-NAV
               MOVE SPACES TO REGISTER-RECORD
               MOVE IV-ID(WS-IV) TO RG-INVESTOR
               MOVE IV-UNITS(WS-IV) TO RG-UNITS
               MOVE IV-COST(WS-IV) TO RG-COST
               MOVE WS-VALUE TO RG-VALUE
               MOVE IV-LAST-DATE(WS-IV) TO RG-LAST-DATE
               WRITE REGISTER-RECORD
               COMPUTE WS-GAIN = WS-VALUE + IV-REDS(WS-IV)
                   - IV-SUBS(WS-IV)
               MOVE SPACES TO STMT-RECORD
               MOVE IV-ID(WS-IV) TO ST-INVESTOR
               MOVE WS-FIRST-DATE TO ST-FROM
               MOVE WS-LAST-DATE TO ST-TO
               MOVE IV-SUBS(WS-IV) TO ST-SUBS
               MOVE IV-REDS(WS-IV) TO ST-REDS
               MOVE WS-GAIN TO ST-GAIN
               MOVE WS-VALUE TO ST-VALUE
               MOVE IV-UNITS(WS-IV) TO ST-UNITS
               MOVE WS-NAV TO ST-NAV
               WRITE STMT-RECORD
               DISPLAY "[UNITNAV] " IV-ID(WS-IV) " unidades "
                   IV-UNITS(WS-IV) " valor " WS-VALUE
                   " resultado " WS-GAIN
           END-PERFORM
           CLOSE REGISTER-FILE
           CLOSE STMT-FILE
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
           MOVE WS-DONE-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-FLAG-COUNT + WS-REJECT-COUNT
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
