      * reporte paginado con encabezados, rótulos de columna,
      * totales, y la sección de excepciones al frente. Reemplaza la
      * planilla armada a mano con recortes de seis archivos con la
      * que la mesa arranca el día. Después del detalle, el panel
      * de amplitud del universo (últimas fechas de BREADTH). Cierra
      * con la hoja de niveles:
      * los pivotes de la próxima sesión y las zonas de soporte y
      * resistencia que dejó PIVOTS para cada símbolo del lote.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DECISION-FILE ASSIGN TO "strategy_decision.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT PIVOT-FILE ASSIGN TO DYNAMIC WS-PIVOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIVOT-STATUS.
           SELECT ZONE-FILE ASSIGN TO DYNAMIC WS-ZONE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT BREADTH-FILE ASSIGN TO "breadth_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREADTH-STATUS.
           SELECT TRAIL-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
      * Mismo formato que LEDGER-RECORD de TRADER.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 DEC-ADX        PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DEC-REGIME     PIC X(1).
      * Mismo formato que PIVOT-OUT-RECORD de PIVOTS.
       FD  PIVOT-FILE.
       01  PIVOT-RECORD.
           05 PIV-BAR           PIC 9(5).
           05 FILLER            PIC X.
           05 PIV-METHOD        PIC X(4).
           05 FILLER            PIC X.
           05 PIV-P             PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-R1            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-R2            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-R3            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-S1            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-S2            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 PIV-S3            PIC 9(7)V9(4).
      * Mismo formato que ZONE-OUT-RECORD de PIVOTS.
       FD  ZONE-FILE.
       01  ZONE-RECORD.
           05 ZON-RANK          PIC 9(2).
           05 FILLER            PIC X.
           05 ZON-TYPE          PIC X(1).
           05 FILLER            PIC X.
           05 ZON-LOW           PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 ZON-HIGH          PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 ZON-TOUCHES       PIC 9(3).
           05 FILLER            PIC X.
           05 ZON-LAST-BAR      PIC 9(5).
      * Mismo formato que BREADTH-RECORD de BREADTH.
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
      * Mismo formato extendido que escriben todos los programas vía
      * el copybook de bitácora (lectura aparte de AUDIT-FILE, que
      * este programa usa para escribir su propia fila).
           05 TRL-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 TRL-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 TRL-HASH       PIC X(16).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LINE        PIC X(90).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "MORNRPT".
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
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
           88  WS-TRAIL-OK       VALUE "00".
           88  WS-TRAIL-EOF      VALUE "10".
       01  WS-LAST-RUNID     PIC X(8) VALUE SPACES.
      * Hoja de niveles: la última fila de cada método del archivo
      * de pivotes del símbolo y la zona mejor rankeada de cada lado.
       01  WS-PIVOT-STATUS   PIC XX.
           88  WS-PIVOT-OK       VALUE "00".
           88  WS-PIVOT-EOF      VALUE "10".
       01  WS-ZONE-STATUS    PIC XX.
           88  WS-ZONE-OK        VALUE "00".
           88  WS-ZONE-EOF       VALUE "10".
       01  WS-PIVOT-PATH     PIC X(200).
       01  WS-ZONE-PATH      PIC X(200).
       01  WS-LVL-TABLE.
           05 WS-LVL-ENTRY OCCURS 3 TIMES.
              10 LV-METHOD      PIC X(4).
              10 LV-FOUND       PIC X(1).
              10 LV-LEVEL       PIC 9(7)V9(4) OCCURS 7 TIMES.
       01  WS-M              PIC 9(1) COMP.
       01  WS-N              PIC 9(1) COMP.
       01  WS-SUP-FOUND      PIC X(1).
       01  WS-RES-FOUND      PIC X(1).
       01  WS-SUP-LOW        PIC 9(7)V9(4).
       01  WS-SUP-HIGH       PIC 9(7)V9(4).
       01  WS-SUP-TOUCHES    PIC 9(3).
       01  WS-RES-LOW        PIC 9(7)V9(4).
       01  WS-RES-HIGH       PIC 9(7)V9(4).
       01  WS-RES-TOUCHES    PIC 9(3).
       01  WS-LVL-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LVL-METHOD     PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LVL-COL        OCCURS 7 TIMES.
              10 FILLER      PIC X(2).
              10 LVL-VALUE   PIC Z(5)9.99.
       01  WS-ZONE-LINE.
           05 ZL-SYMBOL      PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ZL-SUP-TAG     PIC X(8).
           05 ZL-SUP-ZONE.
              10 ZL-SUP-LOW  PIC Z(5)9.99.
              10 ZL-SUP-DASH PIC X(1).
              10 ZL-SUP-HIGH PIC Z(5)9.99.
           05 ZL-SUP-TOUCH   PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ZL-RES-TAG     PIC X(8).
           05 ZL-RES-ZONE.
              10 ZL-RES-LOW  PIC Z(5)9.99.
              10 ZL-RES-DASH PIC X(1).
              10 ZL-RES-HIGH PIC Z(5)9.99.
           05 ZL-RES-TOUCH   PIC X(6).
       01  WS-TOUCH-ED       PIC ZZ9.
      * Panel de amplitud: las últimas WS-MAX-BRD fechas de la
      * historia de BREADTH, la más vieja arriba.
       01  WS-BREADTH-STATUS PIC XX.
           88  WS-BREADTH-OK     VALUE "00".
           88  WS-BREADTH-EOF    VALUE "10".
       01  WS-BRD-TABLE.
           05 WS-BRD-ENTRY OCCURS 5 TIMES.
              10 BD-LINE        PIC X(90).
       01  WS-BRD-COUNT      PIC 9(1) COMP VALUE 0.
       01  WS-MAX-BRD        PIC 9(1) COMP VALUE 5.
       01  WS-B              PIC 9(1) COMP.
       01  WS-BRD-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-DATE        PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-ISSUES      PIC Z(3)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-ADVANCES    PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-DECLINES    PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-AD-LINE     PIC -(8)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-PCT-SMA50   PIC ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-PCT-SMA200  PIC ZZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-NEW-HIGHS   PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-NEW-LOWS    PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 BL-REGIME      PIC X(7).
       01  WS-TRAIL-SYM      PIC X(10).
       01  WS-DET-LINE.
           05 DET-SYMBOL     PIC X(10).
               ADD 1 TO WS-EXC-COUNT
               EXIT PARAGRAPH
           END-IF
      * Los agregados piramidales, las señales suprimidas (SKIPS) y
      * los eventos corporativos (CORPA) llevan el capital al día
      * pero no son operaciones cerradas - no cuentan para
      * OPERS/GANS.
           IF LED-TYPE = "ADDLG" OR LED-TYPE = "ADDSH"
              OR LED-TYPE = "SKIPS" OR LED-TYPE = "CORPA"
               MOVE LED-CAPITAL TO SY-CAPITAL(WS-S)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DET-REJECTS
           MOVE WS-DET-LINE TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           PERFORM 3650-PANEL-AMPLITUD
           PERFORM 3700-HOJA-NIVELES
           EXIT.

      * El panel de amplitud del universo: las últimas fechas de
      * breadth_history.dat con la bandera de régimen en palabras.
      * Sin historia (lote sin columna OHLCV) el panel figura igual,
      * con la nota.
       3650-PANEL-AMPLITUD.
           MOVE SPACES TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           MOVE "*** AMPLITUD DEL MERCADO ***" TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           MOVE 0 TO WS-BRD-COUNT
           MOVE "00" TO WS-BREADTH-STATUS
           OPEN INPUT BREADTH-FILE
           IF NOT WS-BREADTH-OK
               MOVE "  (sin historia de amplitud)" TO RPT-LINE
               PERFORM 3600-ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BREADTH-EOF
               READ BREADTH-FILE
                   AT END
                       SET WS-BREADTH-EOF TO TRUE
                   NOT AT END
                       IF BR-DATE NUMERIC
                           PERFORM 3655-GUARDAR-AMPLITUD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREADTH-FILE
           MOVE "  FECHA     EMIS  ALZAS  BAJAS  LINEA A-D  %SMA50"
               TO RPT-LINE
           MOVE " %SMA200  MAX52  MIN52  REGIMEN" TO RPT-LINE(51:)
           PERFORM 3600-ESCRIBIR-LINEA
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BRD-COUNT
               MOVE BD-LINE(WS-B) TO RPT-LINE
               PERFORM 3600-ESCRIBIR-LINEA
           END-PERFORM
           EXIT.

      * Arma la línea de la fecha y la empuja al final de la
      * ventana, descartando la más vieja cuando está llena.
       3655-GUARDAR-AMPLITUD.
           MOVE BR-DATE TO BL-DATE
           MOVE BR-ISSUES TO BL-ISSUES
           MOVE BR-ADVANCES TO BL-ADVANCES
           MOVE BR-DECLINES TO BL-DECLINES
           MOVE BR-AD-LINE TO BL-AD-LINE
           MOVE BR-PCT-SMA50 TO BL-PCT-SMA50
           MOVE BR-PCT-SMA200 TO BL-PCT-SMA200
           MOVE BR-NEW-HIGHS TO BL-NEW-HIGHS
           MOVE BR-NEW-LOWS TO BL-NEW-LOWS
           EVALUATE BR-REGIME
               WHEN "A"
                   MOVE "AMPLIA" TO BL-REGIME
               WHEN "D"
                   MOVE "DEBIL" TO BL-REGIME
               WHEN "N"
                   MOVE "NEUTRAL" TO BL-REGIME
               WHEN OTHER
                   MOVE "-" TO BL-REGIME
           END-EVALUATE
           IF WS-BRD-COUNT >= WS-MAX-BRD
               PERFORM VARYING WS-B FROM 2 BY 1
                       UNTIL WS-B > WS-MAX-BRD
                   MOVE BD-LINE(WS-B) TO BD-LINE(WS-B - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-BRD-COUNT
           END-IF
           MOVE WS-BRD-LINE TO BD-LINE(WS-BRD-COUNT)
           EXIT.

      * La hoja de niveles arranca en página propia, un bloque por
      * símbolo: la línea de zonas y las tres filas de pivotes. Un
      * símbolo sin archivo de pivotes (renglón sin ruta H,L,C)
      * figura igual, con la nota.
       3700-HOJA-NIVELES.
           PERFORM 3500-NUEVA-PAGINA
           MOVE "*** HOJA DE NIVELES - PROXIMA SESION ***" TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           MOVE SPACES TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           MOVE "  METODO         P         R1         R2         R3"
               TO RPT-LINE
           MOVE "         S1         S2         S3" TO RPT-LINE(52:)
           PERFORM 3600-ESCRIBIR-LINEA
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SYM-COUNT
               MOVE SPACES TO RPT-LINE
               PERFORM 3600-ESCRIBIR-LINEA
               PERFORM 3710-LEER-PIVOTES
               PERFORM 3720-LEER-ZONAS
               PERFORM 3730-ESCRIBIR-NIVELES
           END-PERFORM
           EXIT.

       3710-LEER-PIVOTES.
           MOVE "CLAS" TO LV-METHOD(1)
           MOVE "FIBO" TO LV-METHOD(2)
           MOVE "CAMA" TO LV-METHOD(3)
           MOVE "N" TO LV-FOUND(1)
           MOVE "N" TO LV-FOUND(2)
           MOVE "N" TO LV-FOUND(3)
           MOVE SPACES TO WS-PIVOT-PATH
           STRING "pivots_output_" FUNCTION TRIM(SY-SYMBOL(WS-S))
               ".dat" DELIMITED BY SIZE INTO WS-PIVOT-PATH
           MOVE "00" TO WS-PIVOT-STATUS
           OPEN INPUT PIVOT-FILE
           IF NOT WS-PIVOT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PIVOT-EOF
               READ PIVOT-FILE
                   AT END
                       SET WS-PIVOT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3715-GUARDAR-PIVOTE
               END-READ
           END-PERFORM
           CLOSE PIVOT-FILE
           EXIT.

       3715-GUARDAR-PIVOTE.
           IF PIV-P NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               IF PIV-METHOD = LV-METHOD(WS-M)
                   MOVE "Y" TO LV-FOUND(WS-M)
                   MOVE PIV-P TO LV-LEVEL(WS-M, 1)
                   MOVE PIV-R1 TO LV-LEVEL(WS-M, 2)
                   MOVE PIV-R2 TO LV-LEVEL(WS-M, 3)
                   MOVE PIV-R3 TO LV-LEVEL(WS-M, 4)
                   MOVE PIV-S1 TO LV-LEVEL(WS-M, 5)
                   MOVE PIV-S2 TO LV-LEVEL(WS-M, 6)
                   MOVE PIV-S3 TO LV-LEVEL(WS-M, 7)
               END-IF
           END-PERFORM
           EXIT.

      * El archivo de zonas ya viene en orden de ranking: la
      * primera de cada tipo es la que se informa.
       3720-LEER-ZONAS.
           MOVE "N" TO WS-SUP-FOUND
           MOVE "N" TO WS-RES-FOUND
           MOVE SPACES TO WS-ZONE-PATH
           STRING "pivots_zones_" FUNCTION TRIM(SY-SYMBOL(WS-S))
               ".dat" DELIMITED BY SIZE INTO WS-ZONE-PATH
           MOVE "00" TO WS-ZONE-STATUS
           OPEN INPUT ZONE-FILE
           IF NOT WS-ZONE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ZONE-EOF
               READ ZONE-FILE
                   AT END
                       SET WS-ZONE-EOF TO TRUE
                   NOT AT END
                       IF ZON-TYPE = "S" AND WS-SUP-FOUND = "N"
                          AND ZON-LOW NUMERIC AND ZON-HIGH NUMERIC
                           MOVE "Y" TO WS-SUP-FOUND
                           MOVE ZON-LOW TO WS-SUP-LOW
                           MOVE ZON-HIGH TO WS-SUP-HIGH
                           MOVE ZON-TOUCHES TO WS-SUP-TOUCHES
                       END-IF
                       IF ZON-TYPE = "R" AND WS-RES-FOUND = "N"
                          AND ZON-LOW NUMERIC AND ZON-HIGH NUMERIC
                           MOVE "Y" TO WS-RES-FOUND
                           MOVE ZON-LOW TO WS-RES-LOW
                           MOVE ZON-HIGH TO WS-RES-HIGH
                           MOVE ZON-TOUCHES TO WS-RES-TOUCHES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZONE-FILE
           EXIT.

       3730-ESCRIBIR-NIVELES.
           IF LV-FOUND(1) = "N" AND LV-FOUND(2) = "N"
              AND LV-FOUND(3) = "N"
               MOVE SPACES TO RPT-LINE
               STRING SY-SYMBOL(WS-S) "  (sin niveles de PIVOTS)"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 3600-ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ZONE-LINE
           MOVE SY-SYMBOL(WS-S) TO ZL-SYMBOL
           IF WS-SUP-FOUND = "Y"
               MOVE "SOPORTE " TO ZL-SUP-TAG
               MOVE WS-SUP-LOW TO ZL-SUP-LOW
               MOVE "-" TO ZL-SUP-DASH
               MOVE WS-SUP-HIGH TO ZL-SUP-HIGH
               MOVE WS-SUP-TOUCHES TO WS-TOUCH-ED
               STRING " (" WS-TOUCH-ED ")" DELIMITED BY SIZE
                   INTO ZL-SUP-TOUCH
           ELSE
               MOVE "SOPORTE " TO ZL-SUP-TAG
               MOVE "   (sin zona)" TO ZL-SUP-ZONE
           END-IF
           IF WS-RES-FOUND = "Y"
               MOVE "RESIST. " TO ZL-RES-TAG
               MOVE WS-RES-LOW TO ZL-RES-LOW
               MOVE "-" TO ZL-RES-DASH
               MOVE WS-RES-HIGH TO ZL-RES-HIGH
               MOVE WS-RES-TOUCHES TO WS-TOUCH-ED
               STRING " (" WS-TOUCH-ED ")" DELIMITED BY SIZE
                   INTO ZL-RES-TOUCH
           ELSE
               MOVE "RESIST. " TO ZL-RES-TAG
               MOVE "   (sin zona)" TO ZL-RES-ZONE
           END-IF
           MOVE WS-ZONE-LINE TO RPT-LINE
           PERFORM 3600-ESCRIBIR-LINEA
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               IF LV-FOUND(WS-M) = "Y"
                   MOVE SPACES TO WS-LVL-LINE
                   MOVE LV-METHOD(WS-M) TO LVL-METHOD
                   PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 7
                       MOVE LV-LEVEL(WS-M, WS-N) TO LVL-VALUE(WS-N)
                   END-PERFORM
                   MOVE WS-LVL-LINE TO RPT-LINE
                   PERFORM 3600-ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           EXIT.

       3500-NUEVA-PAGINA.
