           05 FD-OHLCV-VOLUME-RAW  PIC X(14).
      * Archivo de ajustes: un evento por renglón - símbolo, fecha
      * ex, razón de split como texto con punto decimal (2.0 para 2
      * por 1, 0.1 para el inverso 1 por 10; 1.0 = sin split) y
      * monto del dividendo por acción (0.0 = sin dividendo).
      * Columnas finales opcionales, compartidas con CORPACT (que
      * aplica el mismo archivo a las posiciones abiertas): el tipo
      * de acción (en blanco = split y/o dividendo según los
      * montos; SPIN = escisión; CASH = fusión en efectivo), el
      * símbolo hijo de la escisión, la fracción del costo que pasa
      * al hijo y un precio de referencia (el de la fracción en
      * efectivo de un split, el del hijo en una escisión, el pago
      * por acción de una fusión). Una escisión ajusta la historia
      * del padre por (1 - fracción); una fusión en efectivo no
      * ajusta nada - el papel deja de cotizar.
       FD  ADJ-FILE.
       01  ADJ-RECORD.
           05 ADJ-SYMBOL      PIC X(10).
           05 ADJ-SPLIT-RAW   PIC X(12).
           05 FILLER          PIC X.
           05 ADJ-DIV-RAW     PIC X(10).
           05 FILLER          PIC X.
           05 ADJ-ACTION      PIC X(4).
              88 ADJ-IS-SPIN          VALUE "SPIN".
              88 ADJ-IS-CASH          VALUE "CASH".
           05 FILLER          PIC X.
           05 ADJ-CHILD       PIC X(10).
           05 FILLER          PIC X.
           05 ADJ-ALLOC-RAW   PIC X(8).
           05 FILLER          PIC X.
           05 ADJ-PRICE-RAW   PIC X(12).
       FD  ADJ-OUT-FILE.
       01  ADJ-OUT-RECORD.
           05 OUT-SYMBOL          PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "ADJUST".
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
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-SPLIT-RATIO    PIC 9(3)V9(4) COMP-3.
       01  WS-DIV-AMOUNT     PIC 9(7)V9(4) COMP-3.
       01  WS-DIV-FACTOR     PIC 9V9(6) COMP-3.
       01  WS-ALLOC-PCT      PIC 9V9(4) COMP-3.
       01  WS-BASE-CLOSE     PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-DATE-NUM   PIC 9(8).
       01  WS-I              PIC 9(4) COMP.
                   "descartado"
               EXIT PARAGRAPH
           END-IF
           IF ADJ-IS-CASH
               DISPLAY "[AJUSTE] " ADJ-SYMBOL " " ADJ-EXDATE
                   " fusión en efectivo, la historia no se ajusta"
               EXIT PARAGRAPH
           END-IF
           IF ADJ-IS-SPIN
               IF FUNCTION TEST-NUMVAL(ADJ-ALLOC-RAW) NOT = 0
                   ADD 1 TO WS-ADJ-REJECTS
                   DISPLAY "WARNING: escisión sin fracción de costo "
                       "descartada: " ADJ-SYMBOL " " ADJ-EXDATE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ALLOC-PCT ROUNDED =
                   FUNCTION NUMVAL(ADJ-ALLOC-RAW)
               IF WS-ALLOC-PCT = 0 OR WS-ALLOC-PCT >= 1
                   ADD 1 TO WS-ADJ-REJECTS
                   DISPLAY "WARNING: fracción de costo fuera de "
                       "rango descartada: " ADJ-SYMBOL " "
                       ADJ-EXDATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-SPLIT-RATIO ROUNDED =
               FUNCTION NUMVAL(ADJ-SPLIT-RAW)
           COMPUTE WS-DIV-AMOUNT ROUNDED =
           IF WS-SPLIT-RATIO = 0
               MOVE 1 TO WS-SPLIT-RATIO
           END-IF
      * En la escisión la razón del renglón es acciones del hijo por
      * acción del padre: el padre no cambia de cantidad, su precio
      * cae por la parte que se llevó el hijo.
           IF ADJ-IS-SPIN
               MOVE 1 TO WS-SPLIT-RATIO
               MOVE 0 TO WS-DIV-AMOUNT
           END-IF
      * El cierre de la última barra previa a la fecha ex es la base
      * del factor de dividendo.
           MOVE 0 TO WS-BASE-CLOSE
           ELSE
               MOVE 1 TO WS-DIV-FACTOR
           END-IF
           IF ADJ-IS-SPIN
               COMPUTE WS-DIV-FACTOR = 1 - WS-ALLOC-PCT
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-SYMBOL(WS-I) = ADJ-SYMBOL
                   MOVE WS-OHLCV-DATE(WS-I) TO WS-BAR-DATE-NUM
