           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Una fila por lote realizado: la operación de cierre que lo
      * realizó, el lado, las fechas y precios de entrada y salida
      * del lote, la ganancia asignada (los lotes de un cierre suman
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "TAXLOT".
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
       01  WS-TOTAL-COST      PIC 9(12)V99 COMP-3.
       01  WS-INIT-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-SIDE-SIGN       PIC S9(1) COMP.
       01  WS-CA-RATIO        PIC 9(3)V9(4) COMP-3.
       01  WS-CA-SHARES       PIC 9(9)V9(4) COMP-3.
       01  WS-GROSS-SUM       PIC S9(9)V99 COMP-3.
       01  WS-ADJ-TOTAL       PIC S9(9)V99 COMP-3.
       01  WS-ADJ-RUN         PIC S9(9)V99 COMP-3.
               WHEN "DELSH"
                   MOVE -1 TO WS-SIDE-SIGN
                   PERFORM 2300-REALIZAR-CIERRE
               WHEN "CORPA"
                   PERFORM 2700-APLICAR-EVENTO-CORPORATIVO
               WHEN "HALT "
               WHEN "SKIPS"
                   CONTINUE
           END-IF
           EXIT.

      * Un evento corporativo sobre la posición abierta (fila CORPA
      * de CORPACT): la razón viaja en LED-EXIT-RULE. El split
      * multiplica las acciones de cada lote agregado por la razón
      * y divide su precio; la escisión baja el precio de cada lote
      * por la fracción de costo que pasó al hijo. El lote inicial
      * no necesita nada: se deduce al cierre de la fila de cierre,
      * que ya viene en la escala nueva. El efectivo cobrado (la
      * fracción de acción o las acciones del hijo) es una ganancia
      * realizada propia, sin acciones, con el plazo de la posición.
       2700-APLICAR-EVENTO-CORPORATIVO.
           IF FUNCTION TEST-NUMVAL(LED-EXIT-RULE(6:7)) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: evento corporativo sin razón "
                   "legible: op " LED-TRADE-NUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CA-RATIO ROUNDED =
               FUNCTION NUMVAL(LED-EXIT-RULE(6:7))
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LOT-COUNT
               EVALUATE LED-EXIT-RULE(1:4)
                   WHEN "SPLT"
                       IF WS-CA-RATIO > 0
                           COMPUTE WS-CA-SHARES =
                               LOT-SHARES(WS-L) * WS-CA-RATIO
                           MOVE WS-CA-SHARES TO LOT-SHARES(WS-L)
                           COMPUTE LOT-PRICE(WS-L) ROUNDED =
                               LOT-PRICE(WS-L) / WS-CA-RATIO
                       END-IF
                   WHEN "SPIN"
                       COMPUTE LOT-PRICE(WS-L) ROUNDED =
                           LOT-PRICE(WS-L) * (1 - WS-CA-RATIO)
               END-EVALUATE
           END-PERFORM
           IF LED-PNL = 0 OR WS-GAIN-COUNT >= WS-MAX-GAINS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GAIN-COUNT
           MOVE LED-TRADE-NUM TO GN-TRADE-NUM(WS-GAIN-COUNT)
           MOVE LED-TYPE TO GN-SIDE(WS-GAIN-COUNT)
           MOVE 0 TO GN-SHARES(WS-GAIN-COUNT)
           MOVE LED-ENTRY-DATE TO GN-ENTRY-DATE(WS-GAIN-COUNT)
           MOVE LED-ENTRY TO GN-ENTRY(WS-GAIN-COUNT)
           MOVE LED-EXIT-DATE TO GN-EXIT-DATE(WS-GAIN-COUNT)
           MOVE LED-EXIT TO GN-EXIT(WS-GAIN-COUNT)
           MOVE LED-PNL TO GN-GAIN(WS-GAIN-COUNT)
           MOVE "N" TO GN-WASH(WS-GAIN-COUNT)
           MOVE "ST" TO GN-TERM(WS-GAIN-COUNT)
           IF LED-ENTRY-DATE NUMERIC AND LED-ENTRY-DATE > 0
              AND LED-EXIT-DATE NUMERIC AND LED-EXIT-DATE > 0
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(LED-EXIT-DATE)
                   - FUNCTION INTEGER-OF-DATE(LED-ENTRY-DATE)
               IF WS-DAYS-HELD > 365
                   MOVE "LT" TO GN-TERM(WS-GAIN-COUNT)
               END-IF
           END-IF
           EXIT.

      * Candidato a venta-lavada: un lote cerrado con pérdida cuya
      * posición se reabrió (cualquier apertura de lote posterior)
      * dentro de los 30 días corridos del cierre. El ledger es de
