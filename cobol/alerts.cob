           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
      * Reglas: nombre, campo, operador (GT/LT/GE/LE/EQ/NE), valor,
      * y opcionalmente AND con una segunda condición. Vocabulario
      * de campos: RSI, PCTB, BANDW, SQUEEZE (1/0), ATR, ATRPCT,
      * PLUSDI, MINUSDI, ADX, MACDH, y del perfil de volumen la
      * distancia del cierre en porciento (con signo, positiva =
      * cierre por encima) al POC, al VAH y al VAL: POCPCT, VAHPCT,
      * VALPCT.
      * Ej.: SQUEEZE-SIN-TEND  SQUEEZE  EQ 1        AND ADX      LT 20
       FD  RULES-FILE.
       01  RULE-RECORD.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-INBOX-FS       PIC XX.
           88  WS-INBOX-OK       VALUE "00".
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
           05 FV-MINUSDI      PIC S9(7)V99 COMP-3.
           05 FV-ADX          PIC S9(7)V99 COMP-3.
           05 FV-MACDH        PIC S9(7)V99 COMP-3.
           05 FV-POCPCT       PIC S9(7)V99 COMP-3.
           05 FV-VAHPCT       PIC S9(7)V99 COMP-3.
           05 FV-VALPCT       PIC S9(7)V99 COMP-3.
       01  WS-FIELD-PRESENT.
           05 FP-RSI          PIC X(1).
           05 FP-BOLL         PIC X(1).
           05 FP-ATR          PIC X(1).
           05 FP-MACD         PIC X(1).
           05 FP-VOLPROF      PIC X(1).
       01  WS-LAST-LINE      PIC X(120).
       01  WS-HAVE-LINE      PIC X(1).
       01  WS-SYM-TRIM       PIC X(10).
       2100-CARGAR-LECTURAS.
           MOVE 0 TO FV-RSI FV-PCTB FV-BANDW FV-SQUEEZE FV-ATR
               FV-ATRPCT FV-PLUSDI FV-MINUSDI FV-ADX FV-MACDH
               FV-POCPCT FV-VAHPCT FV-VALPCT
           MOVE "N" TO FP-RSI FP-BOLL FP-ATR FP-MACD FP-VOLPROF

           MOVE SPACES TO WS-IND-PATH
           STRING "rsi_output_" FUNCTION TRIM(WS-SYM-TRIM) ".dat"
               PERFORM 2300-NUMERO-SEGURO
               COMPUTE FV-MACDH = WS-COND-VALUE / 10000
           END-IF

           MOVE SPACES TO WS-IND-PATH
           STRING "volprofile_summary_" FUNCTION TRIM(WS-SYM-TRIM)
               ".dat" DELIMITED BY SIZE INTO WS-IND-PATH
           MOVE "VOLPROFILE" TO WS-STORE-IND
           PERFORM 2150-LEER-VALOR
           IF WS-HAVE-LINE = "S"
               MOVE "S" TO FP-VOLPROF
               MOVE WS-LAST-LINE(69:6) TO WS-WORK-NUM
               PERFORM 2300-NUMERO-SEGURO
               COMPUTE FV-POCPCT = WS-COND-VALUE / 100
               MOVE WS-LAST-LINE(76:6) TO WS-WORK-NUM
               PERFORM 2300-NUMERO-SEGURO
               COMPUTE FV-VAHPCT = WS-COND-VALUE / 100
               MOVE WS-LAST-LINE(83:6) TO WS-WORK-NUM
               PERFORM 2300-NUMERO-SEGURO
               COMPUTE FV-VALPCT = WS-COND-VALUE / 100
           END-IF
           EXIT.

      * La lectura vigente: primero el almacén por clave (símbolo +
               WHEN "MACDH"
                   MOVE FV-MACDH TO WS-COND-VALUE
                   MOVE FP-MACD TO WS-COND-PRESENT
               WHEN "POCPCT"
                   MOVE FV-POCPCT TO WS-COND-VALUE
                   MOVE FP-VOLPROF TO WS-COND-PRESENT
               WHEN "VAHPCT"
                   MOVE FV-VAHPCT TO WS-COND-VALUE
                   MOVE FP-VOLPROF TO WS-COND-PRESENT
               WHEN "VALPCT"
                   MOVE FV-VALPCT TO WS-COND-VALUE
                   MOVE FP-VOLPROF TO WS-COND-PRESENT
               WHEN OTHER
                   MOVE "N" TO WS-COND-PRESENT
           END-EVALUATE
