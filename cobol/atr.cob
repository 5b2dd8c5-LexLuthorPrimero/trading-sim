           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
           SELECT CTLTOT-FILE ASSIGN TO "control_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  FD-PRICES-FILE.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
      * Totales de control del paso, para el cuadre de BALANCE.
       FD  CTLTOT-FILE.
       01  CTLTOT-RECORD.
           05 CT-PROGRAM     PIC X(10).
           05 FILLER         PIC X.
           05 CT-ROLE        PIC X(3).
           05 FILLER         PIC X.
           05 CT-FILE        PIC X(40).
           05 FILLER         PIC X.
           05 CT-COUNT       PIC 9(7).
           05 FILLER         PIC X.
           05 CT-REJECTS     PIC 9(5).
           05 FILLER         PIC X.
           05 CT-FIRST-DATE  PIC X(8).
           05 FILLER         PIC X.
           05 CT-LAST-DATE   PIC X(8).
           05 FILLER         PIC X.
           05 CT-HASH-CLOSE  PIC 9(13)V9(4).
           05 FILLER         PIC X.
           05 CT-HASH-VOLUME PIC 9(17).
           05 FILLER         PIC X.
           05 CT-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 CT-TIME        PIC 9(6).
           05 FILLER         PIC X.
           05 CT-RUNID       PIC X(8).
           05 FILLER         PIC X.
           05 CT-SYMBOL      PIC X(10).
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
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "ATR".
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
      * Parámetros de la corrida: valor por omisión, registro
      * central o PARM explícito (WS-PARM-RESOLVE).
       01  WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 2 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 2.
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
       01  WS-CTLTOT-FS      PIC XX.
       01  WS-CTL-ROLE       PIC X(3).
       01  WS-CTL-FILE       PIC X(200).
       01  WS-CTL-COUNT      PIC 9(7) VALUE 0.
       01  WS-CTL-REJECTS    PIC 9(5) VALUE 0.
       01  WS-CTL-FIRST-DATE PIC X(8) VALUE SPACES.
       01  WS-CTL-LAST-DATE  PIC X(8) VALUE SPACES.
       01  WS-CTL-HASH-CLOSE PIC 9(13)V9(4) VALUE 0.
       01  WS-CTL-HASH-VOLUME PIC 9(17) VALUE 0.
       01  WS-CTL-I          PIC 9(3) COMP.
       01  WS-CTL-POS        PIC 9(3) COMP.
       01  WS-CTL-K          PIC 9(5) COMP.
       01  WS-OUT-STATUS      PIC XX.
       01  WS-CKPT-FS         PIC XX.
       01  WS-CSV-STATUS      PIC XX.
           DISPLAY "[DEBUG] 2000-LEER-PRECIOS - Leyendo archivo: "
               WS-PRICES-PATH
           PERFORM 2000-LEER-PRECIOS
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
           DISPLAY "[DEBUG] 3000-CALCULAR-ATR - Procesando "
               WS-COUNT " precios con periodo " WS-PERIOD
           PERFORM 3000-CALCULAR-ATR
           PERFORM 8900-TOTALES-SALIDA
           PERFORM 3500-BORRAR-CHECKPOINT
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa ATR finalizado"
       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE SPACES TO WS-ARG1
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
                   WHEN "CSV"
                       SET WS-CSV-ON TO TRUE
                   WHEN OTHER
                       EVALUATE TRUE
                           WHEN WS-ARG1(1:7) = "PERIOD="
                               MOVE "PERIOD" TO WS-PARM-KEY
                               MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                               PERFORM ANOTAR-PARM
                           WHEN WS-ARG1(1:9) = "STOPMULT="
                               MOVE "STOPMULT" TO WS-PARM-KEY
                               MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                               PERFORM ANOTAR-PARM
                           WHEN OTHER
                               MOVE WS-ARG1 TO WS-PRICES-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "PERIOD" TO PRM-NAME(1)
           MOVE "14" TO PRM-DEFAULT(1)
           MOVE "STOPMULT" TO PRM-NAME(2)
           MOVE "2.00" TO PRM-DEFAULT(2)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * no numérico o negativo (registro o PARM), o un cero donde el
      * valor por omisión no lo es, se avisa y rige el valor por
      * omisión, que es el que queda registrado.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0)
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
           COMPUTE WS-PERIOD = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-STOP-MULT = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Si una corrida anterior fue interrumpida, retoma la escritura
      * después de la última fila ya escrita en atr_output.dat en vez
      * de duplicarla; el suavizado de Wilder se recalcula desde el
           CLOSE CHECKPOINT-FILE
           EXIT.

      * Totales de control de lo leído: todos los registros, y el
      * hash de los cierres aceptados (el archivo H,L,C no trae
      * fecha ni volumen). Sin nada leído no hay renglón que
      * cuadrar.
       2900-TOTALES-ENTRADA.
           IF WS-COUNT = 0 AND WS-REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-PRICES-PATH TO WS-CTL-FILE
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-CLOSE-COMP3(WS-CTL-K) TO WS-CTL-HASH-CLOSE
           END-PERFORM
           PERFORM GRABAR-CONTROL
           EXIT.

       2000-LEER-PRECIOS.
           OPEN INPUT FD-PRICES-FILE
           IF NOT WS-PRICES-OK
           END-IF
           EXIT.

      * atr_output.dat lo leen TRIGGERS y TRADER: sus totales se
      * sacan del archivo ya cerrado, entero, así una corrida
      * retomada desde el checkpoint cuadra igual contra lo que
      * ellos van a leer. La fila no lleva el cierre: solo la
      * cantidad.
       8900-TOTALES-SALIDA.
           CLOSE ATR-OUT-FILE
           OPEN INPUT ATR-OUT-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL WS-OUT-STATUS NOT = "00"
                   READ ATR-OUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                   END-READ
               END-PERFORM
               CLOSE ATR-OUT-FILE
           END-IF
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "atr_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE ATR-OUT-FILE
       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
