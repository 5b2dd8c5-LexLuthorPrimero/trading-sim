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
           05 AUD-RUNID         PIC X(8).
           05 FILLER            PIC X.
           05 AUD-SYMBOL        PIC X(10).
           05 FILLER            PIC X.
           05 AUD-HASH          PIC X(16).
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
       01  WS-PRICES-STATUS   PIC XX.
           88  WS-PRICES-OK           VALUE "00".
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
       01  WS-PRICES-PATH     PIC X(200).
       01  WS-PRICES-TABLE.
           05 WS-PRICE-ENTRY OCCURS 5000 TIMES
               STOP RUN
           END-IF.
           PERFORM PROCESS-BOLL.
           PERFORM TOTALES-SALIDA.
           PERFORM WRITE-SIGNAL-HISTORY.
           PERFORM BORRAR-CHECKPOINT.
           PERFORM CLEANUP.
           MOVE "prices.dat" TO WS-PRICES-PATH.
           MOVE SPACES TO WS-ARG1 WS-ARG2.
           MOVE 0 TO WS-FILTERED-ARGC.
           PERFORM INICIAR-PARAMETROS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               ELSE
               IF WS-ARG-RAW = "CSV"
                   SET WS-CSV-ON TO TRUE
               ELSE
               IF WS-ARG-RAW(1:7) = "PERIOD="
                   MOVE "PERIOD" TO WS-PARM-KEY
                   MOVE WS-ARG-RAW(8:) TO WS-PARM-KEYVAL
                   PERFORM ANOTAR-PARM
               ELSE
               IF WS-ARG-RAW(1:5) = "MULT="
                   MOVE "MULT" TO WS-PARM-KEY
                   MOVE WS-ARG-RAW(6:) TO WS-PARM-KEYVAL
                   PERFORM ANOTAR-PARM
               ELSE
                   ADD 1 TO WS-FILTERED-ARGC
                   IF WS-FILTERED-ARGC = 1
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           MOVE FUNCTION TEST-NUMVAL(WS-ARG1) TO WS-NUMVAL-RC.
           MOVE "MULT" TO WS-PARM-KEY.
           MOVE WS-ARG1 TO WS-PARM-KEYVAL.
           EVALUATE TRUE
               WHEN WS-FILTERED-ARGC = 0
                   CONTINUE
               WHEN WS-FILTERED-ARGC = 1 AND WS-NUMVAL-RC = 0
                   PERFORM ANOTAR-PARM
               WHEN WS-FILTERED-ARGC = 1
                   MOVE WS-ARG1 TO WS-PRICES-PATH
               WHEN OTHER
                   PERFORM ANOTAR-PARM
                   MOVE WS-ARG2 TO WS-PRICES-PATH
           END-EVALUATE.
           PERFORM RESOLVER-PARAMETROS.
           PERFORM APLICAR-PARAMETROS.
           PERFORM GRABAR-PARAMETROS.
           OPEN INPUT FD-PRICES-FILE.
           IF NOT WS-PRICES-OK
               PERFORM MANEJAR-ERROR-FS
               END-READ
           END-PERFORM.
           CLOSE FD-PRICES-FILE.
           PERFORM TOTALES-ENTRADA.
           IF WS-CHECK-ON
               PERFORM MODO-CHECK
           END-IF.
               WRITE BOLL-CSV-RECORD
           END-IF.

      * Totales de control de lo leído: todos los registros, y el
      * hash de los cierres aceptados (prices.dat no trae fecha ni
      * volumen).
       TOTALES-ENTRADA.
           MOVE "IN " TO WS-CTL-ROLE.
           MOVE WS-PRICES-PATH TO WS-CTL-FILE.
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT.
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS.
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-PRICE-COMP3(WS-CTL-K) TO WS-CTL-HASH-CLOSE
           END-PERFORM.
           PERFORM GRABAR-CONTROL.

      * bollinger_output.dat lo lee TRIGGERS: sus totales se sacan
      * del archivo ya cerrado, entero, así una corrida retomada
      * desde el checkpoint cuadra igual contra lo que TRIGGERS va a
      * leer.
       TOTALES-SALIDA.
           CLOSE BOLL-OUT-FILE.
           OPEN INPUT BOLL-OUT-FILE.
           IF WS-OUT-FS = "00"
               PERFORM UNTIL WS-OUT-FS NOT = "00"
                   READ BOLL-OUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                           IF OUT-PRICE NUMERIC
                               ADD OUT-PRICE TO WS-CTL-HASH-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLL-OUT-FILE
           END-IF.
           MOVE "OUT" TO WS-CTL-ROLE.
           MOVE "bollinger_output.dat" TO WS-CTL-FILE.
           PERFORM GRABAR-CONTROL.

      * Flags a squeeze when today's bandwidth is the narrowest of
      * the trailing WS-SQUEEZE-WINDOW days - volatility contraction
      * that classically precedes a breakout.
       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
                       INTO WS-ERROR-MSG
           END-EVALUATE.
           DISPLAY WS-ERROR-MSG.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       INICIAR-PARAMETROS.
           MOVE "PERIOD" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "MULT" TO PRM-NAME(2)
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
       APLICAR-PARAMETROS.
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
           COMPUTE WS-MULTIPLIER = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.
