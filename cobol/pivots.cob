       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIVOTS.
      * Indicador: Puntos pivote y zonas de soporte/resistencia
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * Los niveles que la mesa sacaba a mano cada mañana desde la
      * barra de ayer. Para cada barra se calculan, con el máximo,
      * mínimo y cierre de la barra anterior, los pivotes clásicos,
      * de Fibonacci y Camarilla (P, R1-R3, S1-S3); la última fila
      * de cada método sale de la última barra del archivo y es la
      * de la sesión siguiente. Además se buscan los máximos y
      * mínimos de giro (swing) de las últimas LOOKBACK= barras, se
      * agrupan los que caen a menos de ZONE= porciento uno de otro
      * y cada grupo se clasifica como zona de soporte (debajo del
      * último cierre) o de resistencia (encima) y se rankea por
      * cantidad de toques y, a igualdad, por el toque más reciente.
      * Lee el mismo archivo H,L,C que ATR y STOCHASTIC, así que
      * corre en el carril por símbolo de MASTERBATCH; MORNRPT arma
      * la hoja de niveles con pivots_output_<SIMBOLO>.dat y
      * pivots_zones_<SIMBOLO>.dat.
      * Parámetros: archivo H,L,C, CHECK, y
      *   LOOKBACK=n  barras donde se buscan giros (omisión 60)
      *   SWING=n     barras a cada lado de un giro (omisión 2)
      *   ZONE=n.nn   ancho de zona en porciento (omisión 0.50)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT PIVOT-OUT-FILE ASSIGN TO "pivots_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ZONE-OUT-FILE ASSIGN TO "pivots_zones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
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
       01  FD-PRICE-RECORD.
           05 FD-PRICE-HIGH-RAW  PIC X(12).
           05 FILLER             PIC X.
           05 FD-PRICE-LOW-RAW   PIC X(12).
           05 FILLER             PIC X.
           05 FD-PRICE-CLOSE-RAW PIC X(12).
      * Una fila por barra y método: OUT-BAR es la barra a la que
      * aplican los niveles (calculados con la barra OUT-BAR - 1);
      * la última es la sesión que todavía no está en el archivo.
       FD  PIVOT-OUT-FILE.
       01  PIVOT-OUT-RECORD.
           05 OUT-BAR           PIC 9(5).
           05 FILLER            PIC X.
           05 OUT-METHOD        PIC X(4).
           05 FILLER            PIC X.
           05 OUT-P             PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-R1            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-R2            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-R3            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-S1            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-S2            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 OUT-S3            PIC 9(7)V9(4).
      * Una fila por zona, en orden de ranking.
       FD  ZONE-OUT-FILE.
       01  ZONE-OUT-RECORD.
           05 ZO-RANK           PIC 9(2).
           05 FILLER            PIC X.
           05 ZO-TYPE           PIC X(1).
           05 FILLER            PIC X.
           05 ZO-LOW            PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 ZO-HIGH           PIC 9(7)V9(4).
           05 FILLER            PIC X.
           05 ZO-TOUCHES        PIC 9(3).
           05 FILLER            PIC X.
           05 ZO-LAST-BAR       PIC 9(5).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "PIVOTS".
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
       01  WS-ZONE-STATUS     PIC XX.
       01  WS-PRICES-STATUS   PIC XX.
           88  WS-PRICES-OK           VALUE "00".
           88  WS-PRICES-EOF          VALUE "10".
       01  WS-PRICES-PATH     PIC X(200).
       01  WS-PRICES-TABLE.
           05 WS-PRICE-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-PRICE-IDX.
              10 WS-HIGH-COMP3   PIC 9(7)V9(4) COMP-3.
              10 WS-LOW-COMP3    PIC 9(7)V9(4) COMP-3.
              10 WS-CLOSE-COMP3  PIC 9(7)V9(4) COMP-3.
       01  WS-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-HIGH-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP        PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-I               PIC 9(4) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-K               PIC 9(4) COMP.
      * Barra previa y niveles de la barra en proceso. Los soportes
      * pueden quedar bajo cero en series de precio muy bajo y
      * rango amplio: se escriben en cero.
       01  WS-PREV-HIGH       PIC 9(7)V9(4) COMP-3.
       01  WS-PREV-LOW        PIC 9(7)V9(4) COMP-3.
       01  WS-PREV-CLOSE      PIC 9(7)V9(4) COMP-3.
       01  WS-RANGE           PIC 9(7)V9(4) COMP-3.
       01  WS-PIVOT           PIC 9(7)V9(4) COMP-3.
       01  WS-LEVELS.
           05 WS-LVL-R1       PIC S9(7)V9(4) COMP-3.
           05 WS-LVL-R2       PIC S9(7)V9(4) COMP-3.
           05 WS-LVL-R3       PIC S9(7)V9(4) COMP-3.
           05 WS-LVL-S1       PIC S9(7)V9(4) COMP-3.
           05 WS-LVL-S2       PIC S9(7)V9(4) COMP-3.
           05 WS-LVL-S3       PIC S9(7)V9(4) COMP-3.
       01  WS-METHOD          PIC X(4).
       01  WS-ROW-COUNT       PIC 9(5) COMP VALUE 0.
      * Parámetros de la búsqueda de zonas.
       01  WS-LOOKBACK        PIC 9(4) COMP VALUE 60.
       01  WS-SWING           PIC 9(2) COMP VALUE 2.
       01  WS-ZONE-PCT        PIC 9(2)V99 COMP-3 VALUE 0.50.
       01  WS-WIN-START       PIC 9(4) COMP.
       01  WS-IS-SWING        PIC X(1).
           88  WS-SWING-YES          VALUE "Y".
      * Precios de giro (máximos y mínimos por igual: un máximo
      * viejo que se rompió es el soporte de hoy) ordenados por
      * precio para agruparlos en una sola pasada.
       01  WS-SWING-TABLE.
           05 WS-SWING-ENTRY OCCURS 1000 TIMES.
              10 SW-PRICE        PIC 9(7)V9(4) COMP-3.
              10 SW-BAR          PIC 9(4) COMP.
       01  WS-SWING-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SWINGS      PIC 9(4) COMP VALUE 1000.
       01  WS-SWAP-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-SWAP-BAR        PIC 9(4) COMP.
       01  WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 1000 TIMES.
              10 ZN-LOW          PIC 9(7)V9(4) COMP-3.
              10 ZN-HIGH         PIC 9(7)V9(4) COMP-3.
              10 ZN-TOUCHES      PIC 9(3) COMP.
              10 ZN-LAST-BAR     PIC 9(4) COMP.
              10 ZN-USED         PIC X(1).
       01  WS-ZONE-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-ZONE-LIMIT      PIC 9(7)V9(4) COMP-3.
       01  WS-ZONE-MID        PIC 9(7)V9(4) COMP-3.
       01  WS-MAX-RANKED      PIC 9(2) COMP VALUE 10.
       01  WS-RANK            PIC 9(2) COMP VALUE 0.
       01  WS-BEST            PIC 9(4) COMP.
       01  WS-CHECK-FLAG      PIC X(1) VALUE "N".
           88  WS-CHECK-ON    VALUE "Y".
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa PIVOTS iniciado"
           PERFORM 1000-LEER-PARAMETROS
           DISPLAY "[DEBUG] 2000-LEER-PRECIOS - Leyendo archivo: "
               WS-PRICES-PATH
           PERFORM 2000-LEER-PRECIOS
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
           OPEN OUTPUT PIVOT-OUT-FILE
           OPEN OUTPUT ZONE-OUT-FILE
           DISPLAY "[DEBUG] 3000-CALCULAR-PIVOTES - Procesando "
               WS-COUNT " barras"
           PERFORM 3000-CALCULAR-PIVOTES
           PERFORM 8900-TOTALES-SALIDA
           PERFORM 4000-BUSCAR-GIROS
           PERFORM 4200-ORDENAR-GIROS
           PERFORM 4400-AGRUPAR-ZONAS
           PERFORM 4600-RANKEAR-ZONAS
           DISPLAY "[PIVOTS] " WS-ROW-COUNT " filas de niveles, "
               WS-SWING-COUNT " giros, " WS-ZONE-COUNT " zonas ("
               WS-RANK " rankeadas)"
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa PIVOTS finalizado"
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-PRECIOS.
           COPY WS-PRICES-LOAD-HLC.

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

       1000-LEER-PARAMETROS.
           MOVE "prices.dat" TO WS-PRICES-PATH
           MOVE SPACES TO WS-ARG1
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "CHECK"
                       SET WS-CHECK-ON TO TRUE
                   WHEN WS-ARG1(1:9) = "LOOKBACK="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(10:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(10:)) >= 1
                          AND FUNCTION NUMVAL(WS-ARG1(10:)) <= 5000
                           MOVE "LOOKBACK" TO WS-PARM-KEY
                           MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:6) = "SWING="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(7:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) >= 1
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) <= 20
                           MOVE "SWING" TO WS-PARM-KEY
                           MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:5) = "ZONE="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(6:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(6:)) > 0
                          AND FUNCTION NUMVAL(WS-ARG1(6:)) < 100
                           MOVE "ZONE" TO WS-PARM-KEY
                           MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-PRICES-PATH
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
           MOVE "LOOKBACK" TO PRM-NAME(1)
           MOVE "60" TO PRM-DEFAULT(1)
           MOVE "SWING" TO PRM-NAME(2)
           MOVE "2" TO PRM-DEFAULT(2)
           MOVE "ZONE" TO PRM-NAME(3)
           MOVE "0.50" TO PRM-DEFAULT(3)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 5000)
                   OR (WS-PARM-I = 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 20)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) >= 100)
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
           COMPUTE WS-LOOKBACK = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-SWING = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-ZONE-PCT = FUNCTION NUMVAL(PRM-VALUE(3)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Niveles de la barra I+1 a partir de la barra I: la pasada
      * llega hasta la última barra, cuya fila es la de mañana.
       3000-CALCULAR-PIVOTES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE WS-HIGH-COMP3(WS-I) TO WS-PREV-HIGH
               MOVE WS-LOW-COMP3(WS-I) TO WS-PREV-LOW
               MOVE WS-CLOSE-COMP3(WS-I) TO WS-PREV-CLOSE
               COMPUTE WS-RANGE = WS-PREV-HIGH - WS-PREV-LOW
               COMPUTE WS-PIVOT ROUNDED =
                   (WS-PREV-HIGH + WS-PREV-LOW + WS-PREV-CLOSE) / 3
               PERFORM 3100-PIVOTE-CLASICO
               PERFORM 3200-PIVOTE-FIBONACCI
               PERFORM 3300-PIVOTE-CAMARILLA
           END-PERFORM
           EXIT.

       3100-PIVOTE-CLASICO.
           MOVE "CLAS" TO WS-METHOD
           COMPUTE WS-LVL-R1 = 2 * WS-PIVOT - WS-PREV-LOW
           COMPUTE WS-LVL-S1 = 2 * WS-PIVOT - WS-PREV-HIGH
           COMPUTE WS-LVL-R2 = WS-PIVOT + WS-RANGE
           COMPUTE WS-LVL-S2 = WS-PIVOT - WS-RANGE
           COMPUTE WS-LVL-R3 =
               WS-PREV-HIGH + 2 * (WS-PIVOT - WS-PREV-LOW)
           COMPUTE WS-LVL-S3 =
               WS-PREV-LOW - 2 * (WS-PREV-HIGH - WS-PIVOT)
           PERFORM 3500-ESCRIBIR-NIVELES
           EXIT.

       3200-PIVOTE-FIBONACCI.
           MOVE "FIBO" TO WS-METHOD
           COMPUTE WS-LVL-R1 ROUNDED = WS-PIVOT + 0.382 * WS-RANGE
           COMPUTE WS-LVL-S1 ROUNDED = WS-PIVOT - 0.382 * WS-RANGE
           COMPUTE WS-LVL-R2 ROUNDED = WS-PIVOT + 0.618 * WS-RANGE
           COMPUTE WS-LVL-S2 ROUNDED = WS-PIVOT - 0.618 * WS-RANGE
           COMPUTE WS-LVL-R3 = WS-PIVOT + WS-RANGE
           COMPUTE WS-LVL-S3 = WS-PIVOT - WS-RANGE
           PERFORM 3500-ESCRIBIR-NIVELES
           EXIT.

      * Camarilla se arma alrededor del cierre, no del pivote; P se
      * informa igual (el clásico) para que las tres filas se lean
      * contra la misma referencia.
       3300-PIVOTE-CAMARILLA.
           MOVE "CAMA" TO WS-METHOD
           COMPUTE WS-LVL-R1 ROUNDED =
               WS-PREV-CLOSE + WS-RANGE * 1.1 / 12
           COMPUTE WS-LVL-S1 ROUNDED =
               WS-PREV-CLOSE - WS-RANGE * 1.1 / 12
           COMPUTE WS-LVL-R2 ROUNDED =
               WS-PREV-CLOSE + WS-RANGE * 1.1 / 6
           COMPUTE WS-LVL-S2 ROUNDED =
               WS-PREV-CLOSE - WS-RANGE * 1.1 / 6
           COMPUTE WS-LVL-R3 ROUNDED =
               WS-PREV-CLOSE + WS-RANGE * 1.1 / 4
           COMPUTE WS-LVL-S3 ROUNDED =
               WS-PREV-CLOSE - WS-RANGE * 1.1 / 4
           PERFORM 3500-ESCRIBIR-NIVELES
           EXIT.

       3500-ESCRIBIR-NIVELES.
           IF WS-LVL-S1 < 0
               MOVE 0 TO WS-LVL-S1
           END-IF
           IF WS-LVL-S2 < 0
               MOVE 0 TO WS-LVL-S2
           END-IF
           IF WS-LVL-S3 < 0
               MOVE 0 TO WS-LVL-S3
           END-IF
           MOVE SPACES TO PIVOT-OUT-RECORD
           COMPUTE OUT-BAR = WS-I + 1
           MOVE WS-METHOD TO OUT-METHOD
           MOVE WS-PIVOT TO OUT-P
           MOVE WS-LVL-R1 TO OUT-R1
           MOVE WS-LVL-R2 TO OUT-R2
           MOVE WS-LVL-R3 TO OUT-R3
           MOVE WS-LVL-S1 TO OUT-S1
           MOVE WS-LVL-S2 TO OUT-S2
           MOVE WS-LVL-S3 TO OUT-S3
           WRITE PIVOT-OUT-RECORD
           ADD 1 TO WS-ROW-COUNT
           ADD 1 TO WS-CTL-COUNT
           ADD WS-CLOSE-COMP3(WS-I) TO WS-CTL-HASH-CLOSE
           EXIT.

      * Un máximo de giro supera los máximos de las SWING= barras
      * previas y no es superado por los de las SWING= siguientes
      * (un mínimo, al revés); así un techo plano de dos barras
      * cuenta una vez. Las últimas SWING= barras todavía no pueden
      * confirmarse.
       4000-BUSCAR-GIROS.
           IF WS-COUNT > WS-LOOKBACK
               COMPUTE WS-WIN-START = WS-COUNT - WS-LOOKBACK + 1
           ELSE
               MOVE 1 TO WS-WIN-START
           END-IF
           IF WS-WIN-START <= WS-SWING
               COMPUTE WS-WIN-START = WS-SWING + 1
           END-IF
           PERFORM VARYING WS-I FROM WS-WIN-START BY 1
                   UNTIL WS-I + WS-SWING > WS-COUNT
               MOVE "Y" TO WS-IS-SWING
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-SWING OR NOT WS-SWING-YES
                   IF WS-HIGH-COMP3(WS-I - WS-J)
                          NOT < WS-HIGH-COMP3(WS-I)
                      OR WS-HIGH-COMP3(WS-I + WS-J)
                          > WS-HIGH-COMP3(WS-I)
                       MOVE "N" TO WS-IS-SWING
                   END-IF
               END-PERFORM
               IF WS-SWING-YES
                   MOVE WS-HIGH-COMP3(WS-I) TO WS-SWAP-PRICE
                   PERFORM 4100-AGREGAR-GIRO
               END-IF
               MOVE "Y" TO WS-IS-SWING
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-SWING OR NOT WS-SWING-YES
                   IF WS-LOW-COMP3(WS-I - WS-J)
                          NOT > WS-LOW-COMP3(WS-I)
                      OR WS-LOW-COMP3(WS-I + WS-J)
                          < WS-LOW-COMP3(WS-I)
                       MOVE "N" TO WS-IS-SWING
                   END-IF
               END-PERFORM
               IF WS-SWING-YES
                   MOVE WS-LOW-COMP3(WS-I) TO WS-SWAP-PRICE
                   PERFORM 4100-AGREGAR-GIRO
               END-IF
           END-PERFORM
           EXIT.

       4100-AGREGAR-GIRO.
           IF WS-SWING-COUNT >= WS-MAX-SWINGS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWING-COUNT
           MOVE WS-SWAP-PRICE TO SW-PRICE(WS-SWING-COUNT)
           MOVE WS-I TO SW-BAR(WS-SWING-COUNT)
           EXIT.

      * Inserción directa: la ventana da a lo sumo unas decenas de
      * giros.
       4200-ORDENAR-GIROS.
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-SWING-COUNT
               MOVE SW-PRICE(WS-I) TO WS-SWAP-PRICE
               MOVE SW-BAR(WS-I) TO WS-SWAP-BAR
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                       OR SW-PRICE(WS-J - 1) NOT > WS-SWAP-PRICE
                   MOVE SW-PRICE(WS-J - 1) TO SW-PRICE(WS-J)
                   MOVE SW-BAR(WS-J - 1) TO SW-BAR(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE WS-SWAP-PRICE TO SW-PRICE(WS-J)
               MOVE WS-SWAP-BAR TO SW-BAR(WS-J)
           END-PERFORM
           EXIT.

      * Una zona arranca en el giro más bajo todavía sin zona y
      * junta todos los siguientes que no superen ese precio más
      * ZONE= porciento.
       4400-AGRUPAR-ZONAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SWING-COUNT
               IF WS-ZONE-COUNT = 0
                   PERFORM 4450-ABRIR-ZONA
               ELSE
                   IF SW-PRICE(WS-I) > WS-ZONE-LIMIT
                       PERFORM 4450-ABRIR-ZONA
                   ELSE
                       MOVE SW-PRICE(WS-I) TO ZN-HIGH(WS-ZONE-COUNT)
                       ADD 1 TO ZN-TOUCHES(WS-ZONE-COUNT)
                       IF SW-BAR(WS-I) > ZN-LAST-BAR(WS-ZONE-COUNT)
                           MOVE SW-BAR(WS-I)
                               TO ZN-LAST-BAR(WS-ZONE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       4450-ABRIR-ZONA.
           ADD 1 TO WS-ZONE-COUNT
           MOVE SW-PRICE(WS-I) TO ZN-LOW(WS-ZONE-COUNT)
           MOVE SW-PRICE(WS-I) TO ZN-HIGH(WS-ZONE-COUNT)
           MOVE 1 TO ZN-TOUCHES(WS-ZONE-COUNT)
           MOVE SW-BAR(WS-I) TO ZN-LAST-BAR(WS-ZONE-COUNT)
           MOVE "N" TO ZN-USED(WS-ZONE-COUNT)
           COMPUTE WS-ZONE-LIMIT ROUNDED =
               SW-PRICE(WS-I) * (1 + WS-ZONE-PCT / 100)
           EXIT.

      * Selección repetida de la mejor zona todavía sin escribir:
      * más toques primero, a igualdad el toque más reciente.
       4600-RANKEAR-ZONAS.
           PERFORM UNTIL WS-RANK >= WS-MAX-RANKED
                   OR WS-RANK >= WS-ZONE-COUNT
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-ZONE-COUNT
                   IF ZN-USED(WS-K) = "N"
                       IF WS-BEST = 0
                           MOVE WS-K TO WS-BEST
                       ELSE
                           IF ZN-TOUCHES(WS-K) > ZN-TOUCHES(WS-BEST)
                              OR (ZN-TOUCHES(WS-K) =
                                  ZN-TOUCHES(WS-BEST)
                                  AND ZN-LAST-BAR(WS-K) >
                                  ZN-LAST-BAR(WS-BEST))
                               MOVE WS-K TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO ZN-USED(WS-BEST)
               ADD 1 TO WS-RANK
               PERFORM 4700-ESCRIBIR-ZONA
           END-PERFORM
           EXIT.

       4700-ESCRIBIR-ZONA.
           COMPUTE WS-ZONE-MID ROUNDED =
               (ZN-LOW(WS-BEST) + ZN-HIGH(WS-BEST)) / 2
           MOVE SPACES TO ZONE-OUT-RECORD
           MOVE WS-RANK TO ZO-RANK
           IF WS-ZONE-MID < WS-CLOSE-COMP3(WS-COUNT)
               MOVE "S" TO ZO-TYPE
           ELSE
               MOVE "R" TO ZO-TYPE
           END-IF
           MOVE ZN-LOW(WS-BEST) TO ZO-LOW
           MOVE ZN-HIGH(WS-BEST) TO ZO-HIGH
           MOVE ZN-TOUCHES(WS-BEST) TO ZO-TOUCHES
           MOVE ZN-LAST-BAR(WS-BEST) TO ZO-LAST-BAR
           WRITE ZONE-OUT-RECORD
           EXIT.

      * Totales de las filas de niveles escritas en
      * pivots_output.dat, cada una con el cierre de la barra de la
      * que sale.
       8900-TOTALES-SALIDA.
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "pivots_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE PIVOT-OUT-FILE
           CLOSE ZONE-OUT-FILE
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida el mínimo de barras y que
      * la salida se pueda abrir para agregar (sin truncar nada) y
      * corta la corrida con el veredicto.
       0500-MODO-CHECK.
           IF WS-COUNT < 2 * WS-SWING + 1
               DISPLAY "[CHECK] PIVOTS NO-GO: barras insuficientes ("
                   WS-COUNT ")"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND PIVOT-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE PIVOT-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] PIVOTS NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] PIVOTS GO - " WS-COUNT " barras, "
                   WS-REJECT-COUNT " rechazadas"
           END-IF
           MOVE "CHK " TO WS-AUDIT-STATUS
           MOVE WS-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       GRABAR-CONTROL.
           COPY WS-CTL-TOTALS.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
                   MOVE "ERROR: Archivo no encontrado" TO WS-ERROR-MSG
               WHEN "39"
                   MOVE "ERROR: Conflicto de atributos" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-PRICES-STATUS
                       INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           CLOSE FD-PRICES-FILE
           EXIT.
