       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLPROFILE.
      * Indicador: Perfil de volumen por precio
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
      * VWAP da un número por barra; el perfil muestra dónde se operó
      * el volumen a lo largo de varios días. Cada barra de la
      * ventana reparte su volumen en partes iguales sobre su rango
      * máximo-mínimo, entre BUCKETS= tramos de precio del mismo
      * ancho que cubren el rango de la ventana. El tramo de mayor
      * volumen es el punto de control (POC); el área de valor crece
      * desde el POC agregando cada vez el vecino de más volumen
      * hasta juntar VALUE= porciento del total, y sus bordes son el
      * VAH y el VAL. Un nodo de bajo volumen (LVN) es un tramo que
      * no supera LVN= porciento del volumen del POC y no tiene más
      * volumen que sus vecinos.
      * El histograma va a volprofile_output.dat (se reescribe); el
      * resumen del día (POC, VAH, VAL y la distancia porcentual del
      * cierre a cada uno) se agrega a volprofile_summary_<SIMBOLO>
      * .dat, con el símbolo tomado de la serie, que es lo que leen
      * las reglas de ALERTS (POCPCT, VAHPCT, VALPCT).
      * Parámetros: archivo OHLCV, CHECK, TO=fecha (última barra de
      * la ventana; por omisión la última del archivo), y
      *   WINDOW=n   barras del perfil (omisión 20)
      *   BUCKETS=n  tramos de precio (omisión 50, máximo 200)
      *   VALUE=n    porciento del área de valor (omisión 70)
      *   LVN=n      tope de un LVN, % del volumen del POC (omisión 20)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT VP-OUT-FILE ASSIGN TO "volprofile_output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT VP-SUM-FILE ASSIGN TO DYNAMIC WS-SUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
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
       01  FD-OHLCV-RECORD.
           05 FD-OHLCV-SYMBOL-RAW  PIC X(10).
           05 FILLER               PIC X.
           05 FD-OHLCV-DATE-RAW    PIC X(8).
           05 FILLER               PIC X.
           05 FD-OHLCV-OPEN-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-HIGH-RAW    PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-LOW-RAW     PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-CLOSE-RAW   PIC X(12).
           05 FILLER               PIC X.
           05 FD-OHLCV-VOLUME-RAW  PIC X(14).
      * Una fila por tramo, de abajo hacia arriba. BKT-FLAG: P el
      * POC, V dentro del área de valor, L nodo de bajo volumen.
       FD  VP-OUT-FILE.
       01  VP-OUT-RECORD.
           05 BKT-NUM             PIC 9(3).
           05 FILLER              PIC X.
           05 BKT-LOW             PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 BKT-HIGH            PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 BKT-VOLUME          PIC 9(15).
           05 FILLER              PIC X.
           05 BKT-PCT             PIC 9(3)V99.
           05 FILLER              PIC X.
           05 BKT-FLAG            PIC X(1).
      * Una fila por corrida; la última es la vigente.
       FD  VP-SUM-FILE.
       01  VP-SUM-RECORD.
           05 VPS-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 VPS-SYMBOL          PIC X(10).
           05 FILLER              PIC X.
           05 VPS-CLOSE           PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 VPS-POC             PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 VPS-VAH             PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 VPS-VAL             PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 VPS-POC-PCT         PIC S9(3)V99 SIGN IS LEADING
                                  SEPARATE.
           05 FILLER              PIC X.
           05 VPS-VAH-PCT         PIC S9(3)V99 SIGN IS LEADING
                                  SEPARATE.
           05 FILLER              PIC X.
           05 VPS-VAL-PCT         PIC S9(3)V99 SIGN IS LEADING
                                  SEPARATE.
           05 FILLER              PIC X.
           05 VPS-LVN-COUNT       PIC 9(3).
           05 FILLER              PIC X.
           05 VPS-WINDOW          PIC 9(4).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "VOLPROFILE".
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
           05 WS-PARM-ENTRY OCCURS 4 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 4.
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
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-OUT-STATUS     PIC XX.
       01  WS-SUM-STATUS     PIC XX.
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-SUM-PATH       PIC X(200).
       01  WS-OHLCV-TABLE.
           05 WS-OHLCV-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-OHLCV-IDX.
              10 WS-OHLCV-SYMBOL  PIC X(10).
              10 WS-OHLCV-DATE    PIC X(8).
              10 WS-OHLCV-OPEN    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-HIGH    PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-LOW     PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-CLOSE   PIC 9(7)V9(4) COMP-3.
              10 WS-OHLCV-VOLUME  PIC 9(12) COMP-3.
       01  WS-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-MAX-PRICES     PIC 9(5) COMP VALUE 5000.
       01  WS-OPEN-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-HIGH-TEMP      PIC S9(7)V9(4) COMP-3.
       01  WS-LOW-TEMP       PIC S9(7)V9(4) COMP-3.
       01  WS-CLOSE-TEMP     PIC S9(7)V9(4) COMP-3.
       01  WS-VOLUME-TEMP    PIC S9(12) COMP-3.
       01  WS-I              PIC 9(4) COMP.
       01  WS-B              PIC 9(3) COMP.
      * Parámetros del perfil.
       01  WS-WINDOW         PIC 9(4) COMP VALUE 20.
       01  WS-BUCKETS        PIC 9(3) COMP VALUE 50.
       01  WS-MAX-BUCKETS    PIC 9(3) COMP VALUE 200.
       01  WS-VALUE-PCT      PIC 9(3) COMP VALUE 70.
       01  WS-LVN-PCT        PIC 9(3) COMP VALUE 20.
       01  WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01  WS-WIN-DATE       PIC 9(8).
      * Ventana efectiva: barras WS-FIRST-BAR a WS-LAST-BAR.
       01  WS-FIRST-BAR      PIC 9(4) COMP.
       01  WS-LAST-BAR       PIC 9(4) COMP VALUE 0.
       01  WS-RANGE-LOW      PIC 9(7)V9(4) COMP-3.
       01  WS-RANGE-HIGH     PIC 9(7)V9(4) COMP-3.
       01  WS-BKT-WIDTH      PIC 9(7)V9(6) COMP-3.
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 200 TIMES.
              10 BK-LOW          PIC 9(7)V9(4) COMP-3.
              10 BK-HIGH         PIC 9(7)V9(4) COMP-3.
              10 BK-VOLUME       PIC 9(15)V9(4) COMP-3.
              10 BK-FLAG         PIC X(1).
      * Reparto de una barra entre los tramos que toca.
       01  WS-BAR-LOW        PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-HIGH       PIC 9(7)V9(4) COMP-3.
       01  WS-BAR-RANGE      PIC 9(7)V9(4) COMP-3.
       01  WS-OVER-LOW       PIC 9(7)V9(4) COMP-3.
       01  WS-OVER-HIGH      PIC 9(7)V9(4) COMP-3.
       01  WS-FIRST-BKT      PIC 9(3) COMP.
       01  WS-LAST-BKT       PIC 9(3) COMP.
       01  WS-TOTAL-VOL      PIC 9(15)V9(4) COMP-3.
      * Punto de control y área de valor.
       01  WS-POC-BKT        PIC 9(3) COMP.
       01  WS-VA-LO-BKT      PIC 9(3) COMP.
       01  WS-VA-HI-BKT      PIC 9(3) COMP.
       01  WS-VA-VOL         PIC 9(15)V9(4) COMP-3.
       01  WS-VA-TARGET      PIC 9(15)V9(4) COMP-3.
       01  WS-VOL-BELOW      PIC 9(15)V9(4) COMP-3.
       01  WS-VOL-ABOVE      PIC 9(15)V9(4) COMP-3.
       01  WS-LVN-LIMIT      PIC 9(15)V9(4) COMP-3.
       01  WS-LVN-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-POC-PRICE      PIC 9(7)V9(4) COMP-3.
       01  WS-VAH            PIC 9(7)V9(4) COMP-3.
       01  WS-VAL            PIC 9(7)V9(4) COMP-3.
       01  WS-LAST-CLOSE     PIC 9(7)V9(4) COMP-3.
       01  WS-DIST-PCT       PIC S9(5)V99 COMP-3.
       01  WS-DIST-LEVEL     PIC 9(7)V9(4) COMP-3.
       01  WS-SYM-TRIM       PIC X(10).
       01  WS-CHECK-FLAG      PIC X(1) VALUE "N".
           88  WS-CHECK-ON    VALUE "Y".
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa VOLPROFILE "
               "iniciado"
           PERFORM 1000-LEER-PARAMETROS
           DISPLAY "[DEBUG] 2000-LEER-PRECIOS - Leyendo archivo: "
               WS-PRICES-PATH
           PERFORM 2000-LEER-OHLCV
           PERFORM 2900-TOTALES-ENTRADA
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE 0 TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-FIJAR-VENTANA
           IF WS-CHECK-ON
               PERFORM 0500-MODO-CHECK
           END-IF
           IF WS-LAST-BAR = 0
               DISPLAY "ERROR: ninguna barra en o antes de TO="
               MOVE 1 TO WS-EXIT-CODE
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE WS-COUNT TO WS-AUDIT-COUNT
               MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "[DEBUG] 3000-ARMAR-PERFIL - Barras " WS-FIRST-BAR
               " a " WS-LAST-BAR " en " WS-BUCKETS " tramos"
           PERFORM 3000-ARMAR-PERFIL
           PERFORM 4000-PUNTO-CONTROL
           PERFORM 4200-AREA-VALOR
           PERFORM 4400-MARCAR-LVN
           OPEN OUTPUT VP-OUT-FILE
           PERFORM 5000-ESCRIBIR-HISTOGRAMA
           PERFORM 8900-TOTALES-SALIDA
           PERFORM 5500-ESCRIBIR-RESUMEN
           DISPLAY "[VOLPROFILE] " WS-SYM-TRIM " POC=" VPS-POC
               " VAH=" VPS-VAH " VAL=" VPS-VAL " LVN=" WS-LVN-COUNT
           DISPLAY "[DEBUG] 9000-FINALIZAR - "
                   "Programa VOLPROFILE finalizado"
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2000-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

      * Totales de control de lo leído: todos los registros; primera
      * y última fecha, y hash de cierres y volúmenes, de las barras
      * aceptadas. Sin nada leído no hay renglón que cuadrar.
       2900-TOTALES-ENTRADA.
           IF WS-COUNT = 0 AND WS-REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO WS-CTL-ROLE
           MOVE WS-PRICES-PATH TO WS-CTL-FILE
           COMPUTE WS-CTL-COUNT = WS-COUNT + WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
           IF WS-COUNT > 0
               MOVE WS-OHLCV-DATE(1) TO WS-CTL-FIRST-DATE
               MOVE WS-OHLCV-DATE(WS-COUNT) TO WS-CTL-LAST-DATE
           END-IF
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
                   UNTIL WS-CTL-K > WS-COUNT
               ADD WS-OHLCV-CLOSE(WS-CTL-K) TO WS-CTL-HASH-CLOSE
               ADD WS-OHLCV-VOLUME(WS-CTL-K) TO WS-CTL-HASH-VOLUME
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
                   WHEN WS-ARG1(1:3) = "TO="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(4:)) = 0
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL(WS-ARG1(4:))
                       END-IF
                   WHEN WS-ARG1(1:7) = "WINDOW="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(8:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(8:)) >= 1
                          AND FUNCTION NUMVAL(WS-ARG1(8:)) <= 5000
                           MOVE "WINDOW" TO WS-PARM-KEY
                           MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:8) = "BUCKETS="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(9:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(9:)) >= 3
                          AND FUNCTION NUMVAL(WS-ARG1(9:))
                              <= WS-MAX-BUCKETS
                           MOVE "BUCKETS" TO WS-PARM-KEY
                           MOVE WS-ARG1(9:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:6) = "VALUE="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(7:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) >= 1
                          AND FUNCTION NUMVAL(WS-ARG1(7:)) <= 100
                           MOVE "VALUE" TO WS-PARM-KEY
                           MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                           PERFORM ANOTAR-PARM
                       END-IF
                   WHEN WS-ARG1(1:4) = "LVN="
                       IF FUNCTION TEST-NUMVAL(WS-ARG1(5:)) = 0
                          AND FUNCTION NUMVAL(WS-ARG1(5:)) >= 1
                          AND FUNCTION NUMVAL(WS-ARG1(5:)) <= 100
                           MOVE "LVN" TO WS-PARM-KEY
                           MOVE WS-ARG1(5:) TO WS-PARM-KEYVAL
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
           MOVE "WINDOW" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "BUCKETS" TO PRM-NAME(2)
           MOVE "50" TO PRM-DEFAULT(2)
           MOVE "VALUE" TO PRM-NAME(3)
           MOVE "70" TO PRM-DEFAULT(3)
           MOVE "LVN" TO PRM-NAME(4)
           MOVE "20" TO PRM-DEFAULT(4)
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
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 3
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                      > WS-MAX-BUCKETS))
                   OR (WS-PARM-I > 2
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 100)
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
           COMPUTE WS-WINDOW = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-BUCKETS = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-VALUE-PCT = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-LVN-PCT = FUNCTION NUMVAL(PRM-VALUE(4)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * La ventana termina en la última barra en o antes de TO= (una
      * fecha ilegible no corta) y abarca WINDOW= barras hacia atrás.
       2500-FIJAR-VENTANA.
           MOVE 0 TO WS-LAST-BAR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-DATE(WS-I) NUMERIC
                   MOVE WS-OHLCV-DATE(WS-I) TO WS-WIN-DATE
               ELSE
                   MOVE 0 TO WS-WIN-DATE
               END-IF
               IF WS-WIN-DATE <= WS-TO-DATE
                   MOVE WS-I TO WS-LAST-BAR
               END-IF
           END-PERFORM
           IF WS-LAST-BAR > WS-WINDOW
               COMPUTE WS-FIRST-BAR = WS-LAST-BAR - WS-WINDOW + 1
           ELSE
               MOVE 1 TO WS-FIRST-BAR
           END-IF
           EXIT.

      * Rango de la ventana, tramos de igual ancho y reparto del
      * volumen de cada barra por la fracción de su rango que cae en
      * cada tramo. Una barra sin rango (máximo = mínimo) deja todo
      * su volumen en el tramo de ese precio.
       3000-ARMAR-PERFIL.
           MOVE WS-OHLCV-LOW(WS-FIRST-BAR) TO WS-RANGE-LOW
           MOVE WS-OHLCV-HIGH(WS-FIRST-BAR) TO WS-RANGE-HIGH
           PERFORM VARYING WS-I FROM WS-FIRST-BAR BY 1
                   UNTIL WS-I > WS-LAST-BAR
               IF WS-OHLCV-LOW(WS-I) < WS-RANGE-LOW
                   MOVE WS-OHLCV-LOW(WS-I) TO WS-RANGE-LOW
               END-IF
               IF WS-OHLCV-HIGH(WS-I) > WS-RANGE-HIGH
                   MOVE WS-OHLCV-HIGH(WS-I) TO WS-RANGE-HIGH
               END-IF
           END-PERFORM
           IF WS-RANGE-HIGH = WS-RANGE-LOW
               ADD 0.0001 TO WS-RANGE-HIGH
           END-IF
           COMPUTE WS-BKT-WIDTH =
               (WS-RANGE-HIGH - WS-RANGE-LOW) / WS-BUCKETS
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BUCKETS
               IF WS-B = 1
                   MOVE WS-RANGE-LOW TO BK-LOW(WS-B)
               ELSE
                   MOVE BK-HIGH(WS-B - 1) TO BK-LOW(WS-B)
               END-IF
               COMPUTE BK-HIGH(WS-B) ROUNDED =
                   WS-RANGE-LOW + WS-B * WS-BKT-WIDTH
               MOVE 0 TO BK-VOLUME(WS-B)
               MOVE SPACE TO BK-FLAG(WS-B)
           END-PERFORM
           MOVE WS-RANGE-HIGH TO BK-HIGH(WS-BUCKETS)
           MOVE 0 TO WS-TOTAL-VOL
           PERFORM VARYING WS-I FROM WS-FIRST-BAR BY 1
                   UNTIL WS-I > WS-LAST-BAR
               PERFORM 3100-REPARTIR-BARRA
           END-PERFORM
           EXIT.

       3100-REPARTIR-BARRA.
           MOVE WS-OHLCV-LOW(WS-I) TO WS-BAR-LOW
           MOVE WS-OHLCV-HIGH(WS-I) TO WS-BAR-HIGH
           COMPUTE WS-BAR-RANGE = WS-BAR-HIGH - WS-BAR-LOW
           ADD WS-OHLCV-VOLUME(WS-I) TO WS-TOTAL-VOL
           COMPUTE WS-FIRST-BKT =
               (WS-BAR-LOW - WS-RANGE-LOW) / WS-BKT-WIDTH + 1
           COMPUTE WS-LAST-BKT =
               (WS-BAR-HIGH - WS-RANGE-LOW) / WS-BKT-WIDTH + 1
           IF WS-FIRST-BKT > WS-BUCKETS
               MOVE WS-BUCKETS TO WS-FIRST-BKT
           END-IF
           IF WS-LAST-BKT > WS-BUCKETS
               MOVE WS-BUCKETS TO WS-LAST-BKT
           END-IF
           IF WS-BAR-RANGE = 0
               ADD WS-OHLCV-VOLUME(WS-I) TO BK-VOLUME(WS-FIRST-BKT)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-B FROM WS-FIRST-BKT BY 1
                   UNTIL WS-B > WS-LAST-BKT
               IF BK-LOW(WS-B) > WS-BAR-LOW
                   MOVE BK-LOW(WS-B) TO WS-OVER-LOW
               ELSE
                   MOVE WS-BAR-LOW TO WS-OVER-LOW
               END-IF
               IF BK-HIGH(WS-B) < WS-BAR-HIGH
                   MOVE BK-HIGH(WS-B) TO WS-OVER-HIGH
               ELSE
                   MOVE WS-BAR-HIGH TO WS-OVER-HIGH
               END-IF
               IF WS-OVER-HIGH > WS-OVER-LOW
                   COMPUTE BK-VOLUME(WS-B) ROUNDED =
                       BK-VOLUME(WS-B) + WS-OHLCV-VOLUME(WS-I)
                       * (WS-OVER-HIGH - WS-OVER-LOW) / WS-BAR-RANGE
               END-IF
           END-PERFORM
           EXIT.

      * El POC es el tramo de más volumen; a igualdad, el primero
      * desde abajo.
       4000-PUNTO-CONTROL.
           MOVE 1 TO WS-POC-BKT
           PERFORM VARYING WS-B FROM 2 BY 1 UNTIL WS-B > WS-BUCKETS
               IF BK-VOLUME(WS-B) > BK-VOLUME(WS-POC-BKT)
                   MOVE WS-B TO WS-POC-BKT
               END-IF
           END-PERFORM
           MOVE "P" TO BK-FLAG(WS-POC-BKT)
           COMPUTE WS-POC-PRICE ROUNDED =
               (BK-LOW(WS-POC-BKT) + BK-HIGH(WS-POC-BKT)) / 2
           EXIT.

      * El área de valor crece de a un tramo desde el POC hacia el
      * lado cuyo vecino tiene más volumen (a igualdad, hacia
      * arriba) hasta juntar VALUE= porciento del volumen total.
       4200-AREA-VALOR.
           MOVE WS-POC-BKT TO WS-VA-LO-BKT
           MOVE WS-POC-BKT TO WS-VA-HI-BKT
           MOVE BK-VOLUME(WS-POC-BKT) TO WS-VA-VOL
           COMPUTE WS-VA-TARGET ROUNDED =
               WS-TOTAL-VOL * WS-VALUE-PCT / 100
           PERFORM UNTIL WS-VA-VOL >= WS-VA-TARGET
                   OR (WS-VA-LO-BKT = 1
                       AND WS-VA-HI-BKT = WS-BUCKETS)
               MOVE 0 TO WS-VOL-BELOW
               MOVE 0 TO WS-VOL-ABOVE
               IF WS-VA-LO-BKT > 1
                   MOVE BK-VOLUME(WS-VA-LO-BKT - 1) TO WS-VOL-BELOW
               END-IF
               IF WS-VA-HI-BKT < WS-BUCKETS
                   MOVE BK-VOLUME(WS-VA-HI-BKT + 1) TO WS-VOL-ABOVE
               END-IF
               IF WS-VA-HI-BKT < WS-BUCKETS
                  AND (WS-VOL-ABOVE >= WS-VOL-BELOW
                       OR WS-VA-LO-BKT = 1)
                   ADD 1 TO WS-VA-HI-BKT
                   ADD WS-VOL-ABOVE TO WS-VA-VOL
                   MOVE "V" TO BK-FLAG(WS-VA-HI-BKT)
               ELSE
                   SUBTRACT 1 FROM WS-VA-LO-BKT
                   ADD WS-VOL-BELOW TO WS-VA-VOL
                   MOVE "V" TO BK-FLAG(WS-VA-LO-BKT)
               END-IF
           END-PERFORM
           MOVE BK-HIGH(WS-VA-HI-BKT) TO WS-VAH
           MOVE BK-LOW(WS-VA-LO-BKT) TO WS-VAL
           EXIT.

      * Los tramos de los extremos solo se comparan con su único
      * vecino; un LVN dentro del área de valor pisa la marca V.
       4400-MARCAR-LVN.
           COMPUTE WS-LVN-LIMIT ROUNDED =
               BK-VOLUME(WS-POC-BKT) * WS-LVN-PCT / 100
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BUCKETS
               IF BK-VOLUME(WS-B) <= WS-LVN-LIMIT
                  AND WS-B NOT = WS-POC-BKT
                   IF (WS-B = 1
                       OR BK-VOLUME(WS-B) <= BK-VOLUME(WS-B - 1))
                      AND (WS-B = WS-BUCKETS
                       OR BK-VOLUME(WS-B) <= BK-VOLUME(WS-B + 1))
                       MOVE "L" TO BK-FLAG(WS-B)
                       ADD 1 TO WS-LVN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       5000-ESCRIBIR-HISTOGRAMA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BUCKETS
               MOVE SPACES TO VP-OUT-RECORD
               MOVE WS-B TO BKT-NUM
               MOVE BK-LOW(WS-B) TO BKT-LOW
               MOVE BK-HIGH(WS-B) TO BKT-HIGH
               COMPUTE BKT-VOLUME ROUNDED = BK-VOLUME(WS-B)
               IF WS-TOTAL-VOL > 0
                   COMPUTE BKT-PCT ROUNDED =
                       BK-VOLUME(WS-B) * 100 / WS-TOTAL-VOL
               ELSE
                   MOVE 0 TO BKT-PCT
               END-IF
               MOVE BK-FLAG(WS-B) TO BKT-FLAG
               WRITE VP-OUT-RECORD
               ADD 1 TO WS-CTL-COUNT
               ADD BKT-VOLUME TO WS-CTL-HASH-VOLUME
           END-PERFORM
           EXIT.

      * El resumen se agrega al archivo del símbolo; si no existe
      * todavía, se crea.
       5500-ESCRIBIR-RESUMEN.
           MOVE FUNCTION TRIM(WS-OHLCV-SYMBOL(WS-LAST-BAR))
               TO WS-SYM-TRIM
           MOVE SPACES TO WS-SUM-PATH
           STRING "volprofile_summary_" FUNCTION TRIM(WS-SYM-TRIM)
               ".dat" DELIMITED BY SIZE INTO WS-SUM-PATH
           MOVE WS-OHLCV-CLOSE(WS-LAST-BAR) TO WS-LAST-CLOSE
           MOVE SPACES TO VP-SUM-RECORD
           MOVE WS-OHLCV-DATE(WS-LAST-BAR) TO VPS-DATE
           MOVE WS-SYM-TRIM TO VPS-SYMBOL
           MOVE WS-LAST-CLOSE TO VPS-CLOSE
           MOVE WS-POC-PRICE TO VPS-POC
           MOVE WS-VAH TO VPS-VAH
           MOVE WS-VAL TO VPS-VAL
           MOVE WS-POC-PRICE TO WS-DIST-LEVEL
           PERFORM 5600-DISTANCIA-PCT
           MOVE WS-DIST-PCT TO VPS-POC-PCT
           MOVE WS-VAH TO WS-DIST-LEVEL
           PERFORM 5600-DISTANCIA-PCT
           MOVE WS-DIST-PCT TO VPS-VAH-PCT
           MOVE WS-VAL TO WS-DIST-LEVEL
           PERFORM 5600-DISTANCIA-PCT
           MOVE WS-DIST-PCT TO VPS-VAL-PCT
           MOVE WS-LVN-COUNT TO VPS-LVN-COUNT
           COMPUTE VPS-WINDOW = WS-LAST-BAR - WS-FIRST-BAR + 1
           OPEN EXTEND VP-SUM-FILE
           IF WS-SUM-STATUS = "35"
               OPEN OUTPUT VP-SUM-FILE
           END-IF
           WRITE VP-SUM-RECORD
           CLOSE VP-SUM-FILE
           EXIT.

      * Distancia del cierre al nivel en porciento del nivel, con
      * signo (positiva = cierre por encima), acotada a +/-999.99.
       5600-DISTANCIA-PCT.
           IF WS-DIST-LEVEL = 0
               MOVE 0 TO WS-DIST-PCT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIST-PCT ROUNDED =
               (WS-LAST-CLOSE - WS-DIST-LEVEL) * 100 / WS-DIST-LEVEL
           IF WS-DIST-PCT > 999.99
               MOVE 999.99 TO WS-DIST-PCT
           END-IF
           IF WS-DIST-PCT < -999.99
               MOVE -999.99 TO WS-DIST-PCT
           END-IF
           EXIT.

      * Las filas de volprofile_output.dat son tramos de precio, no
      * barras: sus totales llevan la cantidad y el volumen repartido,
      * con las fechas de la ventana perfilada.
       8900-TOTALES-SALIDA.
           MOVE WS-OHLCV-DATE(WS-FIRST-BAR) TO WS-CTL-FIRST-DATE
           MOVE WS-OHLCV-DATE(WS-LAST-BAR) TO WS-CTL-LAST-DATE
           MOVE "OUT" TO WS-CTL-ROLE
           MOVE "volprofile_output.dat" TO WS-CTL-FILE
           PERFORM GRABAR-CONTROL
           EXIT.

       9000-FINALIZAR.
           CLOSE FD-PRICES-FILE
           CLOSE VP-OUT-FILE
           PERFORM GRABAR-AUDITORIA
           EXIT.

      * El prevuelo termina aquí: valida que haya ventana y que la
      * salida se pueda abrir para agregar (sin truncar nada) y
      * corta la corrida con el veredicto.
       0500-MODO-CHECK.
           IF WS-LAST-BAR = 0
               DISPLAY "[CHECK] VOLPROFILE NO-GO: ninguna barra en "
                   "la ventana"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               OPEN EXTEND VP-OUT-FILE
               IF WS-OUT-STATUS = "00"
                   CLOSE VP-OUT-FILE
               ELSE
                   IF WS-OUT-STATUS NOT = "35"
                       DISPLAY "[CHECK] VOLPROFILE NO-GO: salida no "
                           "escribible FS=" WS-OUT-STATUS
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               DISPLAY "[CHECK] VOLPROFILE GO - " WS-COUNT
                   " barras, " WS-REJECT-COUNT " rechazadas"
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
