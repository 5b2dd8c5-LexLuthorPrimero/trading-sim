       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBOOK.
      * Libro de órdenes vivas: working_orders.dat guarda cada orden
      * que salió al broker con su vigencia (DAY, o GTC con fecha de
      * vencimiento) y su estado - OPEN, PARTIAL, FILLED, CANCELLED
      * o EXPIRED. APPROVE EXPORT da de alta lo exportado, expira lo
      * vencido y vuelve a emitir lo que queda sin ejecutar;
      * RECONCILE BOOK le aplica los fills del día. Este programa
      * es la vista de la mesa sobre el libro.
      * Modos:
      *   LIST [STATUS=x]                       el libro completo, o
      *       solo las órdenes en el estado x (WORKING = OPEN y
      *       PARTIAL juntas)
      *   AGED [DAYS=n]                         órdenes vivas con más
      *       de n días desde el alta (5 por omisión), con lo que
      *       les falta y los días que les quedan de vigencia
      *   CANCEL ID=n OPERATOR=id               cancela una orden
      *       viva; lo no ejecutado deja de salir en la carga
      * Las dos listas quedan también en ordbook_report.dat.
      * CANCEL exige que el operador tenga la función ORDCANCEL
      * permitida en operator_entitlements.dat (WS-OPER-CHECK).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT REPORT-FILE ASSIGN TO "ordbook_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT PARMREG-FILE ASSIGN TO DYNAMIC WS-PARMREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMREG-FS.
           SELECT PARMRUN-FILE ASSIGN TO "run_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRUN-FS.
       DATA DIVISION.
       FILE SECTION.
      * Una orden del libro: número propio (el que vuelve en los
      * fills del broker), símbolo, lado, acciones pedidas y ya
      * ejecutadas, tipo y límite, vigencia y su vencimiento, estado,
      * fecha de alta, última emisión a la carga, último fill,
      * precio promedio ejecutado y la secuencia de broker_orders.dat
      * de la que salió.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           05 WO-ID           PIC 9(5).
           05 FILLER          PIC X.
           05 WO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 WO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 WO-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 WO-FILLED       PIC 9(5).
           05 FILLER          PIC X.
           05 WO-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 WO-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-TIF          PIC X(3).
           05 FILLER          PIC X.
           05 WO-EXPIRY       PIC 9(8).
           05 FILLER          PIC X.
           05 WO-STATUS       PIC X(9).
           05 FILLER          PIC X.
           05 WO-ENTERED      PIC 9(8).
           05 FILLER          PIC X.
           05 WO-SENT-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-FILL-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 WO-AVG-PRICE    PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 WO-ORD-SEQ      PIC 9(4).
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LINE        PIC X(100).
      * Permisos de operador: operador, rol, activo Y/N y funciones
      * permitidas separadas por blancos ("*" = todas).
       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPR-ID          PIC X(8).
           05 FILLER          PIC X.
           05 OPR-ROLE        PIC X(10).
           05 FILLER          PIC X.
           05 OPR-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 OPR-FUNCS       PIC X(80).
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
           05 AUD-TIME      PIC 9(6).
           05 FILLER         PIC X.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
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
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "ORDBOOK".
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
           05 WS-PARM-ENTRY OCCURS 1 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 1.
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
      * Verificación de permisos (WS-OPER-CHECK).
       01  WS-OPER-FS         PIC XX.
           88  WS-OPER-OK     VALUE "00".
           88  WS-OPER-EOF    VALUE "10".
       01  WS-OPER-FUNCTION   PIC X(10) VALUE SPACES.
       01  WS-OPER-REASON     PIC X(40).
       01  WS-OPER-FOUND      PIC X(1).
       01  WS-OPER-LIST       PIC X(82).
       01  WS-OPER-TOKEN      PIC X(12).
       01  WS-OPER-LEN        PIC 9(4) COMP.
       01  WS-OPER-HITS       PIC 9(4) COMP.
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK     VALUE "00".
           88  WS-BOOK-EOF    VALUE "10".
       01  WS-RPT-FS          PIC XX.
       01  WS-MODE            PIC X(6) VALUE "LIST".
           88  WS-MODE-LIST   VALUE "LIST".
           88  WS-MODE-AGED   VALUE "AGED".
           88  WS-MODE-CANCEL VALUE "CANCEL".
       01  WS-SEL-STATUS      PIC X(9) VALUE SPACES.
       01  WS-SEL-ID          PIC 9(5) VALUE 0.
       01  WS-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-AGE-DAYS        PIC 9(3) COMP VALUE 5.
      * El libro completo en memoria: CANCEL lo reescribe con el
      * estado nuevo, las listas lo recorren.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 2000 TIMES PIC X(120).
       01  WS-BOOK-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BOOK        PIC 9(4) COMP VALUE 2000.
       01  WS-B               PIC 9(4) COMP.
       01  WS-TODAY-DATE      PIC 9(8).
       01  WS-TODAY-INT       PIC 9(7) COMP-3.
       01  WS-DATE-INT        PIC 9(7) COMP-3.
       01  WS-AGE             PIC S9(5) COMP-3.
       01  WS-LEFT            PIC S9(5) COMP-3.
       01  WS-REMAINING       PIC 9(5).
       01  WS-LISTED          PIC 9(4) COMP VALUE 0.
       01  WS-WORKING         PIC 9(4) COMP VALUE 0.
       01  WS-CANCELLED       PIC 9(4) COMP VALUE 0.
       01  WS-FOUND-FLAG      PIC X(1) VALUE "N".
       01  WS-REMAIN-TOTAL    PIC 9(7) COMP VALUE 0.
       01  WS-ID-ED           PIC ZZZZ9.
       01  WS-QTY-ED          PIC ZZZZ9.
       01  WS-FILLED-ED       PIC ZZZZ9.
       01  WS-REMAIN-ED       PIC ZZZZ9.
       01  WS-LIMIT-ED        PIC Z(6)9.9999.
       01  WS-AVG-ED          PIC Z(6)9.9999.
       01  WS-AGE-ED          PIC ZZZ9.
       01  WS-LEFT-ED         PIC -ZZZ9.
       01  WS-COUNT-ED        PIC ZZZ9.
       01  WS-TOTAL-ED        PIC Z(6)9.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa ORDBOOK iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-CANCEL
               IF WS-SEL-ID = 0 OR WS-OPERATOR = SPACES
                   DISPLAY "ERROR: CANCEL requiere ID= y OPERATOR="
                   MOVE 1 TO WS-EXIT-CODE
                   PERFORM 9000-FINALIZAR
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ORDCANCEL" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 2000-CARGAR-LIBRO
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-CANCEL
                   PERFORM 5000-CANCELAR
               WHEN WS-MODE-AGED
                   PERFORM 4000-ORDENES-ENVEJECIDAS
               WHEN OTHER
                   PERFORM 3000-LISTAR-LIBRO
           END-EVALUATE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "LIST"
                       SET WS-MODE-LIST TO TRUE
                   WHEN WS-ARG1 = "AGED"
                       SET WS-MODE-AGED TO TRUE
                   WHEN WS-ARG1 = "CANCEL"
                       SET WS-MODE-CANCEL TO TRUE
                   WHEN WS-ARG1(1:7) = "STATUS="
                       MOVE WS-ARG1(8:9) TO WS-SEL-STATUS
                   WHEN WS-ARG1(1:3) = "ID="
                       MOVE WS-ARG1(4:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SEL-ID =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
                   WHEN WS-ARG1(1:5) = "DAYS="
                       MOVE "DAYS" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
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
           MOVE "DAYS" TO PRM-NAME(1)
           MOVE "5" TO PRM-DEFAULT(1)
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
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999)
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
           COMPUTE WS-AGE-DAYS = FUNCTION NUMVAL(PRM-VALUE(1)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin libro no hay nada vivo: para las listas no es error (el
      * primer EXPORT lo crea), para CANCEL sí.
       2000-CARGAR-LIBRO.
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-FS = "35"
               DISPLAY "[ORDBOOK] sin libro de órdenes vivas"
               IF WS-MODE-CANCEL
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BOOK-OK
               DISPLAY "ERROR: working_orders.dat ilegible FS="
                   WS-BOOK-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE
                   AT END
                       SET WS-BOOK-EOF TO TRUE
                   NOT AT END
                       IF WS-BOOK-COUNT < WS-MAX-BOOK
                           ADD 1 TO WS-BOOK-COUNT
                           MOVE BOOK-RECORD TO
                               WS-BOOK-ENTRY(WS-BOOK-COUNT)
                       ELSE
                           DISPLAY "WARNING: libro con más de "
                               WS-MAX-BOOK " órdenes, resto omitido"
                           SET WS-BOOK-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           DISPLAY "[DEBUG] 2000-CARGAR-LIBRO - " WS-BOOK-COUNT
               " órdenes en el libro"
           EXIT.

       3000-LISTAR-LIBRO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "LIBRO DE ORDENES AL " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           MOVE SPACES TO RPT-LINE
           STRING "   ID SIMBOLO    LADO  PEDIDAS  EJECUT  RESTAN "
               "TIPO       LIMITE VIG VENCE    ESTADO    PROMEDIO"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               EVALUATE TRUE
                   WHEN WS-SEL-STATUS = SPACES
                       PERFORM 3100-LINEA-DE-ORDEN
                   WHEN WS-SEL-STATUS = "WORKING"
                       IF WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL"
                           PERFORM 3100-LINEA-DE-ORDEN
                       END-IF
                   WHEN WO-STATUS = WS-SEL-STATUS
                       PERFORM 3100-LINEA-DE-ORDEN
               END-EVALUATE
           END-PERFORM
           MOVE WS-LISTED TO WS-COUNT-ED
           MOVE WS-REMAIN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO RPT-LINE
           STRING "Total: " WS-COUNT-ED " ordenes, " WS-TOTAL-ED
               " acciones sin ejecutar en ordenes vivas"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           CLOSE REPORT-FILE
           EXIT.

       3100-LINEA-DE-ORDEN.
           ADD 1 TO WS-LISTED
           COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
           IF WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL"
               ADD WS-REMAINING TO WS-REMAIN-TOTAL
           END-IF
           MOVE WO-ID TO WS-ID-ED
           MOVE WO-QTY TO WS-QTY-ED
           MOVE WO-FILLED TO WS-FILLED-ED
           MOVE WS-REMAINING TO WS-REMAIN-ED
           MOVE WO-LIMIT TO WS-LIMIT-ED
           MOVE WO-AVG-PRICE TO WS-AVG-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-ID-ED " " WO-SYMBOL " " WO-SIDE "  "
               WS-QTY-ED "   " WS-FILLED-ED "   " WS-REMAIN-ED " "
               WO-TYPE " " WS-LIMIT-ED " " WO-TIF " " WO-EXPIRY " "
               WO-STATUS WS-AVG-ED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           EXIT.

       3900-EMITIR-LINEA.
           WRITE REPORT-RECORD
           DISPLAY RPT-LINE
           EXIT.

      * Reporte de envejecimiento: lo vivo con más de DAYS= días
      * desde el alta. Los días restantes de vigencia salen
      * negativos si el vencimiento ya pasó y el EXPORT todavía no
      * corrió para expirarla.
       4000-ORDENES-ENVEJECIDAS.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE SPACES TO RPT-LINE
           STRING "ORDENES VIVAS CON MAS DE " WS-AGE-ED
               " DIAS AL " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           MOVE SPACES TO RPT-LINE
           STRING "   ID SIMBOLO    LADO  ALTA      EDAD  RESTAN "
               "VIG VENCE    QUEDAN ESTADO"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               IF (WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL")
                  AND WO-ENTERED NUMERIC AND WO-ENTERED > 0
                   ADD 1 TO WS-WORKING
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WO-ENTERED)
                   COMPUTE WS-AGE = WS-TODAY-INT - WS-DATE-INT
                   IF WS-AGE > WS-AGE-DAYS
                       PERFORM 4100-LINEA-ENVEJECIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LISTED TO WS-COUNT-ED
           MOVE WS-REMAIN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO RPT-LINE
           STRING "Total: " WS-COUNT-ED " ordenes envejecidas, "
               WS-TOTAL-ED " acciones sin ejecutar"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           CLOSE REPORT-FILE
           EXIT.

       4100-LINEA-ENVEJECIDA.
           ADD 1 TO WS-LISTED
           COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
           ADD WS-REMAINING TO WS-REMAIN-TOTAL
           IF WO-EXPIRY NUMERIC AND WO-EXPIRY > 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WO-EXPIRY)
               COMPUTE WS-LEFT = WS-DATE-INT - WS-TODAY-INT
           ELSE
               MOVE 0 TO WS-LEFT
           END-IF
           MOVE WO-ID TO WS-ID-ED
           MOVE WS-AGE TO WS-AGE-ED
           MOVE WS-REMAINING TO WS-REMAIN-ED
           MOVE WS-LEFT TO WS-LEFT-ED
           MOVE SPACES TO RPT-LINE
           STRING WS-ID-ED " " WO-SYMBOL " " WO-SIDE "  "
               WO-ENTERED "  " WS-AGE-ED "   " WS-REMAIN-ED " "
               WO-TIF " " WO-EXPIRY " " WS-LEFT-ED " " WO-STATUS
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3900-EMITIR-LINEA
           EXIT.

      * La cancelación solo toca lo vivo: lo ya ejecutado queda en
      * WO-FILLED y la orden deja de salir en la próxima carga.
       5000-CANCELAR.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               IF WO-ID = WS-SEL-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   IF WO-STATUS = "OPEN" OR WO-STATUS = "PARTIAL"
                       MOVE "CANCELLED" TO WO-STATUS
                       MOVE BOOK-RECORD TO WS-BOOK-ENTRY(WS-B)
                       ADD 1 TO WS-CANCELLED
                       COMPUTE WS-REMAINING = WO-QTY - WO-FILLED
                       DISPLAY "[ORDBOOK] orden " WO-ID " "
                           FUNCTION TRIM(WO-SYMBOL) " cancelada por "
                           WS-OPERATOR ", " WS-REMAINING
                           " acciones sin ejecutar"
                   ELSE
                       DISPLAY "[ORDBOOK] la orden " WO-ID
                           " ya no está viva (" WO-STATUS ")"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANCELLED = 0
               IF WS-FOUND-FLAG = "N"
                   DISPLAY "ERROR: orden " WS-SEL-ID
                       " no encontrada en el libro"
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BOOK-FILE
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-PERFORM
           CLOSE BOOK-FILE
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           IF WS-MODE-CANCEL
               MOVE WS-CANCELLED TO WS-AUDIT-COUNT
           ELSE
               MOVE WS-LISTED TO WS-AUDIT-COUNT
           END-IF
           MOVE 0 TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
