      * deja una sola lista rankeada con las condiciones que
      * dispararon por símbolo - los veinte minutos de triage manual
      * con que hoy arranca cada mañana.
      * Cada renglón lleva además el percentil de fuerza relativa de
      * RELSTR contra la referencia y contra el sector (RSREF,
      * RSSEC; "-" sin lectura). Con SORT=RS el ranking se ordena
      * por el percentil contra la referencia y con SORT=RSSECT por
      * el del sector (a igual percentil, por puntaje); sin SORT=,
      * por puntaje como siempre.
      * Con UNIV= solo entran los símbolos que eran miembros de ese
      * universo en la fecha (DATE=, omisión hoy) según la historia
      * de pertenencia de UNIVMAINT; los demás se saltan contados.
      * Los filtros de fundamentos (MINCAP=, MINFLOAT= en millones,
      * MAXPE=, MINYIELD= en %, MAXDE=) miran la última fila de
      * fundamentals_master.dat (FUNDLOAD) reportada hasta DATE=,
      * nunca una posterior, así un backtest no usa cifras que ese
      * día no se conocían. Sin fila a esa fecha el símbolo queda
      * afuera; con MAXPE= también el que no tiene P/E positivo.
      * Parámetros: archivo de control (omisión batch_control.dat),
      *   SORT=RS|RSSECT, UNIV=código, DATE=aaaammdd, MINCAP=n,
      *   MINFLOAT=n, MAXPE=n, MINYIELD=n, MAXDE=n
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS WS-STORE-FS.
           SELECT MEMBER-FILE ASSIGN TO "universe_membership.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FS.
           SELECT FUND-FILE ASSIGN TO "fundamentals_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-KEY
               FILE STATUS IS WS-FUND-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH (registro
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
       FD  IND-IN-FILE.
       01  IND-IN-RECORD.
           05 IND-LINE        PIC X(120).
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Mismo formato que STORE-RECORD de IWLOAD: el almacén de
      * indicadores con clave; la fecha centinela 99999999 guarda
      * la fila vigente de cada indicador y símbolo, así la lectura
              10 IW-INDICATOR  PIC X(10).
           05 FILLER          PIC X.
           05 IW-LINE         PIC X(80).
      * Mismo formato que MEMBER-RECORD de UNIVMAINT.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 UM-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 UM-UNIVERSE     PIC X(8).
           05 FILLER          PIC X.
           05 UM-START        PIC 9(8).
           05 FILLER          PIC X.
           05 UM-END          PIC 9(8).
      * Mismo formato que FUND-RECORD de FUNDLOAD.
       FD  FUND-FILE.
       01  FUND-RECORD.
           05 FM-KEY.
              10 FM-SYMBOL      PIC X(10).
              10 FM-REPORT-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 FM-MKT-CAP      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FM-FLOAT        PIC 9(9)V99.
           05 FILLER          PIC X.
           05 FM-PE-FLAG      PIC X(1).
           05 FILLER          PIC X.
           05 FM-PE           PIC S9(5)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 FM-DIV-YIELD    PIC 9(3)V99.
           05 FILLER          PIC X.
           05 FM-DEBT-EQUITY  PIC 9(3)V99.
           05 FILLER          PIC X.
           05 FM-LOAD-DATE    PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
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
       01  WS-STORE-FS        PIC XX.
           88  WS-STORE-OK    VALUE "00".
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
           05 WS-PARM-ENTRY OCCURS 6 TIMES.
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
       01  WS-PARM-COUNT     PIC 9(2) COMP VALUE 6.
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
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
              10 SC-CONDS       PIC X(40).
              10 SC-RSI         PIC 9(3) COMP.
              10 SC-ADX         PIC 9(3)V99 COMP-3.
              10 SC-RS-PCT      PIC S9(3) COMP.
              10 SC-RSS-PCT     PIC S9(3) COMP.
       01  WS-SCR-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-SYMS       PIC 9(2) COMP VALUE 50.
       01  WS-S              PIC 9(2) COMP.
           05 SW-CONDS       PIC X(40).
           05 SW-RSI         PIC 9(3) COMP.
           05 SW-ADX         PIC 9(3)V99 COMP-3.
           05 SW-RS-PCT      PIC S9(3) COMP.
           05 SW-RSS-PCT     PIC S9(3) COMP.
       01  WS-LAST-LINE      PIC X(120).
       01  WS-HAVE-LINE      PIC X(1).
       01  WS-SYM-TRIM       PIC X(10).
       01  WS-ADX-VAL        PIC 9(3)V99 COMP-3.
       01  WS-ATRPCT-VAL     PIC 9(3)V99 COMP-3.
       01  WS-MACDH-VAL      PIC S9(7)V9(4) COMP-3.
      * Percentiles de RELSTR (-1 = sin lectura) y el orden pedido.
       01  WS-RS-PCT-VAL     PIC S9(3) COMP.
       01  WS-RSS-PCT-VAL    PIC S9(3) COMP.
       01  WS-EDIT-PCT       PIC ZZ9.
       01  WS-RS-TXT         PIC X(3).
       01  WS-RSS-TXT        PIC X(3).
       01  WS-SORT-KEY       PIC X(6) VALUE SPACES.
       01  WS-SWAP-FLAG      PIC X(1).
       01  WS-SCORE          PIC 9(2) COMP.
       01  WS-CONDS          PIC X(40).
       01  WS-RANK           PIC 9(2) COMP.
       01  WS-SYMVAL-FLAG     PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON   VALUE "Y".
       01  WS-SYM-VALID       PIC X(1).
      * Pertenencia al universo UNIV= en la fecha de la corrida.
       01  WS-MEM-FS          PIC XX.
           88  WS-MEM-OK      VALUE "00".
           88  WS-MEM-EOF     VALUE "10".
       01  WS-UNIV-CODE       PIC X(8) VALUE SPACES.
       01  WS-UNIV-DATE       PIC 9(8) VALUE 0.
       01  WS-UNIV-TABLE.
           05 WS-UNIV-ENTRY OCCURS 500 TIMES.
              10 UVT-SYMBOL      PIC X(10).
              10 UVT-START       PIC 9(8).
              10 UVT-END         PIC 9(8).
       01  WS-UNIV-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-UNIV        PIC 9(4) COMP VALUE 500.
       01  WS-UV              PIC 9(4) COMP.
       01  WS-UNIV-MEMBER     PIC X(1).
       01  WS-UNIV-SKIPS      PIC 9(4) COMP VALUE 0.
      * Filtros de fundamentos; el flag de cada uno dice si se pidió.
       01  WS-FUND-FS         PIC XX.
           88  WS-FUND-OK     VALUE "00".
       01  WS-FUND-FLAG       PIC X(1) VALUE "N".
           88  WS-FUND-ON     VALUE "Y".
       01  WS-FUND-FILTERS.
           05 WS-MINCAP-FLAG   PIC X(1) VALUE "N".
           05 WS-MINCAP        PIC 9(9)V99 VALUE 0.
           05 WS-MINFLOAT-FLAG PIC X(1) VALUE "N".
           05 WS-MINFLOAT      PIC 9(9)V99 VALUE 0.
           05 WS-MAXPE-FLAG    PIC X(1) VALUE "N".
           05 WS-MAXPE         PIC 9(5)V99 VALUE 0.
           05 WS-MINYIELD-FLAG PIC X(1) VALUE "N".
           05 WS-MINYIELD      PIC 9(3)V99 VALUE 0.
           05 WS-MAXDE-FLAG    PIC X(1) VALUE "N".
           05 WS-MAXDE         PIC 9(3)V99 VALUE 0.
       01  WS-FUND-FOUND      PIC X(1).
       01  WS-FUND-LAST       PIC X(80).
       01  WS-FUND-PASS       PIC X(1).
       01  WS-FUND-WHY        PIC X(40).
       01  WS-FUND-SKIPS      PIC 9(4) COMP VALUE 0.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
                   "indicadores"
           END-IF
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           IF WS-UNIV-CODE NOT = SPACES
               PERFORM 1800-CARGAR-UNIVERSO
           END-IF
           IF WS-FUND-ON
               PERFORM 1900-ABRIR-FUNDAMENTOS
           END-IF
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "ERROR: archivo de control ilegible FS="
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           IF WS-FUND-ON
               CLOSE FUND-FILE
           END-IF
           PERFORM 3000-ORDENAR
           OPEN OUTPUT SCREEN-OUT-FILE
           PERFORM 4000-ESCRIBIR-RANKING

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:5) = "SORT="
                       MOVE "SORT" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:6) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "UNIV="
                       MOVE WS-ARG1(6:8) TO WS-UNIV-CODE
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-UNIV-DATE =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                       END-IF
                   WHEN WS-ARG1(1:7) = "MINCAP="
                       MOVE "MINCAP" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "MINFLOAT="
                       MOVE "MINFLOAT" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "MAXPE="
                       MOVE "MAXPE" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:9) = "MINYIELD="
                       MOVE "MINYIELD" TO WS-PARM-KEY
                       MOVE WS-ARG1(10:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "MAXDE="
                       MOVE "MAXDE" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-UNIV-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-UNIV-DATE
           END-IF
           IF WS-MINCAP-FLAG = "Y" OR WS-MINFLOAT-FLAG = "Y"
              OR WS-MAXPE-FLAG = "Y" OR WS-MINYIELD-FLAG = "Y"
              OR WS-MAXDE-FLAG = "Y"
               SET WS-FUND-ON TO TRUE
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "MINCAP" TO PRM-NAME(1)
           MOVE SPACES TO PRM-DEFAULT(1)
           MOVE "MINFLOAT" TO PRM-NAME(2)
           MOVE SPACES TO PRM-DEFAULT(2)
           MOVE "MAXPE" TO PRM-NAME(3)
           MOVE SPACES TO PRM-DEFAULT(3)
           MOVE "MINYIELD" TO PRM-NAME(4)
           MOVE SPACES TO PRM-DEFAULT(4)
           MOVE "MAXDE" TO PRM-NAME(5)
           MOVE SPACES TO PRM-DEFAULT(5)
           MOVE "SORT" TO PRM-NAME(6)
           MOVE SPACES TO PRM-DEFAULT(6)
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
      * Un filtro de fundamentos en blanco no se aplica.
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > 5
               IF PRM-VALUE(WS-PARM-I) NOT = SPACES
                  AND (FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I))
                       NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR ((WS-PARM-I = 1 OR 2)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I))
                       > 999999999.99)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99999.99)
                   OR ((WS-PARM-I = 4 OR 5)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99))
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
           IF PRM-VALUE(6) NOT = SPACES
              AND PRM-VALUE(6) NOT = "RS"
              AND PRM-VALUE(6) NOT = "RSSECT"
               DISPLAY "WARNING: parámetro SORT="
                   FUNCTION TRIM(PRM-VALUE(6)) " ("
                   FUNCTION TRIM(PRM-SOURCE(6))
                   ") inválido, rige blanco"
               MOVE PRM-DEFAULT(6) TO PRM-VALUE(6)
               MOVE "DEF " TO PRM-SOURCE(6)
               MOVE SPACES TO PRM-SCOPE(6)
               MOVE 0 TO PRM-VERSION(6)
           END-IF
           IF PRM-VALUE(1) NOT = SPACES
               COMPUTE WS-MINCAP = FUNCTION NUMVAL(PRM-VALUE(1))
               MOVE "Y" TO WS-MINCAP-FLAG
           END-IF
           IF PRM-VALUE(2) NOT = SPACES
               COMPUTE WS-MINFLOAT = FUNCTION NUMVAL(PRM-VALUE(2))
               MOVE "Y" TO WS-MINFLOAT-FLAG
           END-IF
           IF PRM-VALUE(3) NOT = SPACES
               COMPUTE WS-MAXPE = FUNCTION NUMVAL(PRM-VALUE(3))
               MOVE "Y" TO WS-MAXPE-FLAG
           END-IF
           IF PRM-VALUE(4) NOT = SPACES
               COMPUTE WS-MINYIELD = FUNCTION NUMVAL(PRM-VALUE(4))
               MOVE "Y" TO WS-MINYIELD-FLAG
           END-IF
           IF PRM-VALUE(5) NOT = SPACES
               COMPUTE WS-MAXDE = FUNCTION NUMVAL(PRM-VALUE(5))
               MOVE "Y" TO WS-MAXDE-FLAG
           END-IF
           MOVE PRM-VALUE(6) TO WS-SORT-KEY.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

       1200-ABRIR-MAESTRO-SIMBOLOS.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
                   DISPLAY "WARNING: símbolo desconocido en el "
                       "maestro, rechazado: " SYM-SYMBOL
               NOT INVALID KEY
      *            Con universo, un papel dado de baja después de
      *            la fecha de la corrida todavía cotizaba ese día.
                   IF SYM-ACTIVE NOT = "Y"
                      AND NOT (WS-UNIV-CODE NOT = SPACES
                               AND SYM-DELIST-DATE NUMERIC
                               AND SYM-DELIST-DATE >= WS-UNIV-DATE)
                       MOVE "N" TO WS-SYM-VALID
                       DISPLAY "WARNING: símbolo inactivo, "
                           "rechazado: " SYM-SYMBOL
           END-READ
           EXIT.

      * Los tramos del universo pedido; sin historia, o sin tramos
      * de ese universo, el filtro queda apagado con aviso.
       1800-CARGAR-UNIVERSO.
           OPEN INPUT MEMBER-FILE
           IF NOT WS-MEM-OK
               DISPLAY "WARNING: historia de universos ilegible FS="
                   WS-MEM-FS ", filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       IF UM-UNIVERSE = WS-UNIV-CODE
                          AND UM-START NUMERIC
                          AND WS-UNIV-COUNT < WS-MAX-UNIV
                           ADD 1 TO WS-UNIV-COUNT
                           MOVE UM-SYMBOL TO UVT-SYMBOL(WS-UNIV-COUNT)
                           MOVE UM-START TO UVT-START(WS-UNIV-COUNT)
                           IF UM-END NUMERIC
                               MOVE UM-END TO UVT-END(WS-UNIV-COUNT)
                           ELSE
                               MOVE 0 TO UVT-END(WS-UNIV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF WS-UNIV-COUNT = 0
               DISPLAY "WARNING: universo " FUNCTION TRIM(WS-UNIV-CODE)
                   " sin tramos, filtro de universo apagado"
               MOVE SPACES TO WS-UNIV-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[DEBUG] 1800-CARGAR-UNIVERSO - "
               FUNCTION TRIM(WS-UNIV-CODE) " al " WS-UNIV-DATE ", "
               WS-UNIV-COUNT " tramos"
           EXIT.

      * ¿WS-SYM-TRIM era miembro en WS-UNIV-DATE? Altas y bajas
      * inclusive; baja cero = vigente.
       1850-ES-MIEMBRO.
           MOVE "N" TO WS-UNIV-MEMBER
           PERFORM VARYING WS-UV FROM 1 BY 1
                   UNTIL WS-UV > WS-UNIV-COUNT
                      OR WS-UNIV-MEMBER = "S"
               IF UVT-SYMBOL(WS-UV) = WS-SYM-TRIM
                  AND UVT-START(WS-UV) <= WS-UNIV-DATE
                  AND (UVT-END(WS-UV) = 0
                       OR UVT-END(WS-UV) >= WS-UNIV-DATE)
                   MOVE "S" TO WS-UNIV-MEMBER
               END-IF
           END-PERFORM
           EXIT.

      * Última lectura de cada familia y puntaje compuesto: RSI en
      * extremo (2), squeeze de Bollinger (2), ADX en tendencia
      * fuerte (1), volatilidad ATR alta (1), histograma MACD ancho
      * (1). Las condiciones disparadas quedan con el símbolo.
      * Sin maestro de fundamentos los filtros quedan apagados con
      * aviso, igual que el de universo.
       1900-ABRIR-FUNDAMENTOS.
           OPEN INPUT FUND-FILE
           IF NOT WS-FUND-OK
               DISPLAY "WARNING: maestro de fundamentos ilegible FS="
                   WS-FUND-FS ", filtros de fundamentos apagados"
               MOVE "N" TO WS-FUND-FLAG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[DEBUG] 1900-ABRIR-FUNDAMENTOS - filtros al "
               WS-UNIV-DATE
           EXIT.

      * Última fila de WS-SYM-TRIM con fecha de reporte hasta
      * WS-UNIV-DATE inclusive; queda en FUND-RECORD.
       1950-FUNDAMENTO-VIGENTE.
           MOVE "N" TO WS-FUND-FOUND
           MOVE SPACES TO FUND-RECORD
           MOVE WS-SYM-TRIM TO FM-SYMBOL
           MOVE 0 TO FM-REPORT-DATE
           START FUND-FILE KEY IS NOT LESS THAN FM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT WS-FUND-OK
               READ FUND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FUND-FS
                   NOT AT END
                       IF FM-SYMBOL NOT = WS-SYM-TRIM
                          OR FM-REPORT-DATE > WS-UNIV-DATE
                           MOVE "10" TO WS-FUND-FS
                       ELSE
                           MOVE "S" TO WS-FUND-FOUND
                           MOVE FUND-RECORD TO WS-FUND-LAST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FUND-FOUND = "S"
               MOVE WS-FUND-LAST TO FUND-RECORD
           END-IF
           EXIT.

      * Aplica los filtros pedidos; el primero que falla queda como
      * motivo en WS-FUND-WHY.
       1960-FILTRAR-FUNDAMENTOS.
           MOVE "S" TO WS-FUND-PASS
           MOVE SPACES TO WS-FUND-WHY
           PERFORM 1950-FUNDAMENTO-VIGENTE
           IF WS-FUND-FOUND = "N"
               MOVE "N" TO WS-FUND-PASS
               MOVE "sin fundamentos reportados" TO WS-FUND-WHY
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-MINCAP-FLAG = "Y" AND FM-MKT-CAP < WS-MINCAP
                   MOVE "capitalización bajo el mínimo"
                       TO WS-FUND-WHY
               WHEN WS-MINFLOAT-FLAG = "Y"
                    AND FM-FLOAT < WS-MINFLOAT
                   MOVE "flotante bajo el mínimo" TO WS-FUND-WHY
               WHEN WS-MAXPE-FLAG = "Y"
                    AND (FM-PE-FLAG NOT = "Y" OR FM-PE NOT > 0)
                   MOVE "sin P/E positivo" TO WS-FUND-WHY
               WHEN WS-MAXPE-FLAG = "Y" AND FM-PE > WS-MAXPE
                   MOVE "P/E sobre el máximo" TO WS-FUND-WHY
               WHEN WS-MINYIELD-FLAG = "Y"
                    AND FM-DIV-YIELD < WS-MINYIELD
                   MOVE "rendimiento bajo el mínimo" TO WS-FUND-WHY
               WHEN WS-MAXDE-FLAG = "Y"
                    AND FM-DEBT-EQUITY > WS-MAXDE
                   MOVE "deuda/patrimonio sobre el máximo"
                       TO WS-FUND-WHY
           END-EVALUATE
           IF WS-FUND-WHY NOT = SPACES
               MOVE "N" TO WS-FUND-PASS
           END-IF
           EXIT.

       2000-PUNTUAR-SIMBOLO.
           IF WS-SCR-COUNT >= WS-MAX-SYMS
               EXIT PARAGRAPH
           IF WS-SYM-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIV-CODE NOT = SPACES
               PERFORM 1850-ES-MIEMBRO
               IF WS-UNIV-MEMBER = "N"
                   ADD 1 TO WS-UNIV-SKIPS
                   DISPLAY "[UNIVERSO] " WS-SYM-TRIM " no era "
                       "miembro de " FUNCTION TRIM(WS-UNIV-CODE)
                       " el " WS-UNIV-DATE ", omitido"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FUND-ON
               PERFORM 1960-FILTRAR-FUNDAMENTOS
               IF WS-FUND-PASS = "N"
                   ADD 1 TO WS-FUND-SKIPS
                   DISPLAY "[FUNDAMENTOS] " WS-SYM-TRIM " "
                       FUNCTION TRIM(WS-FUND-WHY) " al "
                       WS-UNIV-DATE ", omitido"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-CONDS
           MOVE 0 TO WS-RSI-VAL WS-SQUEEZE-VAL
               COMPUTE WS-MACDH-VAL = WS-NUM-VALUE / 10000
           END-IF

      * Percentiles de la línea vigente de RELSTR: columnas 28-30
      * contra la referencia, 50-52 contra el sector.
           MOVE -1 TO WS-RS-PCT-VAL WS-RSS-PCT-VAL
           MOVE SPACES TO WS-IND-PATH
           STRING "relstr_output_" FUNCTION TRIM(WS-SYM-TRIM)
               ".dat" DELIMITED BY SIZE INTO WS-IND-PATH
           MOVE "RELSTR" TO WS-STORE-IND
           PERFORM 2150-LEER-VALOR
           IF WS-HAVE-LINE = "S"
               IF WS-LAST-LINE(28:3) NUMERIC
                   MOVE WS-LAST-LINE(28:3) TO WS-RS-PCT-VAL
               END-IF
               IF WS-LAST-LINE(50:3) NUMERIC
                   MOVE WS-LAST-LINE(50:3) TO WS-RSS-PCT-VAL
               END-IF
           END-IF

           IF WS-RSI-VAL > 70 OR (WS-RSI-VAL < 30
              AND WS-RSI-VAL > 0)
               ADD 2 TO WS-SCORE
           MOVE WS-CONDS TO SC-CONDS(WS-S)
           MOVE WS-RSI-VAL TO SC-RSI(WS-S)
           MOVE WS-ADX-VAL TO SC-ADX(WS-S)
           MOVE WS-RS-PCT-VAL TO SC-RS-PCT(WS-S)
           MOVE WS-RSS-PCT-VAL TO SC-RSS-PCT(WS-S)
           EXIT.

      * La lectura vigente: primero el almacén por clave (símbolo +
                   UNTIL WS-S >= WS-SCR-COUNT
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-SCR-COUNT - WS-S
                   PERFORM 3100-COMPARAR
                   IF WS-SWAP-FLAG = "S"
                       MOVE WS-SCR-ENTRY(WS-T) TO WS-SWAP-ENTRY
                       MOVE WS-SCR-ENTRY(WS-T + 1)
                           TO WS-SCR-ENTRY(WS-T)
           END-PERFORM
           EXIT.

      * Burbuja estable: cambia el par solo si el de abajo va
      * estrictamente antes en el orden pedido.
       3100-COMPARAR.
           MOVE "N" TO WS-SWAP-FLAG
           EVALUATE WS-SORT-KEY
               WHEN "RS"
                   IF SC-RS-PCT(WS-T) < SC-RS-PCT(WS-T + 1)
                      OR (SC-RS-PCT(WS-T) = SC-RS-PCT(WS-T + 1)
                      AND SC-SCORE(WS-T) < SC-SCORE(WS-T + 1))
                       MOVE "S" TO WS-SWAP-FLAG
                   END-IF
               WHEN "RSSECT"
                   IF SC-RSS-PCT(WS-T) < SC-RSS-PCT(WS-T + 1)
                      OR (SC-RSS-PCT(WS-T) = SC-RSS-PCT(WS-T + 1)
                      AND SC-SCORE(WS-T) < SC-SCORE(WS-T + 1))
                       MOVE "S" TO WS-SWAP-FLAG
                   END-IF
               WHEN OTHER
                   IF SC-SCORE(WS-T) < SC-SCORE(WS-T + 1)
                       MOVE "S" TO WS-SWAP-FLAG
                   END-IF
           END-EVALUATE
           EXIT.

       4000-ESCRIBIR-RANKING.
           MOVE "PTO SIMBOLO    PUNTOS  RSREF  RSSEC  CONDICIONES"
               TO SCR-LINE
           WRITE SCREEN-OUT-RECORD
           DISPLAY SCR-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCR-COUNT
               MOVE WS-S TO WS-EDIT-RANK
               MOVE SC-SCORE(WS-S) TO WS-EDIT-SCORE
               MOVE "  -" TO WS-RS-TXT
               IF SC-RS-PCT(WS-S) >= 0
                   MOVE SC-RS-PCT(WS-S) TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-RS-TXT
               END-IF
               MOVE "  -" TO WS-RSS-TXT
               IF SC-RSS-PCT(WS-S) >= 0
                   MOVE SC-RSS-PCT(WS-S) TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-RSS-TXT
               END-IF
               MOVE SPACES TO SCR-LINE
               STRING WS-EDIT-RANK "  " SC-SYMBOL(WS-S) "   "
                   WS-EDIT-SCORE "      " WS-RS-TXT "    "
                   WS-RSS-TXT "  "
                   FUNCTION TRIM(SC-CONDS(WS-S))
                   DELIMITED BY SIZE INTO SCR-LINE
               WRITE SCREEN-OUT-RECORD
               MOVE "N" TO WS-STORE-ON
           END-IF
           MOVE WS-SCR-COUNT TO WS-AUDIT-COUNT
           COMPUTE WS-AUDIT-REJECTS = WS-UNIV-SKIPS + WS-FUND-SKIPS
           PERFORM GRABAR-AUDITORIA
           EXIT.

