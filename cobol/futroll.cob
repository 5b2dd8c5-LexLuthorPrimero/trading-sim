       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTROLL.
      * Serie continua de futuros con ajuste hacia atrás: cada mes de
      * contrato llega como su propia serie corta, y la suite de
      * indicadores necesita una sola serie larga. Lee el calendario
      * de rolles (un renglón por contrato, en orden, con la fecha en
      * que se sale de él hacia el siguiente y la ruta de su archivo
      * OHLCV), arma la serie encadenando el tramo vigente de cada
      * contrato y corrige las barras anteriores a cada rolle por el
      * salto de precio entre el contrato que sale y el que entra,
      * para que el salto del rolle no se lea como movimiento del
      * mercado. La salida va en el layout OHLCV de siempre (la misma
      * línea de GAPFILL y RESAMPLE), directamente usable por
      * cualquier programa de la suite; el log de rolles deja la
      * fecha, los dos cierres, el salto y el ajuste acumulado.
      * Parámetros:
      *   ROOT=raiz        símbolo de la serie continua (ES, CL...)
      *   ROLLS=archivo    calendario de rolles (futures_rolls.dat)
      *   METHOD=DIFF      ajuste por diferencia (omisión): suma el
      *                    salto a las barras anteriores
      *   METHOD=RATIO     ajuste por razón: multiplica por el
      *                    cociente de cierres (nunca da negativos)
      * Un contrato con fecha de rolle en cero toma el vencimiento del
      * maestro de símbolos; el último renglón sin fecha corre hasta
      * el final de su archivo. Un rolle pactado en o después del
      * vencimiento del maestro se avisa: ese día el contrato ya no
      * cotiza.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLS-FILE ASSIGN TO DYNAMIC WS-ROLLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLS-FS.
           SELECT FD-PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT CONT-OUT-FILE ASSIGN TO "futures_continuous.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ROLL-LOG-FILE ASSIGN TO "futures_roll_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SYMMASTER-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYM-SYMBOL
               FILE STATUS IS WS-SYMMASTER-FS.
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
      * Calendario de rolles: contrato, fecha de salida hacia el
      * contrato del renglón siguiente (la barra de esa fecha ya es
      * del contrato nuevo) y ruta del archivo OHLCV del contrato.
       FD  ROLLS-FILE.
       01  ROLL-RECORD.
           05 FR-CONTRACT      PIC X(10).
           05 FILLER           PIC X.
           05 FR-ROLL-DATE     PIC X(8).
           05 FILLER           PIC X.
           05 FR-PATH          PIC X(200).
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
      * Mismo layout de línea que la entrada (y que la salida de
      * GAPFILL y RESAMPLE).
       FD  CONT-OUT-FILE.
       01  CONT-OUT-RECORD.
           05 OUT-SYMBOL          PIC X(10).
           05 FILLER              PIC X.
           05 OUT-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 OUT-OPEN            PIC X(12).
           05 FILLER              PIC X.
           05 OUT-HIGH            PIC X(12).
           05 FILLER              PIC X.
           05 OUT-LOW             PIC X(12).
           05 FILLER              PIC X.
           05 OUT-CLOSE           PIC X(12).
           05 FILLER              PIC X.
           05 OUT-VOLUME          PIC X(14).
      * Log de rolles: fecha, contrato que sale y que entra, cierre
      * de cada uno en la fecha del rolle, salto aplicado y ajuste
      * acumulado que cargan las barras anteriores al rolle.
       FD  ROLL-LOG-FILE.
       01  ROLL-LOG-RECORD.
           05 RLG-DATE            PIC 9(8).
           05 FILLER              PIC X.
           05 RLG-FROM            PIC X(10).
           05 FILLER              PIC X.
           05 RLG-TO              PIC X(10).
           05 FILLER              PIC X.
           05 RLG-OLD-CLOSE       PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 RLG-NEW-CLOSE       PIC 9(7)V9(4).
           05 FILLER              PIC X.
           05 RLG-GAP             PIC S9(7)V9(4)
                                  SIGN IS LEADING SEPARATE.
           05 FILLER              PIC X.
           05 RLG-CUM-ADJ         PIC S9(7)V9(4)
                                  SIGN IS LEADING SEPARATE.
           05 FILLER              PIC X.
           05 RLG-METHOD          PIC X(5).
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT: de aquí
      * sale el vencimiento de cada contrato.
       FD  SYMMASTER-FILE.
       01  SYMBOL-MASTER-RECORD.
           05 SYM-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 SYM-NAME        PIC X(30).
           05 FILLER          PIC X.
           05 SYM-EXCHANGE    PIC X(8).
           05 FILLER          PIC X.
           05 SYM-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 SYM-SECTOR      PIC X(8).
           05 FILLER          PIC X.
           05 SYM-BOARD-LOT   PIC 9(5).
           05 FILLER          PIC X.
           05 SYM-TICK-SIZE   PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "FUTROLL".
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
       01  WS-ROLLS-FS       PIC XX.
           88  WS-ROLLS-OK           VALUE "00".
           88  WS-ROLLS-EOF          VALUE "10".
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-OUT-STATUS     PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-SYMMASTER-FS   PIC XX.
           88  WS-SYMMASTER-OK       VALUE "00".
       01  WS-SYMVAL-FLAG    PIC X(1) VALUE "N".
           88  WS-SYMVAL-ON          VALUE "Y".
       01  WS-ROLLS-PATH     PIC X(200) VALUE "futures_rolls.dat".
       01  WS-PRICES-PATH    PIC X(200).
       01  WS-ROOT-SYMBOL    PIC X(10) VALUE SPACES.
       01  WS-METHOD         PIC X(5) VALUE "DIFF".
           88  WS-METHOD-DIFF        VALUE "DIFF".
           88  WS-METHOD-RATIO       VALUE "RATIO".
      * Tabla de contratos del calendario, en el orden del archivo.
       01  WS-CTR-TABLE.
           05 WS-CTR-ENTRY OCCURS 60 TIMES.
              10 CT-CONTRACT     PIC X(10).
              10 CT-ROLL-DATE    PIC 9(8).
              10 CT-START-DATE   PIC 9(8).
              10 CT-PATH         PIC X(200).
              10 CT-OLD-CLOSE    PIC 9(7)V9(4) COMP-3.
              10 CT-NEW-CLOSE    PIC 9(7)V9(4) COMP-3.
              10 CT-GAP          PIC S9(7)V9(4) COMP-3.
              10 CT-RATIO        PIC 9(3)V9(8) COMP-3.
              10 CT-CUM-ADJ      PIC S9(7)V9(4) COMP-3.
              10 CT-BARS         PIC 9(5) COMP.
       01  WS-CTR-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-CTRS       PIC 9(2) COMP VALUE 60.
       01  WS-C              PIC 9(2) COMP.
      * Tabla de carga de un contrato (la del copybook OHLCV).
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
      * Serie continua sin ajustar, con el contrato de cada barra.
       01  WS-CONT-TABLE.
           05 WS-CONT-ENTRY OCCURS 10000 TIMES.
              10 CN-DATE         PIC 9(8).
              10 CN-CTR          PIC 9(2) COMP.
              10 CN-OPEN         PIC S9(7)V9(4) COMP-3.
              10 CN-HIGH         PIC S9(7)V9(4) COMP-3.
              10 CN-LOW          PIC S9(7)V9(4) COMP-3.
              10 CN-CLOSE        PIC S9(7)V9(4) COMP-3.
              10 CN-VOLUME       PIC 9(12) COMP-3.
       01  WS-CONT-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-MAX-CONT       PIC 9(5) COMP VALUE 10000.
       01  WS-REJ-TOTAL      PIC 9(4) COMP VALUE 0.
       01  WS-I              PIC 9(5) COMP.
       01  WS-BAR-DATE       PIC 9(8).
       01  WS-CUM-ADJ        PIC S9(7)V9(4) COMP-3.
       01  WS-CUM-RATIO      PIC 9(3)V9(8) COMP-3.
       01  WS-ADJ-OPEN       PIC S9(7)V9(4) COMP-3.
       01  WS-ADJ-HIGH       PIC S9(7)V9(4) COMP-3.
       01  WS-ADJ-LOW        PIC S9(7)V9(4) COMP-3.
       01  WS-ADJ-CLOSE      PIC S9(7)V9(4) COMP-3.
       01  WS-NONPOS-COUNT   PIC 9(5) COMP VALUE 0.
       01  WS-OUT-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-ROLL-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-SPRICE    PIC -(6)9.9999.
       01  WS-EDIT-IN        PIC S9(7)V9(4) COMP-3.
       01  WS-EDIT-OUT       PIC X(12).
       01  WS-EDIT-VOLUME    PIC Z(13)9.
       01  WS-ARGC           PIC 9(2) COMP.
       01  WS-ARG-IDX        PIC 9(2) COMP.
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa FUTROLL iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1100-CARGAR-CALENDARIO
           IF WS-EXIT-CODE = 0
               PERFORM 2000-ARMAR-SERIE
           END-IF
           IF WS-EXIT-CODE NOT = 0 OR WS-CONT-COUNT = 0
               IF WS-EXIT-CODE = 0
                   DISPLAY "ERROR: la serie continua quedó vacía"
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               MOVE "ERR " TO WS-AUDIT-STATUS
               MOVE 0 TO WS-AUDIT-COUNT
               MOVE WS-REJ-TOTAL TO WS-AUDIT-REJECTS
               PERFORM GRABAR-AUDITORIA
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-CALCULAR-AJUSTES
           OPEN OUTPUT CONT-OUT-FILE
           OPEN OUTPUT ROLL-LOG-FILE
           PERFORM 3500-GRABAR-LOG-ROLLES
           PERFORM 4000-GRABAR-SERIE
           CLOSE CONT-OUT-FILE
           CLOSE ROLL-LOG-FILE
           DISPLAY "[FUTROLL] " WS-ROOT-SYMBOL " " WS-OUT-COUNT
               " barras continuas, " WS-ROLL-COUNT " rolles, ajuste "
               WS-METHOD
           IF WS-NONPOS-COUNT > 0
               DISPLAY "WARNING: " WS-NONPOS-COUNT " barras con "
                   "precio ajustado no positivo (los cargadores OHLCV "
                   "las descartan) - considerar METHOD=RATIO"
           END-IF
           MOVE "OK  " TO WS-AUDIT-STATUS
           MOVE WS-OUT-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJ-TOTAL TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
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
                   WHEN WS-ARG1(1:5) = "ROOT="
                       MOVE WS-ARG1(6:10) TO WS-ROOT-SYMBOL
                   WHEN WS-ARG1(1:6) = "ROLLS="
                       MOVE WS-ARG1(7:) TO WS-ROLLS-PATH
                   WHEN WS-ARG1(1:7) = "METHOD="
                       MOVE "METHOD" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:5) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-ROLLS-PATH
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
           MOVE "METHOD" TO PRM-NAME(1)
           MOVE "DIFF" TO PRM-DEFAULT(1)
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE PRM-DEFAULT(WS-PARM-I) TO PRM-VALUE(WS-PARM-I)
               MOVE "DEF " TO PRM-SOURCE(WS-PARM-I)
               MOVE SPACES TO PRM-SCOPE(WS-PARM-I)
               MOVE 0 TO PRM-VERSION(WS-PARM-I)
           END-PERFORM.

      * Pasa a los campos de trabajo los valores resueltos. Un valor
      * que el programa no reconoce (registro o PARM) se avisa y rige
      * el valor por omisión, que es el que queda registrado.
      * METHOD acepta DIFF o RATIO.
       1020-APLICAR-PARAMETROS.
           IF PRM-VALUE(1) NOT = "DIFF"
              AND PRM-VALUE(1) NOT = "RATIO"
               DISPLAY "WARNING: parámetro METHOD="
                   FUNCTION TRIM(PRM-VALUE(1)) " ("
                   FUNCTION TRIM(PRM-SOURCE(1))
                   ") inválido, rige DIFF"
               MOVE PRM-DEFAULT(1) TO PRM-VALUE(1)
               MOVE "DEF " TO PRM-SOURCE(1)
               MOVE SPACES TO PRM-SCOPE(1)
               MOVE 0 TO PRM-VERSION(1)
           END-IF
           MOVE PRM-VALUE(1) TO WS-METHOD.

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Carga el calendario; una fecha de rolle vacía o en cero se
      * completa con el vencimiento del maestro cuando lo hay. Las
      * fechas deben crecer renglón a renglón: un calendario fuera de
      * orden armaría tramos solapados y se rechaza entero.
       1100-CARGAR-CALENDARIO.
           OPEN INPUT SYMMASTER-FILE
           IF WS-SYMMASTER-OK
               SET WS-SYMVAL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: maestro de símbolos ausente FS="
                   WS-SYMMASTER-FS ", sin vencimientos"
           END-IF
           OPEN INPUT ROLLS-FILE
           IF NOT WS-ROLLS-OK
               DISPLAY "ERROR: calendario de rolles ilegible FS="
                   WS-ROLLS-FS
               MOVE 1 TO WS-EXIT-CODE
               IF WS-SYMVAL-ON
                   CLOSE SYMMASTER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ROLLS-EOF
               READ ROLLS-FILE
                   AT END
                       SET WS-ROLLS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-ACEPTAR-CONTRATO
               END-READ
           END-PERFORM
           CLOSE ROLLS-FILE
           IF WS-SYMVAL-ON
               CLOSE SYMMASTER-FILE
           END-IF
           IF WS-CTR-COUNT = 0
               DISPLAY "ERROR: calendario de rolles vacío"
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROOT-SYMBOL = SPACES
               MOVE CT-CONTRACT(1) TO WS-ROOT-SYMBOL
           END-IF
           MOVE 0 TO CT-START-DATE(1)
           PERFORM VARYING WS-C FROM 2 BY 1
                   UNTIL WS-C > WS-CTR-COUNT
               IF CT-ROLL-DATE(WS-C - 1) = 0
                   DISPLAY "ERROR: " CT-CONTRACT(WS-C - 1)
                       " sin fecha de rolle y no es el último"
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               IF CT-ROLL-DATE(WS-C) NOT = 0
                  AND CT-ROLL-DATE(WS-C) <= CT-ROLL-DATE(WS-C - 1)
                   DISPLAY "ERROR: calendario fuera de orden en "
                       CT-CONTRACT(WS-C)
                   MOVE 1 TO WS-EXIT-CODE
               END-IF
               MOVE CT-ROLL-DATE(WS-C - 1) TO CT-START-DATE(WS-C)
           END-PERFORM
           DISPLAY "[DEBUG] 1100-CARGAR-CALENDARIO - " WS-CTR-COUNT
               " contratos"
           EXIT.

       1150-ACEPTAR-CONTRATO.
           IF FR-CONTRACT = SPACES OR FR-PATH = SPACES
               ADD 1 TO WS-REJ-TOTAL
               DISPLAY "WARNING: renglón de calendario ilegible "
                   "descartado"
               EXIT PARAGRAPH
           END-IF
           IF WS-CTR-COUNT >= WS-MAX-CTRS
               ADD 1 TO WS-REJ-TOTAL
               DISPLAY "WARNING: tabla de contratos llena, "
                   "contrato omitido: " FR-CONTRACT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-COUNT
           MOVE FR-CONTRACT TO CT-CONTRACT(WS-CTR-COUNT)
           MOVE FR-PATH TO CT-PATH(WS-CTR-COUNT)
           IF FR-ROLL-DATE NUMERIC
               MOVE FR-ROLL-DATE TO CT-ROLL-DATE(WS-CTR-COUNT)
           ELSE
               MOVE 0 TO CT-ROLL-DATE(WS-CTR-COUNT)
           END-IF
           MOVE 0 TO CT-OLD-CLOSE(WS-CTR-COUNT)
           MOVE 0 TO CT-NEW-CLOSE(WS-CTR-COUNT)
           MOVE 0 TO CT-GAP(WS-CTR-COUNT)
           MOVE 1 TO CT-RATIO(WS-CTR-COUNT)
           MOVE 0 TO CT-CUM-ADJ(WS-CTR-COUNT)
           MOVE 0 TO CT-BARS(WS-CTR-COUNT)
           IF NOT WS-SYMVAL-ON
               EXIT PARAGRAPH
           END-IF
           MOVE FR-CONTRACT TO SYM-SYMBOL
           READ SYMMASTER-FILE
               INVALID KEY
                   DISPLAY "WARNING: " FR-CONTRACT
                       " sin fila en el maestro de símbolos"
               NOT INVALID KEY
                   IF SYM-EXPIRY-DATE NUMERIC
                      AND SYM-EXPIRY-DATE > 0
                       IF CT-ROLL-DATE(WS-CTR-COUNT) = 0
                           MOVE SYM-EXPIRY-DATE
                               TO CT-ROLL-DATE(WS-CTR-COUNT)
                       ELSE
                           IF CT-ROLL-DATE(WS-CTR-COUNT)
                              >= SYM-EXPIRY-DATE
                               DISPLAY "WARNING: rolle de "
                                   FR-CONTRACT " en o después de su "
                                   "vencimiento " SYM-EXPIRY-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * Carga cada contrato por el cargador OHLCV compartido y pasa a
      * la serie continua solo las barras de su tramo vigente. Del
      * contrato que sale se guarda el último cierre en o antes de la
      * fecha de rolle; del que entra, el primero en o después.
       2000-ARMAR-SERIE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CTR-COUNT
                      OR WS-EXIT-CODE NOT = 0
               MOVE CT-PATH(WS-C) TO WS-PRICES-PATH
               MOVE "00" TO WS-PRICES-STATUS
               DISPLAY "[DEBUG] 2000-ARMAR-SERIE - " CT-CONTRACT(WS-C)
                   " desde " WS-PRICES-PATH
               PERFORM 2100-LEER-OHLCV
               ADD WS-REJECT-COUNT TO WS-REJ-TOTAL
               IF WS-EXIT-CODE = 0
                   PERFORM 2200-TOMAR-TRAMO
               END-IF
           END-PERFORM
           EXIT.

      * Aislado en su propio párrafo para que el EXIT PARAGRAPH del
      * copybook regrese aquí en vez de caer en el párrafo siguiente
      * cuando el archivo de precios no se puede abrir.
       2100-LEER-OHLCV.
           COPY WS-OHLCV-LOAD.

       2200-TOMAR-TRAMO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-DATE(WS-I) NUMERIC
                   MOVE WS-OHLCV-DATE(WS-I) TO WS-BAR-DATE
                   PERFORM 2250-REVISAR-BARRA
               ELSE
                   ADD 1 TO WS-REJ-TOTAL
               END-IF
           END-PERFORM
           IF CT-BARS(WS-C) = 0
               DISPLAY "WARNING: " CT-CONTRACT(WS-C)
                   " no aporta barras a la serie continua"
           END-IF
           IF WS-C > 1 AND CT-NEW-CLOSE(WS-C) = 0
               DISPLAY "ERROR: " CT-CONTRACT(WS-C)
                   " sin barra en o después de la fecha de rolle "
                   CT-START-DATE(WS-C)
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           IF WS-C < WS-CTR-COUNT AND CT-OLD-CLOSE(WS-C) = 0
               DISPLAY "ERROR: " CT-CONTRACT(WS-C)
                   " sin barra en o antes de la fecha de rolle "
                   CT-ROLL-DATE(WS-C)
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

       2250-REVISAR-BARRA.
      * Cierres de referencia del rolle, tomados del contrato aun
      * fuera de su tramo: el que sale cotiza el día del rolle.
           IF WS-C < WS-CTR-COUNT
              AND WS-BAR-DATE <= CT-ROLL-DATE(WS-C)
               MOVE WS-OHLCV-CLOSE(WS-I) TO CT-OLD-CLOSE(WS-C)
           END-IF
           IF WS-C > 1
              AND WS-BAR-DATE >= CT-START-DATE(WS-C)
              AND CT-NEW-CLOSE(WS-C) = 0
               MOVE WS-OHLCV-CLOSE(WS-I) TO CT-NEW-CLOSE(WS-C)
           END-IF
           IF WS-BAR-DATE < CT-START-DATE(WS-C)
               EXIT PARAGRAPH
           END-IF
           IF CT-ROLL-DATE(WS-C) NOT = 0
              AND WS-C < WS-CTR-COUNT
              AND WS-BAR-DATE >= CT-ROLL-DATE(WS-C)
               EXIT PARAGRAPH
           END-IF
           IF WS-CONT-COUNT >= WS-MAX-CONT
               ADD 1 TO WS-REJ-TOTAL
               DISPLAY "WARNING: tabla de serie continua llena, "
                   "barra descartada"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONT-COUNT
           ADD 1 TO CT-BARS(WS-C)
           MOVE WS-BAR-DATE TO CN-DATE(WS-CONT-COUNT)
           MOVE WS-C TO CN-CTR(WS-CONT-COUNT)
           MOVE WS-OHLCV-OPEN(WS-I) TO CN-OPEN(WS-CONT-COUNT)
           MOVE WS-OHLCV-HIGH(WS-I) TO CN-HIGH(WS-CONT-COUNT)
           MOVE WS-OHLCV-LOW(WS-I) TO CN-LOW(WS-CONT-COUNT)
           MOVE WS-OHLCV-CLOSE(WS-I) TO CN-CLOSE(WS-CONT-COUNT)
           MOVE WS-OHLCV-VOLUME(WS-I) TO CN-VOLUME(WS-CONT-COUNT)
           EXIT.

      * El salto de cada rolle es el cierre del contrato que entra
      * menos el del que sale en la fecha del rolle (o su cociente en
      * RATIO). Las barras de un contrato cargan la suma (o el
      * producto) de los saltos de todos los rolles posteriores, así
      * el último contrato queda en sus precios reales.
       3000-CALCULAR-AJUSTES.
           MOVE 0 TO WS-CUM-ADJ
           MOVE 1 TO WS-CUM-RATIO
           PERFORM VARYING WS-C FROM WS-CTR-COUNT BY -1
                   UNTIL WS-C < 1
               MOVE WS-CUM-ADJ TO CT-CUM-ADJ(WS-C)
               MOVE WS-CUM-RATIO TO CT-RATIO(WS-C)
               IF WS-C > 1
                   COMPUTE CT-GAP(WS-C) =
                       CT-NEW-CLOSE(WS-C) - CT-OLD-CLOSE(WS-C - 1)
                   ADD CT-GAP(WS-C) TO WS-CUM-ADJ
                   IF CT-OLD-CLOSE(WS-C - 1) > 0
                       COMPUTE WS-CUM-RATIO ROUNDED = WS-CUM-RATIO
                           * CT-NEW-CLOSE(WS-C)
                           / CT-OLD-CLOSE(WS-C - 1)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       3500-GRABAR-LOG-ROLLES.
           PERFORM VARYING WS-C FROM 2 BY 1
                   UNTIL WS-C > WS-CTR-COUNT
               MOVE SPACES TO ROLL-LOG-RECORD
               MOVE CT-START-DATE(WS-C) TO RLG-DATE
               MOVE CT-CONTRACT(WS-C - 1) TO RLG-FROM
               MOVE CT-CONTRACT(WS-C) TO RLG-TO
               MOVE CT-OLD-CLOSE(WS-C - 1) TO RLG-OLD-CLOSE
               MOVE CT-NEW-CLOSE(WS-C) TO RLG-NEW-CLOSE
               MOVE CT-GAP(WS-C) TO RLG-GAP
               MOVE CT-CUM-ADJ(WS-C - 1) TO RLG-CUM-ADJ
               MOVE WS-METHOD TO RLG-METHOD
               WRITE ROLL-LOG-RECORD
               ADD 1 TO WS-ROLL-COUNT
               DISPLAY "[ROLLE] " RLG-DATE " " RLG-FROM " -> "
                   RLG-TO " salto " RLG-GAP
           END-PERFORM
           EXIT.

       4000-GRABAR-SERIE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CONT-COUNT
               MOVE CN-CTR(WS-I) TO WS-C
               IF WS-METHOD-RATIO
                   COMPUTE WS-ADJ-OPEN ROUNDED =
                       CN-OPEN(WS-I) * CT-RATIO(WS-C)
                   COMPUTE WS-ADJ-HIGH ROUNDED =
                       CN-HIGH(WS-I) * CT-RATIO(WS-C)
                   COMPUTE WS-ADJ-LOW ROUNDED =
                       CN-LOW(WS-I) * CT-RATIO(WS-C)
                   COMPUTE WS-ADJ-CLOSE ROUNDED =
                       CN-CLOSE(WS-I) * CT-RATIO(WS-C)
               ELSE
                   COMPUTE WS-ADJ-OPEN =
                       CN-OPEN(WS-I) + CT-CUM-ADJ(WS-C)
                   COMPUTE WS-ADJ-HIGH =
                       CN-HIGH(WS-I) + CT-CUM-ADJ(WS-C)
                   COMPUTE WS-ADJ-LOW =
                       CN-LOW(WS-I) + CT-CUM-ADJ(WS-C)
                   COMPUTE WS-ADJ-CLOSE =
                       CN-CLOSE(WS-I) + CT-CUM-ADJ(WS-C)
               END-IF
               IF WS-ADJ-LOW NOT > 0
                   ADD 1 TO WS-NONPOS-COUNT
               END-IF
               PERFORM 4100-EMITIR-BARRA
           END-PERFORM
           EXIT.

       4100-EMITIR-BARRA.
           MOVE SPACES TO CONT-OUT-RECORD
           MOVE WS-ROOT-SYMBOL TO OUT-SYMBOL
           MOVE CN-DATE(WS-I) TO OUT-DATE
           MOVE WS-ADJ-OPEN TO WS-EDIT-IN
           PERFORM 4150-EDITAR-PRECIO
           MOVE WS-EDIT-OUT TO OUT-OPEN
           MOVE WS-ADJ-HIGH TO WS-EDIT-IN
           PERFORM 4150-EDITAR-PRECIO
           MOVE WS-EDIT-OUT TO OUT-HIGH
           MOVE WS-ADJ-LOW TO WS-EDIT-IN
           PERFORM 4150-EDITAR-PRECIO
           MOVE WS-EDIT-OUT TO OUT-LOW
           MOVE WS-ADJ-CLOSE TO WS-EDIT-IN
           PERFORM 4150-EDITAR-PRECIO
           MOVE WS-EDIT-OUT TO OUT-CLOSE
           MOVE CN-VOLUME(WS-I) TO WS-EDIT-VOLUME
           MOVE WS-EDIT-VOLUME TO OUT-VOLUME
           WRITE CONT-OUT-RECORD
           ADD 1 TO WS-OUT-COUNT
           EXIT.

      * Un precio ajustado negativo sale con su signo, no como valor
      * absoluto: los cargadores OHLCV lo descartan a la vista en vez
      * de leer un precio falso.
       4150-EDITAR-PRECIO.
           IF WS-EDIT-IN < 0
               MOVE WS-EDIT-IN TO WS-EDIT-SPRICE
               MOVE WS-EDIT-SPRICE TO WS-EDIT-OUT
           ELSE
               MOVE WS-EDIT-IN TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO WS-EDIT-OUT
           END-IF
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-PRICES-STATUS
               WHEN "35"
                   MOVE "ERROR: Archivo de contrato no encontrado"
                       TO WS-ERROR-MSG
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
