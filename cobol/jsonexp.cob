       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSONEXP.
      * Exportación JSON del estado de la noche para el tablero web.
      * El equipo web lee JSON pero no nuestras columnas fijas; este
      * programa corre al final de la cadena y deja un documento
      * JSON bien formado por símbolo (dashboard_<SIM>.json) y uno de
      * resumen de cartera (dashboard_portfolio.json). Para cada
      * símbolo del archivo de control (batch_control.dat):
      *   - las últimas DECN= filas de strategy_decision.dat (5 por
      *     omisión), la más reciente también como "decision";
      *   - el estado de la posición a la manera de OPSTAT: el
      *     checkpoint de TRADER si quedó uno, o plana, con la última
      *     valuación de la curva y el P&L no realizado;
      *   - la cola de la curva de equity (TAIL= filas, 20 por
      *     omisión);
      *   - las alertas abiertas de alert_inbox.dat;
      *   - su renglón del ranking de SCREENER (RANKING=, omisión
      *     screener_report.dat).
      * Los archivos por símbolo se buscan primero con el sufijo
      * _<SIM> que deja MASTERBATCH; el archivo sin sufijo es del
      * símbolo de la corrida (SYMBOL=, o TRADE_RUN_SYMBOL, o el
      * primero del archivo de control).
      * Los números van como números JSON (null si el campo no es
      * numérico), las fechas como "aaaa-mm-dd" y las banderas como
      * true/false. Todos los campos salen siempre, con null si no
      * hay dato. Cada documento abre con "schema" y
      * "schema_version": cualquier cambio en el juego de campos
      * sube WS-SCHEMA-VERSION para que el tablero lo detecte.
      * Uso: JSONEXP [batch_control.dat] [SYMBOL=] [DECN=n] [TAIL=n]
      *      [RANKING=] [DIR=directorio de salida]
      * Salida: dashboard_<SIM>.json por símbolo y
      * dashboard_portfolio.json. RC 1 si no hay símbolos o no se
      * puede escribir un documento.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FS.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT EQUITY-FILE ASSIGN TO DYNAMIC WS-EQUITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQUITY-FS.
           SELECT INBOX-FILE ASSIGN TO "alert_inbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AIX-ID
               FILE STATUS IS WS-INBOX-FS.
           SELECT RANKING-FILE ASSIGN TO DYNAMIC WS-RANKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-FS.
           SELECT JSON-FILE ASSIGN TO DYNAMIC WS-JSON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSON-FS.
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
      * Mismo formato que CTL-RECORD de MASTERBATCH; solo se usa el
      * símbolo, el resto del renglón se declara de relleno.
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-SYMBOL       PIC X(10).
           05 FILLER           PIC X(700).
      * strategy_decision.dat se lee como línea cruda; la fila se
      * desarma en WS-DEC-WORK al escribirla.
       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(100).
      * trader_checkpoint.dat, desarmado en WS-CKPT-WORK.
       FD  CKPT-FILE.
       01  CKPT-LINE           PIC X(200).
      * Mismo formato que EQUITY-RECORD de TRADER; solo se usan
      * capital, drawdown y fecha.
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 EQ-DRAWDOWN-PCT PIC 9(3)V99.
           05 FILLER          PIC X.
           05 EQ-DATE         PIC 9(8).
           05 FILLER          PIC X(120).
      * Mismo formato que INBOX-RECORD de ALERTS/ALERTACK.
       FD  INBOX-FILE.
       01  INBOX-RECORD.
           05 AIX-ID          PIC 9(6).
           05 FILLER          PIC X.
           05 AIX-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 AIX-RULE        PIC X(12).
           05 FILLER          PIC X.
           05 AIX-SEVERITY    PIC 9(1).
           05 FILLER          PIC X.
           05 AIX-RAISED      PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-STATUS      PIC X(4).
           05 FILLER          PIC X.
           05 AIX-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 AIX-ACK-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 AIX-NOTE        PIC X(30).
      * El ranking de SCREENER: encabezado y una línea por símbolo,
      * de mejor a peor (puesto, símbolo, puntos, percentiles de
      * fuerza relativa contra la referencia y el sector, "  -" sin
      * lectura, y las condiciones que dispararon).
       FD  RANKING-FILE.
       01  RANKING-RECORD.
           05 RNK-RANK        PIC X(2).
           05 FILLER          PIC X(2).
           05 RNK-SYMBOL      PIC X(10).
           05 FILLER          PIC X(3).
           05 RNK-SCORE       PIC X(2).
           05 FILLER          PIC X(6).
           05 RNK-RSREF       PIC X(3).
           05 FILLER          PIC X(4).
           05 RNK-RSSEC       PIC X(3).
           05 FILLER          PIC X(2).
           05 RNK-CONDS       PIC X(40).
           05 FILLER          PIC X(13).
       FD  JSON-FILE.
       01  JSON-RECORD.
           05 JS-LINE         PIC X(300).
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
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "JSONEXP".
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
      * Versión del juego de campos de los documentos.
       01  WS-SCHEMA-VERSION  PIC X(5) VALUE "1.0".
       01  WS-CONTROL-FS      PIC XX.
           88  WS-CONTROL-OK  VALUE "00".
           88  WS-CONTROL-EOF VALUE "10".
       01  WS-DEC-FS          PIC XX.
           88  WS-DEC-OK      VALUE "00".
           88  WS-DEC-EOF     VALUE "10".
       01  WS-CKPT-FS         PIC XX.
           88  WS-CKPT-OK     VALUE "00".
       01  WS-EQUITY-FS       PIC XX.
           88  WS-EQUITY-OK   VALUE "00".
           88  WS-EQUITY-EOF  VALUE "10".
       01  WS-INBOX-FS        PIC XX.
           88  WS-INBOX-OK    VALUE "00".
           88  WS-INBOX-EOF   VALUE "10".
       01  WS-RANK-FS         PIC XX.
           88  WS-RANK-OK     VALUE "00".
           88  WS-RANK-EOF    VALUE "10".
       01  WS-JSON-FS         PIC XX.
           88  WS-JSON-OK     VALUE "00".
       01  WS-CONTROL-PATH    PIC X(200).
       01  WS-DEC-PATH        PIC X(200).
       01  WS-CKPT-PATH       PIC X(200).
       01  WS-EQUITY-PATH     PIC X(200).
       01  WS-RANKING-PATH    PIC X(200).
       01  WS-JSON-PATH       PIC X(200).
       01  WS-OUT-DIR         PIC X(150) VALUE SPACES.
       01  WS-RUN-SYMBOL      PIC X(10) VALUE SPACES.
       01  WS-RUN-ID          PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-ENV-DATE        PIC X(8) VALUE SPACES.
       01  WS-RUN-INT         PIC 9(7) COMP-3.
       01  WS-NOW             PIC X(21).
       01  WS-GEN-STAMP       PIC X(19).
       01  WS-DEC-KEEP        PIC 9(2) COMP VALUE 5.
       01  WS-MAX-DEC         PIC 9(2) COMP VALUE 20.
       01  WS-EQ-KEEP         PIC 9(2) COMP VALUE 20.
       01  WS-MAX-EQ          PIC 9(2) COMP VALUE 60.
      * Símbolos del archivo de control, con el resumen que va al
      * documento de cartera.
       01  WS-SYM-TABLE.
           05 WS-SYM-ENTRY OCCURS 500 TIMES.
              10 SY-SYMBOL       PIC X(10).
              10 SY-DECISION     PIC X(4).
              10 SY-DEC-DATE     PIC X(8).
              10 SY-SIDE         PIC X(5).
              10 SY-SHARES       PIC 9(5) COMP.
              10 SY-HALTED       PIC X(1).
              10 SY-HAVE-EQUITY  PIC X(1).
              10 SY-LAST-EQUITY  PIC 9(9)V99 COMP-3.
              10 SY-HAVE-UNREAL  PIC X(1).
              10 SY-UNREALIZED   PIC S9(9)V99 COMP-3.
              10 SY-ALERTS       PIC 9(4) COMP.
              10 SY-RANK         PIC 9(4) COMP.
       01  WS-SYM-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SYMS        PIC 9(4) COMP VALUE 500.
       01  WS-S               PIC 9(4) COMP.
       01  WS-CUR-SYMBOL      PIC X(10).
      * Últimas filas de decisión del símbolo en curso (la más
      * reciente al final).
       01  WS-DEC-TABLE.
           05 DT-LINE OCCURS 20 TIMES PIC X(100).
       01  WS-DEC-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-D               PIC 9(2) COMP.
      * Mismo formato que DECISION-RECORD de STRATEGY; las columnas
      * agregadas con el tiempo llegan en blanco en filas viejas y
      * salen como null.
       01  WS-DEC-WORK.
           05 DW-DATE        PIC X(8).
           05 FILLER         PIC X.
           05 DW-OUT         PIC X(4).
           05 FILLER         PIC X.
           05 DW-SCORE       PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X.
           05 DW-MACD-VOTE   PIC S9(1).
           05 FILLER         PIC X.
           05 DW-RSI-VOTE    PIC S9(1).
           05 FILLER         PIC X.
           05 DW-BOLL-VOTE   PIC S9(1).
           05 FILLER         PIC X.
           05 DW-STOCH-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DW-PROFILE     PIC X(12).
           05 FILLER         PIC X.
           05 DW-PRICE       PIC 9(7)V9(4).
           05 FILLER         PIC X.
           05 DW-ADX         PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DW-REGIME      PIC X(1).
           05 FILLER         PIC X.
           05 DW-BLACKOUT    PIC X(1).
           05 FILLER         PIC X.
           05 DW-WEEKLY      PIC S9(1).
           05 FILLER         PIC X.
           05 DW-PROFILE-VER PIC 9(4).
           05 FILLER         PIC X.
           05 DW-BREADTH     PIC X(1).
           05 FILLER         PIC X(28).
      * Mismo formato que CKPT-RECORD de TRADER.
       01  WS-HAVE-CKPT       PIC X(1).
       01  WS-CKPT-WORK.
           05 CKW-FILE-IDX     PIC 9(3).
           05 FILLER           PIC X.
           05 CKW-CAPITAL      PIC 9(9)V99.
           05 FILLER           PIC X.
           05 CKW-POSITION     PIC S9(1).
           05 FILLER           PIC X.
           05 CKW-TRADE-PRICE  PIC 9(7)V9(4).
           05 FILLER           PIC X.
           05 CKW-SHARES       PIC 9(5).
           05 FILLER           PIC X.
           05 CKW-TRADE-COUNT  PIC 9(5).
           05 FILLER           PIC X.
           05 CKW-WIN-COUNT    PIC 9(5).
           05 FILLER           PIC X.
           05 CKW-PEAK-EQUITY  PIC 9(9)V99.
           05 FILLER           PIC X.
           05 CKW-MAX-DD-PCT   PIC 9(3)V99.
           05 FILLER           PIC X.
           05 CKW-SUM-RET      PIC S9(7)V9(4) SIGN IS LEADING
                                   SEPARATE.
           05 FILLER           PIC X.
           05 CKW-SUMSQ-RET    PIC 9(9)V9999.
           05 FILLER           PIC X.
           05 CKW-ATR-STOP     PIC 9(7)V9(4).
           05 FILLER           PIC X.
           05 CKW-MIN-PRICE    PIC 9(7)V9(4).
           05 FILLER           PIC X.
           05 CKW-MAX-PRICE    PIC 9(7)V9(4).
           05 FILLER           PIC X.
           05 CKW-ENTRY-DATE   PIC X(8).
           05 FILLER           PIC X.
           05 CKW-ENTRY-COUNT  PIC 9(2).
           05 FILLER           PIC X.
           05 CKW-CLOSED-COUNT PIC 9(5).
           05 FILLER           PIC X.
           05 CKW-LOSS-STREAK  PIC 9(3).
           05 FILLER           PIC X.
           05 CKW-HALT-FLAG    PIC X(1).
           05 FILLER           PIC X.
           05 CKW-HALT-REASON  PIC X(30).
           05 FILLER           PIC X.
           05 CKW-BARS-HELD    PIC 9(5).
           05 FILLER           PIC X(12).
      * Cola de la curva de equity del símbolo en curso.
       01  WS-EQ-TABLE.
           05 WS-EQ-ENTRY OCCURS 60 TIMES.
              10 ET-DATE         PIC X(8).
              10 ET-CAPITAL      PIC 9(9)V99 COMP-3.
              10 ET-DD-PCT       PIC 9(3)V99 COMP-3.
       01  WS-EQ-COUNT        PIC 9(2) COMP VALUE 0.
       01  WS-E               PIC 9(2) COMP.
       01  WS-UNREALIZED      PIC S9(9)V99 COMP-3.
      * Alertas abiertas de la casilla, de todos los símbolos.
       01  WS-ALR-TABLE.
           05 WS-ALR-ENTRY OCCURS 500 TIMES.
              10 AL-ID           PIC 9(6).
              10 AL-SYMBOL       PIC X(10).
              10 AL-RULE         PIC X(12).
              10 AL-SEVERITY     PIC 9(1).
              10 AL-RAISED       PIC 9(8).
       01  WS-ALR-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-ALRS        PIC 9(4) COMP VALUE 500.
       01  WS-A               PIC 9(4) COMP.
       01  WS-A-LAST          PIC 9(4) COMP.
       01  WS-AGE             PIC S9(7) COMP-3.
      * Ranking de SCREENER.
       01  WS-RNK-TABLE.
           05 WS-RNK-ENTRY OCCURS 500 TIMES.
              10 RK-RANK         PIC 9(4) COMP.
              10 RK-SYMBOL       PIC X(10).
              10 RK-SCORE        PIC X(2).
              10 RK-RSREF        PIC X(3).
              10 RK-RSSEC        PIC X(3).
              10 RK-CONDS        PIC X(40).
       01  WS-RNK-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-R               PIC 9(4) COMP.
       01  WS-R-HIT           PIC 9(4) COMP.
      * Armado de líneas JSON: nivel de sangría, clave, valor ya
      * formateado y si la línea lleva coma al final.
       01  WS-J-LEVEL         PIC 9(2) COMP VALUE 0.
       01  WS-J-PTR           PIC 9(3) COMP.
       01  WS-J-VPTR          PIC 9(3) COMP.
       01  WS-J-KEY           PIC X(30).
       01  WS-J-VAL           PIC X(200).
       01  WS-J-COMMA         PIC X(1) VALUE "Y".
       01  WS-J-BRACE         PIC X(1).
       01  WS-J-QUOTE         PIC X(1) VALUE '"'.
       01  WS-J-NUM           PIC S9(13)V9(4).
       01  WS-J-NUM-ED        PIC -(13)9.9(4).
       01  WS-J-INT           PIC S9(15).
       01  WS-J-INT-ED        PIC -(15)9.
       01  WS-J-DATE          PIC X(8).
       01  WS-J-TEXT          PIC X(60).
       01  WS-J-LEN           PIC 9(3) COMP.
       01  WS-J-K             PIC 9(3) COMP.
       01  WS-J-CHAR          PIC X(1).
      * Totales de cartera.
       01  WS-TOT-EQUITY      PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-UNREAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-OPEN        PIC 9(4) COMP VALUE 0.
       01  WS-TOT-LONG        PIC 9(4) COMP VALUE 0.
       01  WS-TOT-SHORT       PIC 9(4) COMP VALUE 0.
       01  WS-TOT-HALTED      PIC 9(4) COMP VALUE 0.
       01  WS-TOT-BUY         PIC 9(4) COMP VALUE 0.
       01  WS-TOT-SELL        PIC 9(4) COMP VALUE 0.
       01  WS-TOT-HOLD        PIC 9(4) COMP VALUE 0.
       01  WS-DOC-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa JSONEXP iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1500-CARGAR-SIMBOLOS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CARGAR-ALERTAS
           PERFORM 2500-CARGAR-RANKING
           PERFORM 3000-DOCUMENTO-SIMBOLO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
           PERFORM 4000-DOCUMENTO-CARTERA
           DISPLAY "[JSONEXP] " WS-DOC-COUNT " documentos, "
               WS-SYM-COUNT " símbolos, " WS-ALR-COUNT
               " alertas abiertas"
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE "batch_control.dat" TO WS-CONTROL-PATH
           MOVE "screener_report.dat" TO WS-RANKING-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-RUN-SYMBOL
                   WHEN WS-ARG1(1:5) = "DECN="
                       MOVE "DECN" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:5) = "TAIL="
                       MOVE "TAIL" TO WS-PARM-KEY
                       MOVE WS-ARG1(6:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:8) = "RANKING="
                       MOVE WS-ARG1(9:) TO WS-RANKING-PATH
                   WHEN WS-ARG1(1:4) = "DIR="
                       MOVE WS-ARG1(5:) TO WS-OUT-DIR
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-CONTROL-PATH
               END-EVALUATE
           END-PERFORM
           MOVE WS-RUN-SYMBOL TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-DEC-KEEP < 1 OR WS-DEC-KEEP > WS-MAX-DEC
               DISPLAY "WARNING: DECN= fuera de rango, se usa "
                   WS-MAX-DEC
               MOVE WS-MAX-DEC TO WS-DEC-KEEP
           END-IF
           IF WS-EQ-KEEP < 1 OR WS-EQ-KEEP > WS-MAX-EQ
               DISPLAY "WARNING: TAIL= fuera de rango, se usa "
                   WS-MAX-EQ
               MOVE WS-MAX-EQ TO WS-EQ-KEEP
           END-IF
           IF WS-RUN-SYMBOL = SPACES
               ACCEPT WS-RUN-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "TRADE_RUN_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "TRADE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ENV-DATE IS NUMERIC
               MOVE WS-ENV-DATE TO WS-RUN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                   MOVE 0 TO WS-RUN-DATE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           IF WS-RUN-DATE = 0
               MOVE WS-NOW(1:8) TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) "T"
               WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO WS-GEN-STAMP
           IF WS-OUT-DIR NOT = SPACES
               STRING FUNCTION TRIM(WS-OUT-DIR) "/"
                   DELIMITED BY SIZE INTO WS-OUT-DIR
           END-IF
           DISPLAY "[DEBUG] 1000-LEER-PARAMETROS - corrida del "
               WS-RUN-DATE " decisiones " WS-DEC-KEEP
               " filas de equity " WS-EQ-KEEP
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "DECN" TO PRM-NAME(1)
           MOVE "5" TO PRM-DEFAULT(1)
           MOVE "TAIL" TO PRM-NAME(2)
           MOVE "20" TO PRM-DEFAULT(2)
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
      * DECN=0 y TAIL=0 son válidos (la sección sale vacía).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 1
                   AND WS-PARM-I NOT = 2)
                   OR ((WS-PARM-I = 1 OR 2)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99)
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
           COMPUTE WS-DEC-KEEP = FUNCTION NUMVAL(PRM-VALUE(1))
           COMPUTE WS-EQ-KEEP = FUNCTION NUMVAL(PRM-VALUE(2)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin archivo de control se exporta solo el símbolo de la
      * corrida (el lote de un solo símbolo).
       1500-CARGAR-SIMBOLOS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF CTL-SYMBOL NOT = SPACES
                                   AND CTL-SYMBOL(1:1) NOT = "*"
                               MOVE CTL-SYMBOL TO WS-CUR-SYMBOL
                               PERFORM 1600-AGREGAR-SIMBOLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "WARNING: archivo de control ilegible FS="
                   WS-CONTROL-FS ", solo el símbolo de la corrida"
           END-IF
           IF WS-RUN-SYMBOL = SPACES AND WS-SYM-COUNT > 0
               MOVE SY-SYMBOL(1) TO WS-RUN-SYMBOL
           END-IF
           IF WS-RUN-SYMBOL NOT = SPACES
               MOVE WS-RUN-SYMBOL TO WS-CUR-SYMBOL
               PERFORM 1600-AGREGAR-SIMBOLO
           END-IF
           IF WS-SYM-COUNT = 0
               DISPLAY "ERROR: no hay símbolos que exportar"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

      * Agrega WS-CUR-SYMBOL a la tabla si no está.
       1600-AGREGAR-SIMBOLO.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
               IF SY-SYMBOL(WS-S) = WS-CUR-SYMBOL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SYM-COUNT >= WS-MAX-SYMS
               DISPLAY "WARNING: tabla de símbolos llena, "
                   WS-CUR-SYMBOL " descartado"
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYM-COUNT
           MOVE WS-CUR-SYMBOL TO SY-SYMBOL(WS-SYM-COUNT)
           EXIT.

      * Alertas abiertas; una casilla ausente es una casilla vacía.
       2000-CARGAR-ALERTAS.
           OPEN INPUT INBOX-FILE
           IF NOT WS-INBOX-OK
               DISPLAY "[DEBUG] 2000-CARGAR-ALERTAS - sin casilla de "
                   "alertas (FS=" WS-INBOX-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INBOX-EOF
               READ INBOX-FILE
                   AT END
                       SET WS-INBOX-EOF TO TRUE
                   NOT AT END
                       IF AIX-STATUS = "OPEN"
                           PERFORM 2100-ASENTAR-ALERTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INBOX-FILE
           EXIT.

       2100-ASENTAR-ALERTA.
           IF WS-ALR-COUNT >= WS-MAX-ALRS
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALR-COUNT
           MOVE AIX-ID TO AL-ID(WS-ALR-COUNT)
           MOVE AIX-SYMBOL TO AL-SYMBOL(WS-ALR-COUNT)
           MOVE AIX-RULE TO AL-RULE(WS-ALR-COUNT)
           MOVE AIX-SEVERITY TO AL-SEVERITY(WS-ALR-COUNT)
           MOVE AIX-RAISED TO AL-RAISED(WS-ALR-COUNT)
           EXIT.

      * Ranking de SCREENER: se salta el encabezado y toda línea sin
      * puesto numérico.
       2500-CARGAR-RANKING.
           OPEN INPUT RANKING-FILE
           IF NOT WS-RANK-OK
               DISPLAY "[DEBUG] 2500-CARGAR-RANKING - sin ranking "
                   "(FS=" WS-RANK-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RANK-EOF
               READ RANKING-FILE
                   AT END
                       SET WS-RANK-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(RNK-RANK) = 0
                               AND RNK-SYMBOL NOT = SPACES
                               AND WS-RNK-COUNT < WS-MAX-SYMS
                           ADD 1 TO WS-RNK-COUNT
                           COMPUTE RK-RANK(WS-RNK-COUNT) =
                               FUNCTION NUMVAL(RNK-RANK)
                           MOVE RNK-SYMBOL TO RK-SYMBOL(WS-RNK-COUNT)
                           MOVE RNK-SCORE TO RK-SCORE(WS-RNK-COUNT)
                           MOVE RNK-RSREF TO RK-RSREF(WS-RNK-COUNT)
                           MOVE RNK-RSSEC TO RK-RSSEC(WS-RNK-COUNT)
                           MOVE RNK-CONDS TO RK-CONDS(WS-RNK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RANKING-FILE
           EXIT.

      * Un documento por símbolo.
       3000-DOCUMENTO-SIMBOLO.
           MOVE SY-SYMBOL(WS-S) TO WS-CUR-SYMBOL
           PERFORM 3100-LEER-DECISIONES
           PERFORM 3200-LEER-CHECKPOINT
           PERFORM 3300-LEER-EQUITY
           MOVE 0 TO WS-R-HIT
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RNK-COUNT
               IF RK-SYMBOL(WS-R) = WS-CUR-SYMBOL AND WS-R-HIT = 0
                   MOVE WS-R TO WS-R-HIT
               END-IF
           END-PERFORM
           PERFORM 3900-RESUMIR-SIMBOLO
           MOVE SPACES TO WS-JSON-PATH
           STRING FUNCTION TRIM(WS-OUT-DIR) "dashboard_"
               FUNCTION TRIM(WS-CUR-SYMBOL) ".json"
               DELIMITED BY SIZE INTO WS-JSON-PATH
           OPEN OUTPUT JSON-FILE
           IF NOT WS-JSON-OK
               DISPLAY "ERROR: no se puede escribir "
                   FUNCTION TRIM(WS-JSON-PATH) " FS=" WS-JSON-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-ESCRIBIR-SIMBOLO
           CLOSE JSON-FILE
           ADD 1 TO WS-DOC-COUNT
           EXIT.

      * Las últimas WS-DEC-KEEP filas de decisión del símbolo.
       3100-LEER-DECISIONES.
           MOVE 0 TO WS-DEC-COUNT
           MOVE SPACES TO WS-DEC-PATH
           STRING "strategy_decision_" FUNCTION TRIM(WS-CUR-SYMBOL)
               ".dat" DELIMITED BY SIZE INTO WS-DEC-PATH
           OPEN INPUT DECISION-FILE
           IF NOT WS-DEC-OK AND WS-CUR-SYMBOL = WS-RUN-SYMBOL
               MOVE "strategy_decision.dat" TO WS-DEC-PATH
               OPEN INPUT DECISION-FILE
           END-IF
           IF NOT WS-DEC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEC-EOF
               READ DECISION-FILE
                   AT END
                       SET WS-DEC-EOF TO TRUE
                   NOT AT END
                       IF DECISION-LINE NOT = SPACES
                           PERFORM 3150-GUARDAR-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           EXIT.

      * Cola de largo fijo: con la tabla llena se corre todo un
      * lugar y la fila nueva entra al final.
       3150-GUARDAR-DECISION.
           IF WS-DEC-COUNT < WS-DEC-KEEP
               ADD 1 TO WS-DEC-COUNT
           ELSE
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D >= WS-DEC-COUNT
                   MOVE DT-LINE(WS-D + 1) TO DT-LINE(WS-D)
               END-PERFORM
           END-IF
           MOVE DECISION-LINE TO DT-LINE(WS-DEC-COUNT)
           EXIT.

      * Como OPSTAT: sin checkpoint (o vacío) la última corrida
      * terminó completa y la posición está plana.
       3200-LEER-CHECKPOINT.
           MOVE "N" TO WS-HAVE-CKPT
           MOVE SPACES TO WS-CKPT-WORK
           MOVE SPACES TO WS-CKPT-PATH
           STRING "trader_checkpoint_" FUNCTION TRIM(WS-CUR-SYMBOL)
               ".dat" DELIMITED BY SIZE INTO WS-CKPT-PATH
           OPEN INPUT CKPT-FILE
           IF NOT WS-CKPT-OK AND WS-CUR-SYMBOL = WS-RUN-SYMBOL
               MOVE "trader_checkpoint.dat" TO WS-CKPT-PATH
               OPEN INPUT CKPT-FILE
           END-IF
           IF NOT WS-CKPT-OK
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE INTO WS-CKPT-WORK
               AT END
                   CONTINUE
               NOT AT END
                   IF CKW-CAPITAL NUMERIC AND CKW-POSITION NUMERIC
                       MOVE "Y" TO WS-HAVE-CKPT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-READ
           CLOSE CKPT-FILE
           EXIT.

      * Las últimas WS-EQ-KEEP filas de la curva de equity.
       3300-LEER-EQUITY.
           MOVE 0 TO WS-EQ-COUNT
           MOVE SPACES TO WS-EQUITY-PATH
           STRING "equity_curve_" FUNCTION TRIM(WS-CUR-SYMBOL)
               ".dat" DELIMITED BY SIZE INTO WS-EQUITY-PATH
           OPEN INPUT EQUITY-FILE
           IF NOT WS-EQUITY-OK AND WS-CUR-SYMBOL = WS-RUN-SYMBOL
               MOVE "equity_curve.dat" TO WS-EQUITY-PATH
               OPEN INPUT EQUITY-FILE
           END-IF
           IF NOT WS-EQUITY-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EQUITY-EOF
               READ EQUITY-FILE
                   AT END
                       SET WS-EQUITY-EOF TO TRUE
                   NOT AT END
                       IF EQ-CAPITAL NUMERIC
                           PERFORM 3350-GUARDAR-EQUITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EQUITY-FILE
           EXIT.

       3350-GUARDAR-EQUITY.
           IF WS-EQ-COUNT < WS-EQ-KEEP
               ADD 1 TO WS-EQ-COUNT
           ELSE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E >= WS-EQ-COUNT
                   MOVE WS-EQ-ENTRY(WS-E + 1) TO WS-EQ-ENTRY(WS-E)
               END-PERFORM
           END-IF
           MOVE EQ-CAPITAL TO ET-CAPITAL(WS-EQ-COUNT)
           MOVE 0 TO ET-DD-PCT(WS-EQ-COUNT)
           IF EQ-DRAWDOWN-PCT NUMERIC
               MOVE EQ-DRAWDOWN-PCT TO ET-DD-PCT(WS-EQ-COUNT)
           END-IF
           MOVE SPACES TO ET-DATE(WS-EQ-COUNT)
           IF EQ-DATE NUMERIC
               MOVE EQ-DATE TO ET-DATE(WS-EQ-COUNT)
           END-IF
           EXIT.

      * Lo que el documento de cartera necesita de este símbolo.
       3900-RESUMIR-SIMBOLO.
           MOVE SPACES TO SY-DECISION(WS-S)
           MOVE SPACES TO SY-DEC-DATE(WS-S)
           IF WS-DEC-COUNT > 0
               MOVE DT-LINE(WS-DEC-COUNT) TO WS-DEC-WORK
               MOVE DW-OUT TO SY-DECISION(WS-S)
               MOVE DW-DATE TO SY-DEC-DATE(WS-S)
               EVALUATE DW-OUT
                   WHEN "BUY "
                       ADD 1 TO WS-TOT-BUY
                   WHEN "SELL"
                       ADD 1 TO WS-TOT-SELL
                   WHEN "HOLD"
                       ADD 1 TO WS-TOT-HOLD
               END-EVALUATE
           END-IF
           MOVE "FLAT" TO SY-SIDE(WS-S)
           MOVE 0 TO SY-SHARES(WS-S)
           MOVE "N" TO SY-HALTED(WS-S)
           IF WS-HAVE-CKPT = "Y"
               IF CKW-HALT-FLAG = "Y"
                   MOVE "Y" TO SY-HALTED(WS-S)
                   ADD 1 TO WS-TOT-HALTED
               END-IF
               EVALUATE CKW-POSITION
                   WHEN 1
                       MOVE "LONG" TO SY-SIDE(WS-S)
                       ADD 1 TO WS-TOT-LONG
                   WHEN -1
                       MOVE "SHORT" TO SY-SIDE(WS-S)
                       ADD 1 TO WS-TOT-SHORT
               END-EVALUATE
               IF CKW-POSITION NOT = 0
                   ADD 1 TO WS-TOT-OPEN
                   IF CKW-SHARES NUMERIC
                       MOVE CKW-SHARES TO SY-SHARES(WS-S)
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO SY-HAVE-EQUITY(WS-S)
           MOVE "N" TO SY-HAVE-UNREAL(WS-S)
           MOVE 0 TO SY-LAST-EQUITY(WS-S)
           MOVE 0 TO SY-UNREALIZED(WS-S)
           IF WS-EQ-COUNT > 0
               MOVE "Y" TO SY-HAVE-EQUITY(WS-S)
               MOVE ET-CAPITAL(WS-EQ-COUNT) TO SY-LAST-EQUITY(WS-S)
               ADD ET-CAPITAL(WS-EQ-COUNT) TO WS-TOT-EQUITY
               IF WS-HAVE-CKPT = "Y" AND CKW-POSITION NOT = 0
                   COMPUTE WS-UNREALIZED =
                       ET-CAPITAL(WS-EQ-COUNT) - CKW-CAPITAL
                   MOVE "Y" TO SY-HAVE-UNREAL(WS-S)
                   MOVE WS-UNREALIZED TO SY-UNREALIZED(WS-S)
                   ADD WS-UNREALIZED TO WS-TOT-UNREAL
               END-IF
           END-IF
           MOVE 0 TO SY-ALERTS(WS-S)
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ALR-COUNT
               IF AL-SYMBOL(WS-A) = WS-CUR-SYMBOL
                   ADD 1 TO SY-ALERTS(WS-S)
               END-IF
           END-PERFORM
           MOVE 0 TO SY-RANK(WS-S)
           IF WS-R-HIT > 0
               MOVE RK-RANK(WS-R-HIT) TO SY-RANK(WS-S)
           END-IF
           EXIT.

      * Documento de cartera: totales, una fila por símbolo y el
      * ranking completo.
       4000-DOCUMENTO-CARTERA.
           MOVE SPACES TO WS-JSON-PATH
           STRING FUNCTION TRIM(WS-OUT-DIR) "dashboard_portfolio.json"
               DELIMITED BY SIZE INTO WS-JSON-PATH
           OPEN OUTPUT JSON-FILE
           IF NOT WS-JSON-OK
               DISPLAY "ERROR: no se puede escribir "
                   FUNCTION TRIM(WS-JSON-PATH) " FS=" WS-JSON-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "trd-dashboard-portfolio" TO WS-J-TEXT
           PERFORM 6000-ENCABEZADO
           MOVE "symbol_count" TO WS-J-KEY
           MOVE WS-SYM-COUNT TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "totals" TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "equity" TO WS-J-KEY
           MOVE WS-TOT-EQUITY TO WS-J-NUM
           PERFORM 7000-VALOR-NUMERO
           PERFORM 7100-MIEMBRO
           MOVE "unrealized_pnl" TO WS-J-KEY
           MOVE WS-TOT-UNREAL TO WS-J-NUM
           PERFORM 7000-VALOR-NUMERO
           PERFORM 7100-MIEMBRO
           MOVE "open_positions" TO WS-J-KEY
           MOVE WS-TOT-OPEN TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "long_positions" TO WS-J-KEY
           MOVE WS-TOT-LONG TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "short_positions" TO WS-J-KEY
           MOVE WS-TOT-SHORT TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "halted" TO WS-J-KEY
           MOVE WS-TOT-HALTED TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "open_alerts" TO WS-J-KEY
           MOVE WS-ALR-COUNT TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "buy_decisions" TO WS-J-KEY
           MOVE WS-TOT-BUY TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "sell_decisions" TO WS-J-KEY
           MOVE WS-TOT-SELL TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "hold_decisions" TO WS-J-KEY
           MOVE WS-TOT-HOLD TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE "}" TO WS-J-BRACE
           PERFORM 7220-CERRAR
           MOVE "symbols" TO WS-J-KEY
           MOVE "[" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           PERFORM 4100-FILA-SIMBOLO
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SYM-COUNT
           MOVE "]" TO WS-J-BRACE
           PERFORM 7220-CERRAR
           MOVE "ranking" TO WS-J-KEY
           MOVE "[" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           PERFORM 4200-FILA-RANKING
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RNK-COUNT
           MOVE "]" TO WS-J-BRACE
           MOVE "N" TO WS-J-COMMA
           PERFORM 7220-CERRAR
           MOVE "}" TO WS-J-BRACE
           MOVE "N" TO WS-J-COMMA
           PERFORM 7220-CERRAR
           CLOSE JSON-FILE
           ADD 1 TO WS-DOC-COUNT
           EXIT.

       4100-FILA-SIMBOLO.
           MOVE SPACES TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "symbol" TO WS-J-KEY
           MOVE SY-SYMBOL(WS-S) TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "document" TO WS-J-KEY
           MOVE SPACES TO WS-J-TEXT
           STRING "dashboard_" FUNCTION TRIM(SY-SYMBOL(WS-S)) ".json"
               DELIMITED BY SIZE INTO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "decision" TO WS-J-KEY
           MOVE SY-DECISION(WS-S) TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           MOVE "decision_date" TO WS-J-KEY
           MOVE SY-DEC-DATE(WS-S) TO WS-J-DATE
           PERFORM 7020-VALOR-FECHA
           PERFORM 7100-MIEMBRO
           MOVE "side" TO WS-J-KEY
           MOVE SY-SIDE(WS-S) TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "shares" TO WS-J-KEY
           MOVE SY-SHARES(WS-S) TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "halted" TO WS-J-KEY
           MOVE "false" TO WS-J-VAL
           IF SY-HALTED(WS-S) = "Y"
               MOVE "true" TO WS-J-VAL
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "last_equity" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF SY-HAVE-EQUITY(WS-S) = "Y"
               MOVE SY-LAST-EQUITY(WS-S) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "unrealized_pnl" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF SY-HAVE-UNREAL(WS-S) = "Y"
               MOVE SY-UNREALIZED(WS-S) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "open_alerts" TO WS-J-KEY
           MOVE SY-ALERTS(WS-S) TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "screener_rank" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF SY-RANK(WS-S) > 0
               MOVE SY-RANK(WS-S) TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE "}" TO WS-J-BRACE
           IF WS-S = WS-SYM-COUNT
               MOVE "N" TO WS-J-COMMA
           END-IF
           PERFORM 7220-CERRAR
           EXIT.

       4200-FILA-RANKING.
           MOVE SPACES TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "symbol" TO WS-J-KEY
           MOVE RK-SYMBOL(WS-R) TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE WS-R TO WS-R-HIT
           MOVE "N" TO WS-J-COMMA
           PERFORM 6500-CAMPOS-RANKING
           MOVE "}" TO WS-J-BRACE
           IF WS-R = WS-RNK-COUNT
               MOVE "N" TO WS-J-COMMA
           END-IF
           PERFORM 7220-CERRAR
           EXIT.

      * Cuerpo del documento de un símbolo.
       5000-ESCRIBIR-SIMBOLO.
           MOVE SPACES TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "trd-dashboard-symbol" TO WS-J-TEXT
           PERFORM 6000-ENCABEZADO
           MOVE "symbol" TO WS-J-KEY
           MOVE WS-CUR-SYMBOL TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
      * Decisión vigente y las anteriores.
           MOVE "decision" TO WS-J-KEY
           IF WS-DEC-COUNT = 0
               MOVE "null" TO WS-J-VAL
               PERFORM 7100-MIEMBRO
           ELSE
               MOVE WS-DEC-COUNT TO WS-D
               PERFORM 6100-OBJETO-DECISION
           END-IF
           MOVE "decisions" TO WS-J-KEY
           MOVE "[" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEC-COUNT
               MOVE SPACES TO WS-J-KEY
               IF WS-D = WS-DEC-COUNT
                   MOVE "N" TO WS-J-COMMA
               END-IF
               PERFORM 6100-OBJETO-DECISION
           END-PERFORM
           MOVE "]" TO WS-J-BRACE
           PERFORM 7220-CERRAR
      * Posición.
           PERFORM 6200-OBJETO-POSICION
      * Cola de la curva.
           MOVE "equity_tail" TO WS-J-KEY
           MOVE "[" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EQ-COUNT
               MOVE SPACES TO WS-J-KEY
               MOVE "{" TO WS-J-BRACE
               PERFORM 7200-ABRIR
               MOVE "date" TO WS-J-KEY
               MOVE ET-DATE(WS-E) TO WS-J-DATE
               PERFORM 7020-VALOR-FECHA
               PERFORM 7100-MIEMBRO
               MOVE "equity" TO WS-J-KEY
               MOVE ET-CAPITAL(WS-E) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
               PERFORM 7100-MIEMBRO
               MOVE "drawdown_pct" TO WS-J-KEY
               MOVE ET-DD-PCT(WS-E) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
               MOVE "N" TO WS-J-COMMA
               PERFORM 7100-MIEMBRO
               MOVE "}" TO WS-J-BRACE
               IF WS-E = WS-EQ-COUNT
                   MOVE "N" TO WS-J-COMMA
               END-IF
               PERFORM 7220-CERRAR
           END-PERFORM
           MOVE "]" TO WS-J-BRACE
           PERFORM 7220-CERRAR
      * Alertas abiertas del símbolo.
           MOVE 0 TO WS-A-LAST
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ALR-COUNT
               IF AL-SYMBOL(WS-A) = WS-CUR-SYMBOL
                   MOVE WS-A TO WS-A-LAST
               END-IF
           END-PERFORM
           MOVE "alerts_open" TO WS-J-KEY
           MOVE "[" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-A-LAST
               IF AL-SYMBOL(WS-A) = WS-CUR-SYMBOL
                   PERFORM 6300-OBJETO-ALERTA
               END-IF
           END-PERFORM
           MOVE "]" TO WS-J-BRACE
           PERFORM 7220-CERRAR
      * Renglón del ranking.
           MOVE "screener" TO WS-J-KEY
           IF WS-R-HIT = 0
               MOVE "null" TO WS-J-VAL
               MOVE "N" TO WS-J-COMMA
               PERFORM 7100-MIEMBRO
           ELSE
               MOVE "{" TO WS-J-BRACE
               PERFORM 7200-ABRIR
               MOVE "N" TO WS-J-COMMA
               PERFORM 6500-CAMPOS-RANKING
               MOVE "}" TO WS-J-BRACE
               MOVE "N" TO WS-J-COMMA
               PERFORM 7220-CERRAR
           END-IF
           MOVE "}" TO WS-J-BRACE
           MOVE "N" TO WS-J-COMMA
           PERFORM 7220-CERRAR
           EXIT.

      * Campos comunes de todo documento; WS-J-TEXT trae el nombre
      * del esquema.
       6000-ENCABEZADO.
           MOVE "schema" TO WS-J-KEY
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "schema_version" TO WS-J-KEY
           MOVE WS-SCHEMA-VERSION TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "generated_at" TO WS-J-KEY
           MOVE WS-GEN-STAMP TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "business_date" TO WS-J-KEY
           MOVE WS-RUN-DATE TO WS-J-DATE
           PERFORM 7020-VALOR-FECHA
           PERFORM 7100-MIEMBRO
           MOVE "run_id" TO WS-J-KEY
           MOVE WS-RUN-ID TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           EXIT.

      * Objeto de la fila de decisión WS-D, con la clave que traiga
      * WS-J-KEY (en blanco dentro del arreglo). La coma del cierre
      * es la que el llamador dejó en WS-J-COMMA.
       6100-OBJETO-DECISION.
           MOVE WS-J-COMMA TO WS-J-BRACE
           MOVE DT-LINE(WS-D) TO WS-DEC-WORK
           MOVE "Y" TO WS-J-COMMA
           IF WS-J-BRACE = "N"
               MOVE "{" TO WS-J-BRACE
               PERFORM 7200-ABRIR
               MOVE "N" TO WS-J-BRACE
           ELSE
               MOVE "{" TO WS-J-BRACE
               PERFORM 7200-ABRIR
               MOVE "Y" TO WS-J-BRACE
           END-IF
           MOVE "date" TO WS-J-KEY
           MOVE DW-DATE TO WS-J-DATE
           PERFORM 7020-VALOR-FECHA
           PERFORM 7100-MIEMBRO
           MOVE "decision" TO WS-J-KEY
           MOVE DW-OUT TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           MOVE "score" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-SCORE NUMERIC
               MOVE DW-SCORE TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "votes" TO WS-J-KEY
           MOVE WS-J-BRACE TO WS-J-CHAR
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "macd" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-MACD-VOTE NUMERIC
               MOVE DW-MACD-VOTE TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "rsi" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-RSI-VOTE NUMERIC
               MOVE DW-RSI-VOTE TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "bollinger" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-BOLL-VOTE NUMERIC
               MOVE DW-BOLL-VOTE TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "stochastic" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-STOCH-VOTE NUMERIC
               MOVE DW-STOCH-VOTE TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "weekly" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-WEEKLY NUMERIC
               MOVE DW-WEEKLY TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE "}" TO WS-J-BRACE
           PERFORM 7220-CERRAR
           MOVE WS-J-CHAR TO WS-J-BRACE
           MOVE "profile" TO WS-J-KEY
           MOVE DW-PROFILE TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           MOVE "profile_version" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-PROFILE-VER NUMERIC
               MOVE DW-PROFILE-VER TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "price" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-PRICE NUMERIC
               MOVE DW-PRICE TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "adx" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF DW-ADX NUMERIC
               MOVE DW-ADX TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "regime" TO WS-J-KEY
           MOVE DW-REGIME TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           MOVE "blackout" TO WS-J-KEY
           MOVE DW-BLACKOUT TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           PERFORM 7100-MIEMBRO
           MOVE "breadth" TO WS-J-KEY
           MOVE DW-BREADTH TO WS-J-TEXT
           PERFORM 7040-VALOR-TEXTO-NULO
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE WS-J-BRACE TO WS-J-COMMA
           MOVE "}" TO WS-J-BRACE
           PERFORM 7220-CERRAR
           EXIT.

      * Estado de la posición, como lo muestra OPSTAT.
       6200-OBJETO-POSICION.
           MOVE "position" TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "source" TO WS-J-KEY
           IF WS-HAVE-CKPT = "Y"
               MOVE "checkpoint" TO WS-J-TEXT
           ELSE
               MOVE "none" TO WS-J-TEXT
           END-IF
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "side" TO WS-J-KEY
           MOVE SY-SIDE(WS-S) TO WS-J-TEXT
           IF WS-HAVE-CKPT = "Y"
               EVALUATE CKW-POSITION
                   WHEN 1
                       MOVE "LONG" TO WS-J-TEXT
                   WHEN -1
                       MOVE "SHORT" TO WS-J-TEXT
                   WHEN OTHER
                       MOVE "FLAT" TO WS-J-TEXT
               END-EVALUATE
           ELSE
               MOVE "FLAT" TO WS-J-TEXT
           END-IF
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "shares" TO WS-J-KEY
           MOVE 0 TO WS-J-INT
           IF WS-HAVE-CKPT = "Y" AND CKW-POSITION NOT = 0
                   AND CKW-SHARES NUMERIC
               MOVE CKW-SHARES TO WS-J-INT
           END-IF
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
      * Los campos de la posición viva van en null si está plana.
           IF WS-HAVE-CKPT = "Y" AND CKW-POSITION NOT = 0
               MOVE "Y" TO WS-J-CHAR
           ELSE
               MOVE "N" TO WS-J-CHAR
           END-IF
           MOVE "entry_price" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-TRADE-PRICE NUMERIC
               MOVE CKW-TRADE-PRICE TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "entry_date" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y"
               MOVE CKW-ENTRY-DATE TO WS-J-DATE
               PERFORM 7020-VALOR-FECHA
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "entry_count" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-ENTRY-COUNT NUMERIC
               MOVE CKW-ENTRY-COUNT TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "atr_stop" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-ATR-STOP NUMERIC
               IF CKW-ATR-STOP > 0
                   MOVE CKW-ATR-STOP TO WS-J-NUM
                   PERFORM 7000-VALOR-NUMERO
               END-IF
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "min_price" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-MIN-PRICE NUMERIC
               MOVE CKW-MIN-PRICE TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "max_price" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-MAX-PRICE NUMERIC
               MOVE CKW-MAX-PRICE TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "bars_held" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-J-CHAR = "Y" AND CKW-BARS-HELD NUMERIC
               MOVE CKW-BARS-HELD TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "unrealized_pnl" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF SY-HAVE-UNREAL(WS-S) = "Y"
               MOVE SY-UNREALIZED(WS-S) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
      * Cuenta: del checkpoint si lo hay.
           MOVE "cash" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y"
               MOVE CKW-CAPITAL TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "peak_equity" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-PEAK-EQUITY NUMERIC
               MOVE CKW-PEAK-EQUITY TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "max_drawdown_pct" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-MAX-DD-PCT NUMERIC
               MOVE CKW-MAX-DD-PCT TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "halted" TO WS-J-KEY
           MOVE "false" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-HALT-FLAG = "Y"
               MOVE "true" TO WS-J-VAL
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "halt_reason" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-HALT-FLAG = "Y"
               MOVE CKW-HALT-REASON TO WS-J-TEXT
               PERFORM 7040-VALOR-TEXTO-NULO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "trades_closed" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-CLOSED-COUNT NUMERIC
               MOVE CKW-CLOSED-COUNT TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "wins" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-WIN-COUNT NUMERIC
               MOVE CKW-WIN-COUNT TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "loss_streak" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-HAVE-CKPT = "Y" AND CKW-LOSS-STREAK NUMERIC
               MOVE CKW-LOSS-STREAK TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
      * Última valuación de la curva.
           MOVE "last_equity" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-EQ-COUNT > 0
               MOVE ET-CAPITAL(WS-EQ-COUNT) TO WS-J-NUM
               PERFORM 7000-VALOR-NUMERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "last_equity_date" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF WS-EQ-COUNT > 0
               MOVE ET-DATE(WS-EQ-COUNT) TO WS-J-DATE
               PERFORM 7020-VALOR-FECHA
           END-IF
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE "}" TO WS-J-BRACE
           PERFORM 7220-CERRAR
           EXIT.

      * Una alerta abierta (WS-A); la última del símbolo (WS-A-LAST)
      * cierra sin coma.
       6300-OBJETO-ALERTA.
           MOVE SPACES TO WS-J-KEY
           MOVE "{" TO WS-J-BRACE
           PERFORM 7200-ABRIR
           MOVE "id" TO WS-J-KEY
           MOVE AL-ID(WS-A) TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "rule" TO WS-J-KEY
           MOVE AL-RULE(WS-A) TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           PERFORM 7100-MIEMBRO
           MOVE "severity" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF AL-SEVERITY(WS-A) NUMERIC
               MOVE AL-SEVERITY(WS-A) TO WS-J-INT
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "raised" TO WS-J-KEY
           MOVE AL-RAISED(WS-A) TO WS-J-DATE
           PERFORM 7020-VALOR-FECHA
           PERFORM 7100-MIEMBRO
           MOVE "age_days" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF AL-RAISED(WS-A) NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(AL-RAISED(WS-A)) = 0
                   COMPUTE WS-AGE =
                       FUNCTION INTEGER-OF-DATE(AL-RAISED(WS-A))
                   COMPUTE WS-AGE = WS-RUN-INT - WS-AGE
                   MOVE WS-AGE TO WS-J-INT
                   PERFORM 7010-VALOR-ENTERO
               END-IF
           END-IF
           MOVE "N" TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           MOVE "}" TO WS-J-BRACE
           IF WS-A = WS-A-LAST
               MOVE "N" TO WS-J-COMMA
           END-IF
           PERFORM 7220-CERRAR
           EXIT.

      * Campos del renglón de ranking WS-R-HIT; el último va con la
      * coma que dejó el llamador en WS-J-COMMA.
       6500-CAMPOS-RANKING.
           MOVE WS-J-COMMA TO WS-J-BRACE
           MOVE "Y" TO WS-J-COMMA
           MOVE "rank" TO WS-J-KEY
           MOVE RK-RANK(WS-R-HIT) TO WS-J-INT
           PERFORM 7010-VALOR-ENTERO
           PERFORM 7100-MIEMBRO
           MOVE "score" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF FUNCTION TEST-NUMVAL(RK-SCORE(WS-R-HIT)) = 0
               COMPUTE WS-J-INT = FUNCTION NUMVAL(RK-SCORE(WS-R-HIT))
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "rs_ref_pct" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF FUNCTION TEST-NUMVAL(RK-RSREF(WS-R-HIT)) = 0
               COMPUTE WS-J-INT = FUNCTION NUMVAL(RK-RSREF(WS-R-HIT))
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "rs_sector_pct" TO WS-J-KEY
           MOVE "null" TO WS-J-VAL
           IF FUNCTION TEST-NUMVAL(RK-RSSEC(WS-R-HIT)) = 0
               COMPUTE WS-J-INT = FUNCTION NUMVAL(RK-RSSEC(WS-R-HIT))
               PERFORM 7010-VALOR-ENTERO
           END-IF
           PERFORM 7100-MIEMBRO
           MOVE "conditions" TO WS-J-KEY
           MOVE RK-CONDS(WS-R-HIT) TO WS-J-TEXT
           PERFORM 7030-VALOR-TEXTO
           MOVE WS-J-BRACE TO WS-J-COMMA
           PERFORM 7100-MIEMBRO
           EXIT.

      * Número con decimales, sin ceros a la izquierda.
       7000-VALOR-NUMERO.
           MOVE WS-J-NUM TO WS-J-NUM-ED
           MOVE FUNCTION TRIM(WS-J-NUM-ED) TO WS-J-VAL
           EXIT.

       7010-VALOR-ENTERO.
           MOVE WS-J-INT TO WS-J-INT-ED
           MOVE FUNCTION TRIM(WS-J-INT-ED) TO WS-J-VAL
           EXIT.

      * Fecha aaaammdd a "aaaa-mm-dd"; null si no es una fecha.
       7020-VALOR-FECHA.
           MOVE "null" TO WS-J-VAL
           IF WS-J-DATE IS NUMERIC AND WS-J-DATE NOT = "00000000"
               MOVE SPACES TO WS-J-VAL
               STRING WS-J-QUOTE WS-J-DATE(1:4) "-" WS-J-DATE(5:2)
                   "-" WS-J-DATE(7:2) WS-J-QUOTE
                   DELIMITED BY SIZE INTO WS-J-VAL
           END-IF
           EXIT.

      * Texto entre comillas, sin los blancos de la derecha y con
      * las comillas y barras invertidas escapadas; un carácter de
      * control se cambia por un blanco.
       7030-VALOR-TEXTO.
           MOVE 60 TO WS-J-LEN
           PERFORM UNTIL WS-J-LEN = 0
                   OR WS-J-TEXT(WS-J-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-J-LEN
           END-PERFORM
           MOVE SPACES TO WS-J-VAL
           MOVE 1 TO WS-J-VPTR
           STRING WS-J-QUOTE DELIMITED BY SIZE
               INTO WS-J-VAL WITH POINTER WS-J-VPTR
           PERFORM VARYING WS-J-K FROM 1 BY 1 UNTIL WS-J-K > WS-J-LEN
               MOVE WS-J-TEXT(WS-J-K:1) TO WS-J-CHAR
               EVALUATE TRUE
                   WHEN WS-J-CHAR = WS-J-QUOTE OR WS-J-CHAR = "\"
                       STRING "\" WS-J-CHAR DELIMITED BY SIZE
                           INTO WS-J-VAL WITH POINTER WS-J-VPTR
                   WHEN WS-J-CHAR < SPACE
                       STRING " " DELIMITED BY SIZE
                           INTO WS-J-VAL WITH POINTER WS-J-VPTR
                   WHEN OTHER
                       STRING WS-J-CHAR DELIMITED BY SIZE
                           INTO WS-J-VAL WITH POINTER WS-J-VPTR
               END-EVALUATE
           END-PERFORM
           STRING WS-J-QUOTE DELIMITED BY SIZE
               INTO WS-J-VAL WITH POINTER WS-J-VPTR
           EXIT.

      * Igual que 7030, pero un texto en blanco sale como null.
       7040-VALOR-TEXTO-NULO.
           IF WS-J-TEXT = SPACES
               MOVE "null" TO WS-J-VAL
           ELSE
               PERFORM 7030-VALOR-TEXTO
           END-IF
           EXIT.

      * "clave": valor, con la sangría del nivel y la coma si sigue
      * otro miembro. La coma vuelve a "Y" para el siguiente.
       7100-MIEMBRO.
           MOVE SPACES TO JS-LINE
           COMPUTE WS-J-PTR = WS-J-LEVEL * 2 + 1
           STRING WS-J-QUOTE DELIMITED BY SIZE
               WS-J-KEY DELIMITED BY SPACE
               WS-J-QUOTE ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-J-VAL) DELIMITED BY SIZE
               INTO JS-LINE WITH POINTER WS-J-PTR
           IF WS-J-COMMA = "Y"
               STRING "," DELIMITED BY SIZE
                   INTO JS-LINE WITH POINTER WS-J-PTR
           END-IF
           WRITE JSON-RECORD
           MOVE "Y" TO WS-J-COMMA
           EXIT.

      * Abre un objeto o arreglo (WS-J-BRACE), con clave si
      * WS-J-KEY no está en blanco, y baja un nivel.
       7200-ABRIR.
           MOVE SPACES TO JS-LINE
           COMPUTE WS-J-PTR = WS-J-LEVEL * 2 + 1
           IF WS-J-KEY NOT = SPACES
               STRING WS-J-QUOTE DELIMITED BY SIZE
                   WS-J-KEY DELIMITED BY SPACE
                   WS-J-QUOTE ": " DELIMITED BY SIZE
                   INTO JS-LINE WITH POINTER WS-J-PTR
           END-IF
           STRING WS-J-BRACE DELIMITED BY SIZE
               INTO JS-LINE WITH POINTER WS-J-PTR
           WRITE JSON-RECORD
           ADD 1 TO WS-J-LEVEL
           EXIT.

      * Cierra el objeto o arreglo (WS-J-BRACE) y sube un nivel.
       7220-CERRAR.
           SUBTRACT 1 FROM WS-J-LEVEL
           MOVE SPACES TO JS-LINE
           COMPUTE WS-J-PTR = WS-J-LEVEL * 2 + 1
           STRING WS-J-BRACE DELIMITED BY SIZE
               INTO JS-LINE WITH POINTER WS-J-PTR
           IF WS-J-COMMA = "Y"
               STRING "," DELIMITED BY SIZE
                   INTO JS-LINE WITH POINTER WS-J-PTR
           END-IF
           WRITE JSON-RECORD
           MOVE "Y" TO WS-J-COMMA
           EXIT.

       9000-FINALIZAR.
           EVALUATE WS-EXIT-CODE
               WHEN 0
                   MOVE "OK  " TO WS-AUDIT-STATUS
               WHEN 2
                   MOVE "FLG " TO WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE "ERR " TO WS-AUDIT-STATUS
           END-EVALUATE
           MOVE WS-DOC-COUNT TO WS-AUDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
