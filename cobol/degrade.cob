       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGRADE.
      * Vigilancia del deterioro de la estrategia. Lee
      * trade_ledger.dat, toma el retorno realizado de cada operación
      * (P&L sobre el nocional de entrada, en %; el mismo filtro de
      * filas que SIZESTUDY) y la atribuye al perfil y versión que
      * regían el día de la entrada según strategy_decision.dat
      * (DEC-PROFILE/DEC-PROFILE-VER de la última decisión en o antes
      * de LED-ENTRY-DATE). PROFILE= y VERSION= fuerzan la
      * atribución de todo el ledger a una versión.
      * Cada versión se mide contra la línea base con que se aprobó
      * (PH-BASE-EXP/PH-BASE-SD de strategy_profiles_hist.dat, la
      * expectativa y el desvío por operación en %):
      *   - CUSUM inferior de Page sobre el retorno estandarizado,
      *     S = max(0, S + (base - r)/desvío - K); alarma si S > H
      *     (K= 0.5 y H= 4.0 por omisión);
      *   - expectativa móvil de las últimas WINDOW= operaciones
      *     (20 por omisión), z = (media - base)/(desvío/raíz(n));
      *     significativa si z < -ZCRIT= (2.33 por omisión, 1% a una
      *     cola).
      * Una versión sin línea base se informa y no se prueba.
      * Con deterioro significativo asienta la alerta DEGRADE en
      * alert_inbox.dat (una sola abierta por símbolo y regla;
      * símbolo = SYMBOL= o el nombre del perfil) y suspende la
      * versión vía PROFMAINT SUSPEND con OPERATOR= (DEGRADE por
      * omisión, que debe tener PROFSUSP en
      * operator_entitlements.dat), con lo que STRATEGY deja de
      * emitir entradas bajo ella hasta que alguien la rehabilite con
      * PROFMAINT ENABLE. Una versión ya suspendida no se vuelve a
      * suspender. REPORT mide e informa sin alertar ni suspender.
      * Uso: DEGRADE [ledger] PROFILE= VERSION= K= H= WINDOW= ZCRIT=
      *      SYMBOL= OPERATOR= [REPORT]
      * Salida: degrade_report.dat; RC 2 si alguna versión se
      * deterioró.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DECISION-FILE ASSIGN TO "strategy_decision.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FS.
           SELECT HIST-FILE ASSIGN TO "strategy_profiles_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.
           SELECT SUSP-FILE ASSIGN TO "strategy_profiles_susp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUSP-FS.
           SELECT INBOX-FILE ASSIGN TO "alert_inbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-ID
               FILE STATUS IS WS-INBOX-FS.
           SELECT DG-OUT-FILE ASSIGN TO "degrade_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
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
      * Mismo formato que LEDGER-RECORD de TRADER.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-TRADE-NUM   PIC 9(5).
           05 FILLER          PIC X.
           05 LED-TYPE        PIC X(5).
           05 FILLER          PIC X.
           05 LED-ENTRY       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 LED-EXIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 LED-SHARES      PIC 9(5).
           05 FILLER          PIC X.
           05 LED-PNL         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 LED-CAPITAL     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 LED-MAE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-MFE-PCT     PIC 9(3)V99.
           05 FILLER          PIC X.
           05 LED-ENTRY-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 LED-EXIT-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 LED-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 LED-BASE-PNL    PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 LED-GAP         PIC X(1).
           05 FILLER          PIC X.
           05 LED-EXIT-RULE   PIC X(12).
           05 FILLER          PIC X.
           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
      * Mismo formato que DECISION-RECORD de STRATEGY.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DEC-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 DEC-OUT        PIC X(4).
           05 FILLER         PIC X.
           05 DEC-SCORE      PIC S9(3)V99 SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X.
           05 DEC-MACD-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-RSI-VOTE   PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-BOLL-VOTE  PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-STOCH-VOTE PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE    PIC X(12).
           05 FILLER         PIC X.
           05 DEC-PRICE      PIC 9(7)V9(4).
           05 FILLER         PIC X.
           05 DEC-ADX        PIC 9(3)V99.
           05 FILLER         PIC X.
           05 DEC-REGIME     PIC X(1).
           05 FILLER         PIC X.
           05 DEC-BLACKOUT   PIC X(1).
           05 FILLER         PIC X.
           05 DEC-WEEKLY     PIC S9(1).
           05 FILLER         PIC X.
           05 DEC-PROFILE-VER PIC 9(4).
           05 FILLER         PIC X.
           05 DEC-BREADTH    PIC X(1).
      * Mismo formato que HIST-RECORD de PROFMAINT.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05 PH-NAME        PIC X(12).
           05 FILLER         PIC X.
           05 PH-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PH-EFF-DATE    PIC 9(8).
           05 FILLER         PIC X.
           05 PH-W-MACD      PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-RSI       PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-BOLL      PIC X(4).
           05 FILLER         PIC X.
           05 PH-W-STOCH     PIC X(4).
           05 FILLER         PIC X.
           05 PH-THRESH      PIC X(4).
           05 FILLER         PIC X.
           05 PH-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PH-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PH-REASON      PIC X(30).
           05 FILLER         PIC X.
           05 PH-BASE-EXP    PIC X(8).
           05 FILLER         PIC X.
           05 PH-BASE-SD     PIC X(8).
      * Mismo formato que SUSP-RECORD de PROFMAINT.
       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05 PS-NAME        PIC X(12).
           05 FILLER         PIC X.
           05 PS-VERSION     PIC 9(4).
           05 FILLER         PIC X.
           05 PS-ACTION      PIC X(4).
           05 FILLER         PIC X.
           05 PS-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 PS-AUTHOR      PIC X(8).
           05 FILLER         PIC X.
           05 PS-STAMP       PIC 9(14).
           05 FILLER         PIC X.
           05 PS-REASON      PIC X(40).
      * Mismo formato que INBOX-RECORD de ALERTS.
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
       FD  DG-OUT-FILE.
       01  DG-OUT-RECORD.
           05 DG-LINE         PIC X(90).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "DEGRADE".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".
       01  WS-DEC-FS          PIC XX.
           88  WS-DEC-OK          VALUE "00".
           88  WS-DEC-EOF         VALUE "10".
       01  WS-PHIST-FS        PIC XX.
           88  WS-PHIST-OK        VALUE "00".
           88  WS-PHIST-EOF       VALUE "10".
       01  WS-PSUSP-FS        PIC XX.
           88  WS-PSUSP-OK        VALUE "00".
           88  WS-PSUSP-EOF       VALUE "10".
       01  WS-INBOX-FS        PIC XX.
           88  WS-INBOX-OK        VALUE "00".
           88  WS-INBOX-EOF       VALUE "10".
           88  WS-INBOX-NEW       VALUE "35".
       01  WS-INBOX-MAX-ID    PIC 9(6) COMP-3.
       01  WS-INBOX-DUP       PIC X(1).
       01  WS-OUT-FS          PIC XX.
       01  WS-LEDGER-PATH     PIC X(200).
      * Decisiones de STRATEGY en orden de fecha: qué perfil y
      * versión regían cada día.
       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 5000 TIMES.
              10 DCT-DATE       PIC 9(8).
              10 DCT-PROFILE    PIC X(12).
              10 DCT-VER        PIC 9(4).
       01  WS-DEC-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DECS        PIC 9(4) COMP VALUE 5000.
       01  WS-DC              PIC 9(4) COMP.
      * Líneas base de cada versión aprobada.
       01  WS-BASE-TABLE.
           05 WS-BASE-ENTRY OCCURS 50 TIMES.
              10 BST-NAME       PIC X(12).
              10 BST-VER        PIC 9(4).
              10 BST-EXP        PIC S9(3)V9(4) COMP-3.
              10 BST-SD         PIC 9(3)V9(4) COMP-3.
       01  WS-BASE-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-MAX-BASES       PIC 9(2) COMP VALUE 50.
       01  WS-B               PIC 9(2) COMP.
      * Estado vigente de suspensión por versión (el último renglón
      * manda): "S" suspendida, "A" activa.
       01  WS-PSS-TABLE.
           05 WS-PSS-ENTRY OCCURS 50 TIMES.
              10 PSS-NAME       PIC X(12).
              10 PSS-VER        PIC 9(4).
              10 PSS-STATE      PIC X(1).
       01  WS-PSS-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-PSS         PIC 9(2) COMP VALUE 50.
       01  WS-PS              PIC 9(2) COMP.
       01  WS-PSS-HIT         PIC 9(2) COMP.
      * Una fila por versión atribuida en el ledger.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 20 TIMES.
              10 GRP-NAME       PIC X(12).
              10 GRP-VER        PIC 9(4).
              10 GRP-N          PIC 9(5) COMP.
              10 GRP-BASE       PIC 9(2) COMP.
              10 GRP-MEAN       PIC S9(5)V9(4) COMP-3.
              10 GRP-Z          PIC S9(5)V99 COMP-3.
              10 GRP-WIN-N      PIC 9(5) COMP.
              10 GRP-CUSUM      PIC 9(5)V9(4) COMP-3.
              10 GRP-CUSUM-MAX  PIC 9(5)V9(4) COMP-3.
              10 GRP-ALARM-AT   PIC 9(5).
              10 GRP-DRIFT      PIC X(1).
              10 GRP-STATE      PIC X(12).
       01  WS-GRP-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-GRPS        PIC 9(2) COMP VALUE 20.
       01  WS-G               PIC 9(2) COMP.
       01  WS-GRP-HIT         PIC 9(2) COMP.
      * Retorno realizado por operación, en el orden del ledger.
       01  WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 10000 TIMES.
              10 RT-PCT         PIC S9(5)V9(6) COMP-3.
              10 RT-GRP         PIC 9(2) COMP.
              10 RT-TRADE       PIC 9(5).
       01  WS-TRADE-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-MAX-TRADES      PIC 9(5) COMP VALUE 10000.
       01  WS-SKIP-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-I               PIC 9(5) COMP.
       01  WS-SEEN            PIC 9(5) COMP.
       01  WS-NOTIONAL        PIC 9(13)V9(4) COMP-3.
       01  WS-CUR-NAME        PIC X(12).
       01  WS-CUR-VER         PIC 9(4).
       01  WS-WIN-SUM         PIC S9(9)V9(6) COMP-3.
       01  WS-STEP            PIC S9(5)V9(6) COMP-3.
      * Parámetros de las pruebas.
       01  WS-CUSUM-K         PIC 9(2)V99 COMP-3 VALUE 0.50.
       01  WS-CUSUM-H         PIC 9(3)V99 COMP-3 VALUE 4.00.
       01  WS-WINDOW          PIC 9(4) COMP VALUE 20.
       01  WS-ZCRIT           PIC 9(2)V99 COMP-3 VALUE 2.33.
       01  WS-SEL-PROFILE     PIC X(12) VALUE SPACES.
       01  WS-SEL-VERSION     PIC 9(4) VALUE 0.
       01  WS-SEL-VER-FLAG    PIC X(1) VALUE "N".
       01  WS-ALERT-ARG       PIC X(10) VALUE SPACES.
       01  WS-ALERT-SYMBOL    PIC X(10).
       01  WS-OPERATOR        PIC X(8) VALUE "DEGRADE".
       01  WS-REPORT-FLAG     PIC X(1) VALUE "N".
           88  WS-REPORT-ONLY VALUE "Y".
       01  WS-DRIFT-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-SUSP-DONE       PIC 9(2) COMP VALUE 0.
       01  WS-CMD             PIC X(500).
       01  WS-REASON          PIC X(40).
      * Renglones del reporte.
       01  WS-DET-LINE.
           05 DTL-NAME        PIC X(12).
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-VER         PIC 9(4).
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-N           PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-BASE        PIC -(3)9.9999.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-SD          PIC -(3)9.9999.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-MEAN        PIC -(3)9.9999.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-Z           PIC -(3)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-CUSUM       PIC Z(3)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 DTL-STATE       PIC X(12).
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-EDIT-PARM       PIC Z9.99.
       01  WS-EDIT-CUSUM      PIC ZZ9.99.
       01  WS-EDIT-Z          PIC -(3)9.99.
       01  WS-EDIT-VER        PIC 9(4).
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG       PIC X(100).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa DEGRADE iniciado"
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1500-CARGAR-DECISIONES
           PERFORM 1600-CARGAR-BASES
           PERFORM 1700-CARGAR-SUSPENSIONES
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               PERFORM 9999-MANEJAR-ERROR-FS
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CARGAR-RETORNOS
           CLOSE LEDGER-FILE
           IF WS-TRADE-COUNT = 0
               DISPLAY "ERROR: el ledger no tiene operaciones"
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-PROBAR-VERSION
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-COUNT
           IF NOT WS-REPORT-ONLY
               PERFORM 5000-ACTUAR
                   VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRP-COUNT
           END-IF
           PERFORM 6000-ESCRIBIR-REPORTE
           IF WS-DRIFT-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      * Argumentos como en SIZESTUDY: el de ruta es el ledger.
       1000-LEER-PARAMETROS.
           MOVE "trade_ledger.dat" TO WS-LEDGER-PATH
           PERFORM 1010-INICIAR-PARAMETROS
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1 = "REPORT"
                       SET WS-REPORT-ONLY TO TRUE
                   WHEN WS-ARG1(1:8) = "PROFILE="
                       MOVE WS-ARG1(9:12) TO WS-SEL-PROFILE
                   WHEN WS-ARG1(1:8) = "VERSION="
                       MOVE WS-ARG1(9:) TO WS-KEYWORD-VAL
                       IF FUNCTION TEST-NUMVAL(WS-KEYWORD-VAL) = 0
                           COMPUTE WS-SEL-VERSION =
                               FUNCTION NUMVAL(WS-KEYWORD-VAL)
                           MOVE "Y" TO WS-SEL-VER-FLAG
                       END-IF
                   WHEN WS-ARG1(1:2) = "K="
                       MOVE "K" TO WS-PARM-KEY
                       MOVE WS-ARG1(3:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:2) = "H="
                       MOVE "H" TO WS-PARM-KEY
                       MOVE WS-ARG1(3:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "WINDOW="
                       MOVE "WINDOW" TO WS-PARM-KEY
                       MOVE WS-ARG1(8:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:6) = "ZCRIT="
                       MOVE "ZCRIT" TO WS-PARM-KEY
                       MOVE WS-ARG1(7:) TO WS-PARM-KEYVAL
                       PERFORM ANOTAR-PARM
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:10) TO WS-ALERT-ARG
                   WHEN WS-ARG1(1:9) = "OPERATOR="
                       MOVE WS-ARG1(10:8) TO WS-OPERATOR
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-LEDGER-PATH
               END-EVALUATE
           END-PERFORM
           MOVE WS-ALERT-ARG TO WS-PARM-SYMBOL
           PERFORM RESOLVER-PARAMETROS
           PERFORM 1020-APLICAR-PARAMETROS
           PERFORM GRABAR-PARAMETROS
           IF WS-WINDOW < 2
               MOVE 2 TO WS-WINDOW
           END-IF
           EXIT.

      * Parámetros de la corrida: valores por omisión del programa;
      * lo explícito de la línea de comando se anota con ANOTAR-PARM
      * y el registro central resuelve el resto (WS-PARM-RESOLVE).
       1010-INICIAR-PARAMETROS.
           MOVE "WINDOW" TO PRM-NAME(1)
           MOVE "20" TO PRM-DEFAULT(1)
           MOVE "K" TO PRM-NAME(2)
           MOVE "0.50" TO PRM-DEFAULT(2)
           MOVE "H" TO PRM-NAME(3)
           MOVE "4.00" TO PRM-DEFAULT(3)
           MOVE "ZCRIT" TO PRM-NAME(4)
           MOVE "2.33" TO PRM-DEFAULT(4)
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
      * K=0 es válido (CUSUM sin holgura).
       1020-APLICAR-PARAMETROS.
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               IF FUNCTION TEST-NUMVAL(PRM-VALUE(WS-PARM-I)) NOT = 0
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 0
                   OR (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) = 0
                   AND FUNCTION NUMVAL(PRM-DEFAULT(WS-PARM-I)) > 0
                   AND WS-PARM-I NOT = 2)
                   OR (WS-PARM-I = 1
                   AND (FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) < 2
                   OR FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 9999))
                   OR ((WS-PARM-I = 2 OR 4)
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 99.99)
                   OR (WS-PARM-I = 3
                   AND FUNCTION NUMVAL(PRM-VALUE(WS-PARM-I)) > 999.99)
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
           COMPUTE WS-CUSUM-K = FUNCTION NUMVAL(PRM-VALUE(2))
           COMPUTE WS-CUSUM-H = FUNCTION NUMVAL(PRM-VALUE(3))
           COMPUTE WS-ZCRIT = FUNCTION NUMVAL(PRM-VALUE(4)).

       RESOLVER-PARAMETROS.
           COPY WS-PARM-RESOLVE.

       GRABAR-PARAMETROS.
           COPY WS-PARM-RECORD.

       ANOTAR-PARM.
           COPY WS-PARM-OVERRIDE.

      * Sin archivo de decisiones todo el ledger queda sin versión
      * (y sin línea base), salvo que PROFILE=/VERSION= la fuercen.
       1500-CARGAR-DECISIONES.
           OPEN INPUT DECISION-FILE
           IF NOT WS-DEC-OK
               DISPLAY "WARNING: sin strategy_decision.dat FS="
                   WS-DEC-FS ", sin atribución por fecha"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEC-EOF
               READ DECISION-FILE
                   AT END
                       SET WS-DEC-EOF TO TRUE
                   NOT AT END
                       IF DEC-DATE NUMERIC
                          AND WS-DEC-COUNT < WS-MAX-DECS
                           ADD 1 TO WS-DEC-COUNT
                           MOVE DEC-DATE TO DCT-DATE(WS-DEC-COUNT)
                           MOVE DEC-PROFILE
                               TO DCT-PROFILE(WS-DEC-COUNT)
                           IF DEC-PROFILE-VER NUMERIC
                               MOVE DEC-PROFILE-VER
                                   TO DCT-VER(WS-DEC-COUNT)
                           ELSE
                               MOVE 0 TO DCT-VER(WS-DEC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-DECISIONES - " WS-DEC-COUNT
               " días de decisión"
           EXIT.

      * Solo las versiones con expectativa y desvío legibles (y
      * desvío positivo) tienen línea base.
       1600-CARGAR-BASES.
           OPEN INPUT HIST-FILE
           IF NOT WS-PHIST-OK
               DISPLAY "WARNING: sin strategy_profiles_hist.dat FS="
                   WS-PHIST-FS ", ninguna versión tiene línea base"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PHIST-EOF
               READ HIST-FILE
                   AT END
                       SET WS-PHIST-EOF TO TRUE
                   NOT AT END
                       IF PH-VERSION NUMERIC
                          AND PH-BASE-EXP NOT = SPACES
                          AND PH-BASE-SD NOT = SPACES
                          AND FUNCTION TEST-NUMVAL(PH-BASE-EXP) = 0
                          AND FUNCTION TEST-NUMVAL(PH-BASE-SD) = 0
                          AND WS-BASE-COUNT < WS-MAX-BASES
                           IF FUNCTION NUMVAL(PH-BASE-SD) > 0
                               ADD 1 TO WS-BASE-COUNT
                               MOVE PH-NAME TO BST-NAME(WS-BASE-COUNT)
                               MOVE PH-VERSION
                                   TO BST-VER(WS-BASE-COUNT)
                               COMPUTE BST-EXP(WS-BASE-COUNT) =
                                   FUNCTION NUMVAL(PH-BASE-EXP)
                               COMPUTE BST-SD(WS-BASE-COUNT) =
                                   FUNCTION NUMVAL(PH-BASE-SD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           DISPLAY "[DEBUG] 1600-CARGAR-BASES - " WS-BASE-COUNT
               " versiones con línea base"
           EXIT.

       1700-CARGAR-SUSPENSIONES.
           OPEN INPUT SUSP-FILE
           IF NOT WS-PSUSP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PSUSP-EOF
               READ SUSP-FILE
                   AT END
                       SET WS-PSUSP-EOF TO TRUE
                   NOT AT END
                       IF PS-VERSION NUMERIC
                           MOVE PS-NAME TO WS-CUR-NAME
                           MOVE PS-VERSION TO WS-CUR-VER
                           PERFORM 1750-BUSCAR-SUSPENSION
                           IF WS-PSS-HIT = 0
                              AND WS-PSS-COUNT < WS-MAX-PSS
                               ADD 1 TO WS-PSS-COUNT
                               MOVE WS-PSS-COUNT TO WS-PSS-HIT
                               MOVE PS-NAME TO PSS-NAME(WS-PSS-HIT)
                               MOVE PS-VERSION TO PSS-VER(WS-PSS-HIT)
                           END-IF
                           IF WS-PSS-HIT NOT = 0
                               IF PS-ACTION = "SUSP"
                                   MOVE "S" TO PSS-STATE(WS-PSS-HIT)
                               ELSE
                                   MOVE "A" TO PSS-STATE(WS-PSS-HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           EXIT.

       1750-BUSCAR-SUSPENSION.
           MOVE 0 TO WS-PSS-HIT
           PERFORM VARYING WS-PS FROM 1 BY 1
                   UNTIL WS-PS > WS-PSS-COUNT OR WS-PSS-HIT NOT = 0
               IF PSS-NAME(WS-PS) = WS-CUR-NAME
                  AND PSS-VER(WS-PS) = WS-CUR-VER
                   MOVE WS-PS TO WS-PSS-HIT
               END-IF
           END-PERFORM
           EXIT.

       2000-CARGAR-RETORNOS.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LED-TYPE NOT = "HALT "
                          AND LED-TYPE NOT = "SKIPS"
                          AND LED-TYPE NOT = "ADDLG"
                          AND LED-TYPE NOT = "ADDSH"
                          AND LED-TYPE NOT = "CORPA"
                          AND WS-TRADE-COUNT < WS-MAX-TRADES
                           PERFORM 2100-RETORNO-OPERACION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "[DEBUG] 2000-CARGAR-RETORNOS - " WS-TRADE-COUNT
               " operaciones en " WS-GRP-COUNT " versiones, "
               WS-SKIP-COUNT " omitidas"
           EXIT.

       2100-RETORNO-OPERACION.
           COMPUTE WS-NOTIONAL = LED-ENTRY * LED-SHARES
           IF WS-NOTIONAL = 0
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "WARNING: operación " LED-TRADE-NUM
                   " sin nocional de entrada, omitida"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-ATRIBUIR-VERSION
           PERFORM 2300-BUSCAR-GRUPO
           IF WS-GRP-HIT = 0
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "WARNING: operación " LED-TRADE-NUM
                   " sin lugar en la tabla de versiones, omitida"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRADE-COUNT
           COMPUTE RT-PCT(WS-TRADE-COUNT) ROUNDED =
               LED-PNL * 100 / WS-NOTIONAL
           MOVE WS-GRP-HIT TO RT-GRP(WS-TRADE-COUNT)
           MOVE LED-TRADE-NUM TO RT-TRADE(WS-TRADE-COUNT)
           ADD 1 TO GRP-N(WS-GRP-HIT)
           EXIT.

      * Perfil y versión de la operación: los forzados por argumento
      * o los de la última decisión en o antes de la entrada.
       2200-ATRIBUIR-VERSION.
           MOVE SPACES TO WS-CUR-NAME
           MOVE 0 TO WS-CUR-VER
           IF WS-DEC-COUNT > 0 AND LED-ENTRY-DATE NUMERIC
               PERFORM VARYING WS-DC FROM 1 BY 1
                       UNTIL WS-DC > WS-DEC-COUNT
                          OR DCT-DATE(WS-DC) > LED-ENTRY-DATE
                   MOVE DCT-PROFILE(WS-DC) TO WS-CUR-NAME
                   MOVE DCT-VER(WS-DC) TO WS-CUR-VER
               END-PERFORM
           END-IF
           IF WS-SEL-PROFILE NOT = SPACES
               MOVE WS-SEL-PROFILE TO WS-CUR-NAME
           END-IF
           IF WS-SEL-VER-FLAG = "Y"
               MOVE WS-SEL-VERSION TO WS-CUR-VER
           END-IF
           EXIT.

       2300-BUSCAR-GRUPO.
           MOVE 0 TO WS-GRP-HIT
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRP-COUNT OR WS-GRP-HIT NOT = 0
               IF GRP-NAME(WS-G) = WS-CUR-NAME
                  AND GRP-VER(WS-G) = WS-CUR-VER
                   MOVE WS-G TO WS-GRP-HIT
               END-IF
           END-PERFORM
           IF WS-GRP-HIT NOT = 0 OR WS-GRP-COUNT >= WS-MAX-GRPS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-HIT
           INITIALIZE WS-GRP-ENTRY(WS-GRP-HIT)
           MOVE WS-CUR-NAME TO GRP-NAME(WS-GRP-HIT)
           MOVE WS-CUR-VER TO GRP-VER(WS-GRP-HIT)
           MOVE "N" TO GRP-DRIFT(WS-GRP-HIT)
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BASE-COUNT
               IF BST-NAME(WS-B) = WS-CUR-NAME
                  AND BST-VER(WS-B) = WS-CUR-VER
                   MOVE WS-B TO GRP-BASE(WS-GRP-HIT)
               END-IF
           END-PERFORM
           EXIT.

      * Las dos pruebas sobre las operaciones de la versión WS-G, en
      * orden del ledger. La CUSUM alarma en cuanto cruza H en
      * cualquier punto de la secuencia; la media móvil se mide
      * sobre la ventana más reciente.
       3000-PROBAR-VERSION.
           IF GRP-BASE(WS-G) = 0
               MOVE "SIN BASE" TO GRP-STATE(WS-G)
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-BASE(WS-G) TO WS-B
           MOVE 0 TO GRP-CUSUM(WS-G)
           MOVE 0 TO GRP-CUSUM-MAX(WS-G)
           MOVE 0 TO GRP-ALARM-AT(WS-G)
           MOVE 0 TO WS-SEEN
           MOVE 0 TO WS-WIN-SUM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRADE-COUNT
               IF RT-GRP(WS-I) = WS-G
                   ADD 1 TO WS-SEEN
                   COMPUTE WS-STEP ROUNDED =
                       (BST-EXP(WS-B) - RT-PCT(WS-I)) / BST-SD(WS-B)
                       - WS-CUSUM-K
                   IF GRP-CUSUM(WS-G) + WS-STEP > 0
                       ADD WS-STEP TO GRP-CUSUM(WS-G)
                   ELSE
                       MOVE 0 TO GRP-CUSUM(WS-G)
                   END-IF
                   IF GRP-CUSUM(WS-G) > GRP-CUSUM-MAX(WS-G)
                       MOVE GRP-CUSUM(WS-G) TO GRP-CUSUM-MAX(WS-G)
                   END-IF
                   IF GRP-CUSUM(WS-G) > WS-CUSUM-H
                      AND GRP-ALARM-AT(WS-G) = 0
                       MOVE RT-TRADE(WS-I) TO GRP-ALARM-AT(WS-G)
                   END-IF
                   IF WS-SEEN > GRP-N(WS-G) - WS-WINDOW
                       ADD RT-PCT(WS-I) TO WS-WIN-SUM
                       ADD 1 TO GRP-WIN-N(WS-G)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE GRP-MEAN(WS-G) ROUNDED =
               WS-WIN-SUM / GRP-WIN-N(WS-G)
           IF GRP-N(WS-G) >= WS-WINDOW
               COMPUTE GRP-Z(WS-G) ROUNDED =
                   (GRP-MEAN(WS-G) - BST-EXP(WS-B))
                   / (BST-SD(WS-B) / FUNCTION SQRT(GRP-WIN-N(WS-G)))
           END-IF
           EVALUATE TRUE
               WHEN GRP-ALARM-AT(WS-G) NOT = 0
                   MOVE "Y" TO GRP-DRIFT(WS-G)
                   MOVE "CUSUM" TO GRP-STATE(WS-G)
               WHEN GRP-N(WS-G) >= WS-WINDOW
                    AND GRP-Z(WS-G) < (0 - WS-ZCRIT)
                   MOVE "Y" TO GRP-DRIFT(WS-G)
                   MOVE "MEDIA MOVIL" TO GRP-STATE(WS-G)
               WHEN GRP-N(WS-G) < WS-WINDOW
                   MOVE "OK (N<VENT)" TO GRP-STATE(WS-G)
               WHEN OTHER
                   MOVE "OK" TO GRP-STATE(WS-G)
           END-EVALUATE
           IF GRP-DRIFT(WS-G) = "Y"
               ADD 1 TO WS-DRIFT-COUNT
               MOVE GRP-CUSUM-MAX(WS-G) TO WS-EDIT-CUSUM
               MOVE GRP-Z(WS-G) TO WS-EDIT-Z
               DISPLAY "[DETERIORO] " FUNCTION TRIM(GRP-NAME(WS-G))
                   " versión " GRP-VER(WS-G) " "
                   FUNCTION TRIM(GRP-STATE(WS-G)) " - CUSUM "
                   WS-EDIT-CUSUM " z " WS-EDIT-Z
           END-IF
           EXIT.

      * Versión deteriorada: alerta en la casilla y suspensión. La
      * ya suspendida solo queda anotada en el reporte.
       5000-ACTUAR.
           IF GRP-DRIFT(WS-G) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-ASENTAR-EN-INBOX
           MOVE GRP-NAME(WS-G) TO WS-CUR-NAME
           MOVE GRP-VER(WS-G) TO WS-CUR-VER
           PERFORM 1750-BUSCAR-SUSPENSION
           IF WS-PSS-HIT NOT = 0
               IF PSS-STATE(WS-PSS-HIT) = "S"
                   DISPLAY "[DEGRADE] " FUNCTION TRIM(GRP-NAME(WS-G))
                       " versión " GRP-VER(WS-G)
                       " ya estaba suspendida"
                   MOVE "YA SUSPEND." TO GRP-STATE(WS-G)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 7500-SUSPENDER-VERSION
           EXIT.

       6000-ESCRIBIR-REPORTE.
           OPEN OUTPUT DG-OUT-FILE
           MOVE SPACES TO DG-LINE
           MOVE WS-TRADE-COUNT TO WS-EDIT-COUNT
           STRING "DETERIORO DE ESTRATEGIA - "
               FUNCTION TRIM(WS-EDIT-COUNT) " OPERACIONES"
               DELIMITED BY SIZE INTO DG-LINE
           PERFORM 6900-EMITIR
           MOVE WS-CUSUM-K TO WS-EDIT-PARM
           MOVE WS-CUSUM-H TO WS-EDIT-CUSUM
           MOVE WS-WINDOW TO WS-EDIT-COUNT
           STRING "CUSUM K=" WS-EDIT-PARM " H=" WS-EDIT-CUSUM
               "  VENTANA=" FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO DG-LINE
           MOVE WS-ZCRIT TO WS-EDIT-PARM
           STRING FUNCTION TRIM(DG-LINE TRAILING)
               "  ZCRIT=" WS-EDIT-PARM
               DELIMITED BY SIZE INTO DG-LINE
           PERFORM 6900-EMITIR
           IF WS-REPORT-ONLY
               MOVE "SOLO REPORTE - SIN ALERTAS NI SUSPENSIONES"
                   TO DG-LINE
               PERFORM 6900-EMITIR
           END-IF
           PERFORM 6900-EMITIR
           STRING "PERFIL       VER    OPS     BASE   DESVIO"
               "    MEDIA       Z   CUSUM ESTADO"
               DELIMITED BY SIZE INTO DG-LINE
           PERFORM 6900-EMITIR
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRP-COUNT
               PERFORM 6100-EMITIR-VERSION
           END-PERFORM
           PERFORM 6900-EMITIR
           MOVE WS-DRIFT-COUNT TO WS-EDIT-COUNT
           STRING "VERSIONES DETERIORADAS: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO DG-LINE
           PERFORM 6900-EMITIR
           MOVE WS-SUSP-DONE TO WS-EDIT-COUNT
           STRING "SUSPENDIDAS EN ESTA CORRIDA: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO DG-LINE
           PERFORM 6900-EMITIR
           CLOSE DG-OUT-FILE
           EXIT.

       6100-EMITIR-VERSION.
           MOVE SPACES TO WS-DET-LINE
           IF GRP-NAME(WS-G) = SPACES
               MOVE "(SIN PERFIL)" TO DTL-NAME
           ELSE
               MOVE GRP-NAME(WS-G) TO DTL-NAME
           END-IF
           MOVE GRP-VER(WS-G) TO DTL-VER
           MOVE GRP-N(WS-G) TO DTL-N
           MOVE GRP-STATE(WS-G) TO DTL-STATE
           IF GRP-BASE(WS-G) NOT = 0
               MOVE GRP-BASE(WS-G) TO WS-B
               MOVE BST-EXP(WS-B) TO DTL-BASE
               MOVE BST-SD(WS-B) TO DTL-SD
               MOVE GRP-MEAN(WS-G) TO DTL-MEAN
               MOVE GRP-Z(WS-G) TO DTL-Z
               MOVE GRP-CUSUM-MAX(WS-G) TO DTL-CUSUM
           END-IF
           MOVE WS-DET-LINE TO DG-LINE
           PERFORM 6900-EMITIR
           IF GRP-ALARM-AT(WS-G) NOT = 0
               STRING "  ALARMA CUSUM EN LA OPERACION "
                   GRP-ALARM-AT(WS-G)
                   DELIMITED BY SIZE INTO DG-LINE
               PERFORM 6900-EMITIR
           END-IF
           EXIT.

       6900-EMITIR.
           WRITE DG-OUT-RECORD
           DISPLAY DG-LINE
           MOVE SPACES TO DG-LINE
           EXIT.

      * Como TRACKMON: una sola alerta DEGRADE abierta por símbolo;
      * mientras nadie la atienda no se repite.
       7000-ASENTAR-EN-INBOX.
           IF WS-ALERT-ARG NOT = SPACES
               MOVE WS-ALERT-ARG TO WS-ALERT-SYMBOL
           ELSE
               MOVE GRP-NAME(WS-G) TO WS-ALERT-SYMBOL
           END-IF
           OPEN I-O INBOX-FILE
           IF WS-INBOX-NEW
               OPEN OUTPUT INBOX-FILE
               CLOSE INBOX-FILE
               OPEN I-O INBOX-FILE
           END-IF
           IF NOT WS-INBOX-OK
               DISPLAY "WARNING: casilla de alertas ilegible FS="
                   WS-INBOX-FS ", alerta solo en el reporte"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INBOX-MAX-ID
           MOVE "N" TO WS-INBOX-DUP
           MOVE 0 TO AIX-ID
           START INBOX-FILE KEY IS GREATER THAN AIX-ID
               INVALID KEY
                   MOVE "10" TO WS-INBOX-FS
           END-START
           PERFORM UNTIL NOT WS-INBOX-OK
               READ INBOX-FILE NEXT RECORD
                   AT END
                       SET WS-INBOX-EOF TO TRUE
                   NOT AT END
                       IF AIX-ID > WS-INBOX-MAX-ID
                           MOVE AIX-ID TO WS-INBOX-MAX-ID
                       END-IF
                       IF AIX-STATUS = "OPEN"
                          AND AIX-SYMBOL = WS-ALERT-SYMBOL
                          AND AIX-RULE = "DEGRADE"
                           MOVE "Y" TO WS-INBOX-DUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INBOX-DUP = "N"
               MOVE SPACES TO INBOX-RECORD
               COMPUTE AIX-ID = WS-INBOX-MAX-ID + 1
               MOVE WS-ALERT-SYMBOL TO AIX-SYMBOL
               MOVE "DEGRADE" TO AIX-RULE
               MOVE 2 TO AIX-SEVERITY
               MOVE FUNCTION CURRENT-DATE(1:8) TO AIX-RAISED
               MOVE "OPEN" TO AIX-STATUS
               MOVE SPACES TO AIX-OPERATOR
               MOVE 0 TO AIX-ACK-DATE
               MOVE GRP-CUSUM-MAX(WS-G) TO WS-EDIT-CUSUM
               MOVE GRP-Z(WS-G) TO WS-EDIT-Z
               MOVE GRP-VER(WS-G) TO WS-EDIT-VER
               STRING "V" WS-EDIT-VER " CUSUM "
                   FUNCTION TRIM(WS-EDIT-CUSUM)
                   " Z " FUNCTION TRIM(WS-EDIT-Z)
                   DELIMITED BY SIZE INTO AIX-NOTE
               WRITE INBOX-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: no se pudo asentar la "
                           "alerta " AIX-ID " en la casilla"
               END-WRITE
               DISPLAY "[ALERTA] " WS-ALERT-SYMBOL " DEGRADE " AIX-NOTE
           END-IF
           CLOSE INBOX-FILE
           EXIT.

      * La suspensión la escribe PROFMAINT, con su control de
      * permisos y su renglón en strategy_profiles_susp.dat; DEGRADE
      * solo la pide.
       7500-SUSPENDER-VERSION.
           MOVE GRP-CUSUM-MAX(WS-G) TO WS-EDIT-CUSUM
           MOVE GRP-Z(WS-G) TO WS-EDIT-Z
           MOVE SPACES TO WS-REASON
           STRING "DETERIORO CUSUM " FUNCTION TRIM(WS-EDIT-CUSUM)
               " Z " FUNCTION TRIM(WS-EDIT-Z)
               DELIMITED BY SIZE INTO WS-REASON
           MOVE GRP-VER(WS-G) TO WS-EDIT-VER
           MOVE SPACES TO WS-CMD
           STRING "./profmaint SUSPEND NAME="
               FUNCTION TRIM(GRP-NAME(WS-G))
               " VERSION=" WS-EDIT-VER
               " OPERATOR=" FUNCTION TRIM(WS-OPERATOR)
               " 'REASON=" FUNCTION TRIM(WS-REASON) "'"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: PROFMAINT no suspendió "
                   FUNCTION TRIM(GRP-NAME(WS-G)) " versión "
                   GRP-VER(WS-G) " (RC " RETURN-CODE ")"
               MOVE "NO SUSPEND." TO GRP-STATE(WS-G)
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUSP-DONE
           MOVE "SUSPENDIDA" TO GRP-STATE(WS-G)
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
           MOVE WS-TRADE-COUNT TO WS-AUDIT-COUNT
           MOVE WS-SKIP-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

       9999-MANEJAR-ERROR-FS.
           EVALUATE WS-LEDGER-STATUS
               WHEN "35"
                   MOVE "ERROR: Ledger no encontrado" TO WS-ERROR-MSG
               WHEN OTHER
                   STRING "ERROR: FILE STATUS = " WS-LEDGER-STATUS
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-EVALUATE
           DISPLAY WS-ERROR-MSG
           MOVE 1 TO WS-EXIT-CODE
           EXIT.
