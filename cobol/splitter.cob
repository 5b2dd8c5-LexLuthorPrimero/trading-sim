      * - y emite un batch_control.dat fresco que lista exactamente
      * lo que produjo: agregar un símbolo deja de ser una edición a
      * mano cuyo error de tipeo salta el símbolo en silencio.
      * Un papel que cambió de ticker (symbol_alias.dat) se parte
      * bajo el ticker vigente aunque el proveedor lo siga mandando
      * con el viejo: sus archivos y su renglón de control no se
      * parten en dos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-OUT-FILE ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.
           SELECT ALIAS-FILE ASSIGN TO "symbol_alias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
      * Mismo formato que SYMBOL-MASTER-RECORD de SYMMAINT: el dato
      * de referencia que valida los símbolos antes de procesarlos.
       FD  SYMMASTER-FILE.
           05 SYM-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 SYM-DELIST-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 SYM-MULTIPLIER  PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 SYM-EXPIRY-DATE PIC 9(8).
      * Historia de alias de símbolos (symbol_alias.dat, la
      * mantiene SYMMAINT): símbolo viejo, símbolo nuevo y fecha
      * efectiva, el primer día con el ticker nuevo.
       FD  ALIAS-FILE.
       01  ALIAS-RECORD.
           05 AL-OLD          PIC X(10).
           05 FILLER          PIC X.
           05 AL-NEW          PIC X(10).
           05 FILLER          PIC X.
           05 AL-DATE         PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "SPLITTER".
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
       01  WS-PRICES-STATUS  PIC XX.
           88  WS-PRICES-OK          VALUE "00".
           88  WS-PRICES-EOF         VALUE "10".
       01  WS-S              PIC 9(2) COMP.
       01  WS-S-HIT          PIC 9(2) COMP.
       01  WS-CUR-SYMBOL     PIC X(10).
       01  WS-ALIAS-RENAMED  PIC 9(5) COMP VALUE 0.
       01  WS-ROW-COUNT      PIC 9(5) COMP.
       01  WS-EDIT-PRICE     PIC Z(6)9.9999.
       01  WS-EDIT-VOLUME    PIC Z(13)9.
       01  WS-ARG1           PIC X(200).
       01  WS-EXIT-CODE      PIC S9(4) COMP VALUE 0.
       01  WS-ERROR-MSG      PIC X(100).
      * Tabla de alias y tramos de la cadena del símbolo en curso
      * (WS-ALIAS-LOAD, WS-ALIAS-CHECK y WS-ALIAS-CHAIN).
       01  WS-ALIAS-FS        PIC XX.
           88  WS-ALIAS-OK        VALUE "00".
           88  WS-ALIAS-EOF       VALUE "10".
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 200 TIMES.
              10 ALT-OLD         PIC X(10).
              10 ALT-NEW         PIC X(10).
              10 ALT-DATE        PIC 9(8).
       01  WS-ALIAS-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-ALIAS       PIC 9(4) COMP VALUE 200.
       01  WS-ALIAS-REJECTS   PIC 9(4) COMP VALUE 0.
       01  WS-ALIAS-REASON    PIC X(40).
       01  WS-ALIAS-K         PIC 9(4) COMP.
       01  WS-ALIAS-J         PIC 9(4) COMP.
       01  WS-ALIAS-HIT       PIC 9(4) COMP.
       01  WS-ALIAS-STEPS     PIC 9(4) COMP.
       01  WS-ALIAS-WALK      PIC X(10).
       01  WS-ALIAS-SYMBOL    PIC X(10).
       01  WS-ALIAS-CURRENT   PIC X(10).
       01  WS-ALIAS-SEG-TABLE.
           05 WS-ALIAS-SEG OCCURS 20 TIMES.
              10 SEG-SYMBOL      PIC X(10).
              10 SEG-FROM        PIC 9(8).
              10 SEG-UNTIL       PIC 9(8).
       01  WS-ALIAS-SEGS      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-SEGS        PIC 9(4) COMP VALUE 20.
       01  WS-ALIAS-SWAP      PIC X(26).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa SPLITTER iniciado"
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-CARGAR-ALIAS
           IF WS-ALIAS-COUNT > 0
               PERFORM 2500-RESOLVER-SIMBOLOS
           END-IF
           PERFORM 1200-ABRIR-MAESTRO-SIMBOLOS
           PERFORM 3000-JUNTAR-SIMBOLOS
           IF WS-SYMVAL-ON
           END-PERFORM
           EXIT.

       1300-CARGAR-ALIAS.
           COPY WS-ALIAS-LOAD.

      * Cada barra pasa al ticker vigente de su cadena (resuelta una
      * vez por cada cambio de símbolo en el archivo) antes de
      * juntar, así la validación contra el maestro también se hace
      * con el ticker vigente.
       2500-RESOLVER-SIMBOLOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-OHLCV-SYMBOL(WS-I) NOT = WS-ALIAS-SYMBOL
                   MOVE WS-OHLCV-SYMBOL(WS-I) TO WS-ALIAS-SYMBOL
                   PERFORM RESOLVER-ALIAS
               END-IF
               IF WS-ALIAS-CURRENT NOT = WS-OHLCV-SYMBOL(WS-I)
                   MOVE WS-ALIAS-CURRENT TO WS-OHLCV-SYMBOL(WS-I)
                   ADD 1 TO WS-ALIAS-RENAMED
               END-IF
           END-PERFORM
           IF WS-ALIAS-RENAMED > 0
               DISPLAY "[ALIAS] " WS-ALIAS-RENAMED " barras pasadas "
                   "al ticker vigente"
           END-IF
           EXIT.

       3000-JUNTAR-SIMBOLOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE 0 TO WS-S-HIT
           MOVE WS-CUR-SYMBOL TO CTL-SYMBOL
           MOVE WS-PRICES-NAME TO CTL-PRICES-PATH
           MOVE WS-HLC-NAME TO CTL-HLC-PATH
           MOVE WS-OHLCV-NAME TO CTL-OHLCV-PATH
           WRITE CTL-RECORD
           DISPLAY "[SPLIT] " WS-CUR-SYMBOL " " WS-ROW-COUNT
               " barras -> " FUNCTION TRIM(WS-PRICES-NAME)
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VALIDAR-ALIAS.
           COPY WS-ALIAS-CHECK.

       RESOLVER-ALIAS.
           COPY WS-ALIAS-CHAIN.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.

