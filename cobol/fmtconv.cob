      * lugar; correrla dos veces no daña nada porque el OPEN del
      * trazado viejo truena con estado 39 sobre un archivo ya
      * convertido y la corrida se rechaza sin tocar el maestro.
      * El libro pasó después al trazado "03" (sello encadenado al
      * final de cada fila): un libro "02" se respalda como .fmt02 y
      * uno del trazado viejo como .fmt01; en ambos casos las filas
      * convertidas salen selladas en cadena desde dieciséis ceros.
      * El maestro de símbolos ganó al final el multiplicador y el
      * vencimiento de los contratos de futuros: SYMBOLS pasa un
      * symbol_master.dat del trazado anterior al nuevo con
      * multiplicador 1.0000 y vencimiento cero (un papel de contado)
      * y lo respalda como .fmt01; el contrato de futuros se completa
      * después con SYMMAINT LOAD.
      * Modos:
      *   FMTCONV [MASTER] [LEDGER] [SYMBOLS]
      *                               (sin argumentos: los tres)
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-TRADE-NUM
               FILE STATUS IS WS-OL-FS.
           SELECT MID-LEDGER-FILE ASSIGN TO "trade_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ML-TRADE-NUM
               FILE STATUS IS WS-ML-FS.
           SELECT NEW-LEDGER-FILE ASSIGN TO "trade_ledger_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NL-TRADE-NUM
               FILE STATUS IS WS-NL-FS.
           SELECT OLD-SYMBOL-FILE ASSIGN TO "symbol_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-SYMBOL
               FILE STATUS IS WS-OS-FS.
           SELECT NEW-SYMBOL-FILE ASSIGN TO "symbol_master_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NS-SYMBOL
               FILE STATUS IS WS-NS-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           05 OL-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 OL-BASE-PNL     PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      * Trazado "02" del libro: el de TRADER antes del sello.
       FD  MID-LEDGER-FILE.
       01  ML-RECORD.
           05 ML-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 ML-TYPE         PIC X(5).
           05 FILLER          PIC X.
           05 ML-ENTRY        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ML-EXIT         PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ML-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 ML-PNL          PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 ML-CAPITAL      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 ML-MAE-PCT      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 ML-MFE-PCT      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 ML-ENTRY-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 ML-EXIT-DATE    PIC 9(8).
           05 FILLER          PIC X.
           05 ML-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 ML-BASE-PNL     PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X.
           05 ML-GAP          PIC X(1).
           05 FILLER          PIC X.
           05 ML-EXIT-RULE    PIC X(12).
           05 FILLER          PIC X.
           05 ML-COMMISSION   PIC 9(7)V99.
           05 FILLER          PIC X.
           05 ML-FMT          PIC X(2).
      * Trazado nuevo: mismo orden de columnas que LEDGER-RECORD de
      * TRADER, con LED-FMT y LED-HASH al final.
       FD  NEW-LEDGER-FILE.
       01  NL-RECORD.
           05 NL-TRADE-NUM    PIC 9(5).
           05 NL-COMMISSION   PIC 9(7)V99.
           05 FILLER          PIC X.
           05 NL-FMT          PIC X(2).
           05 FILLER          PIC X.
           05 NL-HASH         PIC X(16).
      * Trazado anterior del maestro de símbolos, tal como lo
      * escribía SYMMAINT antes del multiplicador: termina en la
      * fecha de baja.
       FD  OLD-SYMBOL-FILE.
       01  OS-RECORD.
           05 OS-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 OS-NAME         PIC X(30).
           05 FILLER          PIC X.
           05 OS-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 OS-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 OS-SECTOR       PIC X(8).
           05 FILLER          PIC X.
           05 OS-BOARD-LOT    PIC 9(5).
           05 FILLER          PIC X.
           05 OS-TICK-SIZE    PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 OS-ACTIVE       PIC X(1).
           05 FILLER          PIC X.
           05 OS-DELIST-DATE  PIC 9(8).
      * Trazado nuevo: mismo orden de columnas que
      * SYMBOL-MASTER-RECORD de SYMMAINT, con multiplicador y
      * vencimiento al final.
       FD  NEW-SYMBOL-FILE.
       01  NS-RECORD.
           05 NS-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 NS-NAME         PIC X(30).
           05 FILLER          PIC X.
           05 NS-EXCHANGE     PIC X(8).
           05 FILLER          PIC X.
           05 NS-CURRENCY     PIC X(3).
           05 FILLER          PIC X.
           05 NS-SECTOR       PIC X(8).
           05 FILLER          PIC X.
           05 NS-BOARD-LOT    PIC 9(5).
           05 FILLER          PIC X.
           05 NS-TICK-SIZE    PIC 9(3)V9(4).
           05 FILLER          PIC X.
           05 NS-ACTIVE       PIC X(1).
           05 FILLER          PIC X.
           05 NS-DELIST-DATE  PIC 9(8).
           05 FILLER          PIC X.
           05 NS-MULTIPLIER   PIC 9(5)V9(4).
           05 FILLER          PIC X.
           05 NS-EXPIRY-DATE  PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "FMTCONV".
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
       01  WS-OM-FS           PIC XX.
       01  WS-NM-FS           PIC XX.
       01  WS-OL-FS           PIC XX.
       01  WS-ML-FS           PIC XX.
       01  WS-NL-FS           PIC XX.
       01  WS-OS-FS           PIC XX.
       01  WS-NS-FS           PIC XX.
      * Trazado del libro encontrado ("02" o "01") y sello de la
      * última fila convertida.
       01  WS-OLD-LED-FMT     PIC X(2).
       01  WS-NL-SEAL         PIC X(16).
       01  WS-DO-MASTER       PIC X(1) VALUE "N".
       01  WS-DO-LEDGER       PIC X(1) VALUE "N".
       01  WS-DO-SYMBOLS      PIC X(1) VALUE "N".
       01  WS-EOF-FLAG        PIC X(1).
       01  WS-ROW-COUNT       PIC 9(5) COMP.
       01  WS-DONE-COUNT      PIC 9(5) COMP VALUE 0.
           DISPLAY "[DEBUG] 1000-INICIO - Programa FMTCONV iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-DO-MASTER = "N" AND WS-DO-LEDGER = "N"
              AND WS-DO-SYMBOLS = "N"
               MOVE "S" TO WS-DO-MASTER
               MOVE "S" TO WS-DO-LEDGER
               MOVE "S" TO WS-DO-SYMBOLS
           END-IF
           IF WS-DO-MASTER = "S"
               PERFORM 2000-CONVERTIR-MAESTRO
           IF WS-DO-LEDGER = "S"
               PERFORM 3000-CONVERTIR-LIBRO
           END-IF
           IF WS-DO-SYMBOLS = "S"
               PERFORM 4000-CONVERTIR-SIMBOLOS
           END-IF
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.
                       MOVE "S" TO WS-DO-MASTER
                   WHEN WS-ARG1 = "LEDGER"
                       MOVE "S" TO WS-DO-LEDGER
                   WHEN WS-ARG1 = "SYMBOLS"
                       MOVE "S" TO WS-DO-SYMBOLS
                   WHEN OTHER
                       DISPLAY "WARNING: argumento ignorado: "
                           FUNCTION TRIM(WS-ARG1)
           ADD 1 TO WS-ROW-COUNT
           EXIT.

      * Se prueba primero el trazado "02" y, si el largo no
      * coincide, el viejo; un 39 en los dos es un libro ya "03".
       3000-CONVERTIR-LIBRO.
           MOVE 0 TO WS-ROW-COUNT
           MOVE ALL "0" TO WS-NL-SEAL
           MOVE "02" TO WS-OLD-LED-FMT
           OPEN INPUT MID-LEDGER-FILE
           IF WS-ML-FS = "39"
               MOVE "01" TO WS-OLD-LED-FMT
               OPEN INPUT OLD-LEDGER-FILE
           ELSE
               MOVE WS-ML-FS TO WS-OL-FS
           END-IF
           EVALUATE TRUE
               WHEN WS-OL-FS = "35"
                   DISPLAY "[FMTCONV] trade_ledger.dat no existe, "
                       "nada que convertir"
                   EXIT PARAGRAPH
               WHEN WS-OL-FS = "39"
                   DISPLAY "ERROR: trade_ledger.dat no tiene un "
                       "trazado viejo (¿ya convertido?)"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 1 TO WS-EXIT-CODE
           IF WS-NL-FS NOT = "00"
               DISPLAY "ERROR: trade_ledger_new.dat estado "
                   WS-NL-FS
               IF WS-OLD-LED-FMT = "02"
                   CLOSE MID-LEDGER-FILE
               ELSE
                   CLOSE OLD-LEDGER-FILE
               END-IF
               ADD 1 TO WS-REJECT-COUNT
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           IF WS-OLD-LED-FMT = "02"
               PERFORM UNTIL WS-EOF-FLAG = "S"
                   READ MID-LEDGER-FILE
                       AT END MOVE "S" TO WS-EOF-FLAG
                       NOT AT END PERFORM 3200-COPIAR-FILA-LIBRO-02
                   END-READ
               END-PERFORM
               CLOSE MID-LEDGER-FILE
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "S"
                   READ OLD-LEDGER-FILE
                       AT END MOVE "S" TO WS-EOF-FLAG
                       NOT AT END PERFORM 3100-COPIAR-FILA-LIBRO
                   END-READ
               END-PERFORM
               CLOSE OLD-LEDGER-FILE
           END-IF
           CLOSE NEW-LEDGER-FILE
           MOVE SPACES TO WS-CMD
           STRING "mv -f trade_ledger.dat trade_ledger.fmt"
               WS-OLD-LED-FMT " && "
               "mv -f trade_ledger_new.dat trade_ledger.dat"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           ADD WS-ROW-COUNT TO WS-DONE-COUNT
           DISPLAY "[FMTCONV] libro de operaciones convertido: "
               WS-ROW-COUNT " filas (respaldo en "
               "trade_ledger.fmt" WS-OLD-LED-FMT ")"
           EXIT.

       3100-COPIAR-FILA-LIBRO.
           MOVE "N" TO NL-GAP
           MOVE SPACES TO NL-EXIT-RULE
           MOVE 0 TO NL-COMMISSION
           PERFORM 3300-SELLAR-Y-GRABAR
           EXIT.

       3200-COPIAR-FILA-LIBRO-02.
           MOVE SPACES TO NL-RECORD
           MOVE ML-RECORD TO NL-RECORD
           PERFORM 3300-SELLAR-Y-GRABAR
           EXIT.

      * Misma cadena que TRADER (2810-SELLAR-Y-GRABAR-LEDGER): el
      * sello de cada fila cubre la fila sin el sello y el anterior.
       3300-SELLAR-Y-GRABAR.
           MOVE "03" TO NL-FMT
           MOVE WS-NL-SEAL TO WS-HASH-SEED
           MOVE NL-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(NL-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO NL-HASH
           WRITE NL-RECORD
           MOVE NL-HASH TO WS-NL-SEAL
           ADD 1 TO WS-ROW-COUNT
           EXIT.

      * Mismo criterio que el maestro de precios: sin maestro no
      * hay nada que hacer y un 39 es un maestro ya convertido.
       4000-CONVERTIR-SIMBOLOS.
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT OLD-SYMBOL-FILE
           EVALUATE TRUE
               WHEN WS-OS-FS = "35"
                   DISPLAY "[FMTCONV] symbol_master.dat no existe, "
                       "nada que convertir"
                   EXIT PARAGRAPH
               WHEN WS-OS-FS = "39"
                   DISPLAY "ERROR: symbol_master.dat no tiene el "
                       "trazado viejo (¿ya convertido?)"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 1 TO WS-EXIT-CODE
                   EXIT PARAGRAPH
               WHEN WS-OS-FS NOT = "00"
                   DISPLAY "ERROR: symbol_master.dat estado "
                       WS-OS-FS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 1 TO WS-EXIT-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN OUTPUT NEW-SYMBOL-FILE
           IF WS-NS-FS NOT = "00"
               DISPLAY "ERROR: symbol_master_new.dat estado "
                   WS-NS-FS
               CLOSE OLD-SYMBOL-FILE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "S"
               READ OLD-SYMBOL-FILE
                   AT END MOVE "S" TO WS-EOF-FLAG
                   NOT AT END PERFORM 4100-COPIAR-FILA-SIMBOLO
               END-READ
           END-PERFORM
           CLOSE OLD-SYMBOL-FILE
           CLOSE NEW-SYMBOL-FILE
           MOVE SPACES TO WS-CMD
           STRING "mv -f symbol_master.dat symbol_master.fmt01 && "
               "mv -f symbol_master_new.dat symbol_master.dat"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           ADD WS-ROW-COUNT TO WS-DONE-COUNT
           DISPLAY "[FMTCONV] maestro de símbolos convertido: "
               WS-ROW-COUNT " filas (respaldo en "
               "symbol_master.fmt01)"
           EXIT.

       4100-COPIAR-FILA-SIMBOLO.
           MOVE SPACES TO NS-RECORD
           MOVE OS-SYMBOL TO NS-SYMBOL
           MOVE OS-NAME TO NS-NAME
           MOVE OS-EXCHANGE TO NS-EXCHANGE
           MOVE OS-CURRENCY TO NS-CURRENCY
           MOVE OS-SECTOR TO NS-SECTOR
           MOVE OS-BOARD-LOT TO NS-BOARD-LOT
           MOVE OS-TICK-SIZE TO NS-TICK-SIZE
           MOVE OS-ACTIVE TO NS-ACTIVE
           MOVE OS-DELIST-DATE TO NS-DELIST-DATE
           MOVE 1 TO NS-MULTIPLIER
           MOVE 0 TO NS-EXPIRY-DATE
           WRITE NS-RECORD
           ADD 1 TO WS-ROW-COUNT
           EXIT.

