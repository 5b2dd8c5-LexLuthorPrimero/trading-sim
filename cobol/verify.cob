       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY.
      * Verificación de la cadena de sellos de audit_trail.dat y de
      * trade_ledger.dat. Cada fila que agregan WS-AUDIT-LOG, TRADER,
      * ALLOC y CORPACT lleva al final un sello que mezcla el de la
      * fila anterior con el contenido de la propia (WS-HASH-CHAIN):
      * una fila editada, borrada o intercalada a mano deja de
      * coincidir, y desde ahí ninguna de las siguientes. VERIFY
      * recorre cada archivo, recalcula los sellos y reporta la
      * primera fila rota y todas las que la siguen.
      * Modos:
      *   VERIFY [AUDIT=archivo ...] [LEDGER=archivo ...]
      *       Sin argumentos, audit_trail.dat y trade_ledger.dat.
      *       AUDIT= y LEDGER= se pueden repetir: los segmentos que
      *       archivó HOUSEKEEP se pasan en orden cronológico y el
      *       vivo al final, y la cadena de la bitácora se sigue de
      *       uno al siguiente - cada segmento cierra con una fila
      *       SELLO y el siguiente abre con una copia de ella. Un
      *       archivo que abre con SELLO sin su segmento anterior en
      *       la lista se toma como ancla. Cada libro es su propia
      *       cadena (TRADER lo recrea desde cero en cada corrida).
      * Las filas sin sello anteriores al primer sellado (bitácoras
      * de antes de los sellos) se cuentan como legado y no son
      * rotura; una fila sin sello después de empezada la cadena sí.
      * Salida: verify_report.dat. RC 2 con alguna rotura, RC 1 si un
      * archivo no se pudo leer (un libro con estado 39 es de un
      * trazado anterior: correr FMTCONV LEDGER).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-FS.
           SELECT REPORT-FILE ASSIGN TO "verify_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que AUDIT-RECORD de WS-AUDIT-LOG.
       FD  TRAIL-FILE.
       01  TRAIL-RECORD.
           05 TRL-PROGRAM    PIC X(10).
           05 FILLER         PIC X.
           05 TRL-STATUS     PIC X(4).
           05 FILLER         PIC X.
           05 TRL-COUNT      PIC 9(5).
           05 FILLER         PIC X.
           05 TRL-REJECTS    PIC 9(4).
           05 FILLER         PIC X.
           05 TRL-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 TRL-TIME       PIC 9(6).
           05 FILLER         PIC X.
           05 TRL-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 TRL-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 TRL-HASH       PIC X(16).
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
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05 RPT-LINE        PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "VERIFY".
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
       01  WS-TRAIL-FS        PIC XX.
       01  WS-LEDGER-FS       PIC XX.
       01  WS-RPT-FS          PIC XX.
       01  WS-FILE-PATH       PIC X(200).
      * Archivos a verificar, en el orden en que se pasaron.
       01  WS-AUDIT-LIST.
           05 WS-AUDIT-N      PIC 9(2) COMP VALUE 0.
           05 WS-AUDIT-PATH   PIC X(200) OCCURS 20.
       01  WS-LEDGER-LIST.
           05 WS-LEDGER-N     PIC 9(2) COMP VALUE 0.
           05 WS-LEDGER-PATH  PIC X(200) OCCURS 20.
       01  WS-F               PIC 9(2) COMP.
      * Estado de la cadena que se está recorriendo: sello de la
      * última fila, si ya empezó, si ya se rompió, y el sello final
      * del archivo anterior para enlazar el SELLO de apertura.
       01  WS-CHAIN-SEAL      PIC X(16).
       01  WS-PREV-FILE-SEAL  PIC X(16).
       01  WS-CHAIN-STARTED   PIC X(1).
       01  WS-CHAIN-BROKEN    PIC X(1).
       01  WS-ROW-HASH        PIC X(16).
       01  WS-ROW-DESC        PIC X(40).
       01  WS-ROW-CLASS       PIC X(1).
           88  WS-ROW-LEGACY      VALUE "L".
           88  WS-ROW-ANCHOR      VALUE "A".
           88  WS-ROW-GOOD        VALUE "G".
           88  WS-ROW-BAD         VALUE "B".
       01  WS-FILE-ROWS       PIC 9(7) COMP.
       01  WS-FILE-LEGACY     PIC 9(7) COMP.
       01  WS-FILE-AFTER      PIC 9(7) COMP.
       01  WS-TOTAL-ROWS      PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-BROKEN    PIC 9(7) COMP VALUE 0.
       01  WS-FILES-BROKEN    PIC 9(3) COMP VALUE 0.
       01  WS-FILES-UNREAD    PIC 9(3) COMP VALUE 0.
       01  WS-EDIT-ROW        PIC Z(6)9.
       01  WS-EDIT-LEGACY     PIC Z(6)9.
       01  WS-EDIT-NUM        PIC Z(4)9.
       01  WS-TODAY           PIC 9(8).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa VERIFY iniciado"
           PERFORM 1000-LEER-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
               DISPLAY "ERROR: verify_report.dat estado " WS-RPT-FS
               MOVE 1 TO WS-EXIT-CODE
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "VERIFY - CADENA DE SELLOS  " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8000-GRABAR-LINEA
           PERFORM 2000-VERIFICAR-BITACORAS
           PERFORM 3000-VERIFICAR-LIBROS
           PERFORM 8100-TOTALES
           CLOSE REPORT-FILE
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:6) = "AUDIT="
                       IF WS-AUDIT-N < 20
                           ADD 1 TO WS-AUDIT-N
                           MOVE WS-ARG1(7:)
                               TO WS-AUDIT-PATH(WS-AUDIT-N)
                       ELSE
                           DISPLAY "WARNING: más de 20 bitácoras, "
                               "ignorada " FUNCTION TRIM(WS-ARG1)
                       END-IF
                   WHEN WS-ARG1(1:7) = "LEDGER="
                       IF WS-LEDGER-N < 20
                           ADD 1 TO WS-LEDGER-N
                           MOVE WS-ARG1(8:)
                               TO WS-LEDGER-PATH(WS-LEDGER-N)
                       ELSE
                           DISPLAY "WARNING: más de 20 libros, "
                               "ignorado " FUNCTION TRIM(WS-ARG1)
                       END-IF
                   WHEN OTHER
                       DISPLAY "WARNING: argumento desconocido "
                           FUNCTION TRIM(WS-ARG1)
               END-EVALUATE
           END-PERFORM
           IF WS-AUDIT-N = 0 AND WS-LEDGER-N = 0
               MOVE 1 TO WS-AUDIT-N
               MOVE "audit_trail.dat" TO WS-AUDIT-PATH(1)
               MOVE 1 TO WS-LEDGER-N
               MOVE "trade_ledger.dat" TO WS-LEDGER-PATH(1)
           END-IF
           EXIT.

      *================================================================
      * BITÁCORA: una sola cadena a lo largo de todos los segmentos
      *================================================================
       2000-VERIFICAR-BITACORAS.
           MOVE ALL "0" TO WS-CHAIN-SEAL
           MOVE SPACES TO WS-PREV-FILE-SEAL
           MOVE "N" TO WS-CHAIN-STARTED
           MOVE "N" TO WS-CHAIN-BROKEN
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-AUDIT-N
               PERFORM 2100-VERIFICAR-ARCHIVO-BITACORA
           END-PERFORM
           EXIT.

       2100-VERIFICAR-ARCHIVO-BITACORA.
           MOVE WS-AUDIT-PATH(WS-F) TO WS-FILE-PATH
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-FILE-LEGACY
           MOVE 0 TO WS-FILE-AFTER
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-FS NOT = "00"
               MOVE SPACES TO RPT-LINE
               STRING "BITACORA " FUNCTION TRIM(WS-FILE-PATH)
                   " ILEGIBLE estado " WS-TRAIL-FS
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 8000-GRABAR-LINEA
               ADD 1 TO WS-FILES-UNREAD
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRAIL-FS NOT = "00"
               READ TRAIL-FILE
                   NOT AT END PERFORM 2150-VERIFICAR-FILA-BITACORA
               END-READ
           END-PERFORM
           CLOSE TRAIL-FILE
           MOVE WS-CHAIN-SEAL TO WS-PREV-FILE-SEAL
           MOVE SPACES TO RPT-LINE
           MOVE WS-FILE-ROWS TO WS-EDIT-ROW
           MOVE WS-FILE-LEGACY TO WS-EDIT-LEGACY
           STRING "BITACORA " FUNCTION TRIM(WS-FILE-PATH)
               "  filas " FUNCTION TRIM(WS-EDIT-ROW)
               "  legado " FUNCTION TRIM(WS-EDIT-LEGACY)
               "  sello final " WS-CHAIN-SEAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8000-GRABAR-LINEA
           PERFORM 2900-CERRAR-ARCHIVO
           EXIT.

      * La fila de apertura SELLO que deja HOUSEKEEP al rotar repite
      * la de cierre del segmento anterior: con ese segmento en la
      * lista su sello tiene que ser el final de aquél; sin él, la
      * fila ancla la cadena.
       2150-VERIFICAR-FILA-BITACORA.
           ADD 1 TO WS-FILE-ROWS
           ADD 1 TO WS-TOTAL-ROWS
           MOVE TRL-HASH TO WS-ROW-HASH
           MOVE SPACES TO WS-ROW-DESC
           STRING TRL-PROGRAM " " TRL-STATUS " " TRL-DATE " "
               TRL-TIME
               DELIMITED BY SIZE INTO WS-ROW-DESC
           EVALUATE TRUE
               WHEN WS-ROW-HASH = SPACES
                   IF WS-CHAIN-STARTED = "N"
                       SET WS-ROW-LEGACY TO TRUE
                   ELSE
                       SET WS-ROW-BAD TO TRUE
                   END-IF
               WHEN WS-FILE-ROWS = 1 AND TRL-PROGRAM = "SELLO"
                   IF WS-PREV-FILE-SEAL = SPACES
                       SET WS-ROW-ANCHOR TO TRUE
                   ELSE
                       IF WS-ROW-HASH = WS-PREV-FILE-SEAL
                           SET WS-ROW-GOOD TO TRUE
                       ELSE
                           SET WS-ROW-BAD TO TRUE
                       END-IF
                   END-IF
                   MOVE WS-PREV-FILE-SEAL TO WS-HASH-VALUE
               WHEN OTHER
                   MOVE WS-CHAIN-SEAL TO WS-HASH-SEED
                   MOVE TRAIL-RECORD TO WS-HASH-TEXT
                   COMPUTE WS-HASH-LEN =
                       FUNCTION LENGTH(TRAIL-RECORD) - 17
                   COPY WS-HASH-CHAIN.
                   IF WS-HASH-VALUE = WS-ROW-HASH
                       SET WS-ROW-GOOD TO TRUE
                   ELSE
                       SET WS-ROW-BAD TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM 2800-REGISTRAR-FILA
           EXIT.

      *================================================================
      * LIBRO: cada archivo es su propia cadena desde dieciséis ceros
      *================================================================
       3000-VERIFICAR-LIBROS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-LEDGER-N
               MOVE ALL "0" TO WS-CHAIN-SEAL
               MOVE SPACES TO WS-PREV-FILE-SEAL
               MOVE "N" TO WS-CHAIN-STARTED
               MOVE "N" TO WS-CHAIN-BROKEN
               PERFORM 3100-VERIFICAR-ARCHIVO-LIBRO
           END-PERFORM
           EXIT.

       3100-VERIFICAR-ARCHIVO-LIBRO.
           MOVE WS-LEDGER-PATH(WS-F) TO WS-FILE-PATH
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-FILE-LEGACY
           MOVE 0 TO WS-FILE-AFTER
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               MOVE SPACES TO RPT-LINE
               IF WS-LEDGER-FS = "39"
                   STRING "LIBRO    " FUNCTION TRIM(WS-FILE-PATH)
                       " trazado anterior a los sellos - correr "
                       "FMTCONV LEDGER"
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "LIBRO    " FUNCTION TRIM(WS-FILE-PATH)
                       " ILEGIBLE estado " WS-LEDGER-FS
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM 8000-GRABAR-LINEA
               ADD 1 TO WS-FILES-UNREAD
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-FS NOT = "00"
               READ LEDGER-FILE
                   NOT AT END PERFORM 3150-VERIFICAR-FILA-LIBRO
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE SPACES TO RPT-LINE
           MOVE WS-FILE-ROWS TO WS-EDIT-ROW
           MOVE WS-FILE-LEGACY TO WS-EDIT-LEGACY
           STRING "LIBRO    " FUNCTION TRIM(WS-FILE-PATH)
               "  filas " FUNCTION TRIM(WS-EDIT-ROW)
               "  legado " FUNCTION TRIM(WS-EDIT-LEGACY)
               "  sello final " WS-CHAIN-SEAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8000-GRABAR-LINEA
           PERFORM 2900-CERRAR-ARCHIVO
           EXIT.

       3150-VERIFICAR-FILA-LIBRO.
           ADD 1 TO WS-FILE-ROWS
           ADD 1 TO WS-TOTAL-ROWS
           MOVE LED-HASH TO WS-ROW-HASH
           MOVE LED-TRADE-NUM TO WS-EDIT-NUM
           MOVE SPACES TO WS-ROW-DESC
           STRING "operación " WS-EDIT-NUM " " LED-TYPE " "
               LED-EXIT-DATE
               DELIMITED BY SIZE INTO WS-ROW-DESC
           IF WS-ROW-HASH = SPACES
               IF WS-CHAIN-STARTED = "N"
                   SET WS-ROW-LEGACY TO TRUE
               ELSE
                   SET WS-ROW-BAD TO TRUE
               END-IF
           ELSE
               MOVE WS-CHAIN-SEAL TO WS-HASH-SEED
               MOVE LEDGER-RECORD TO WS-HASH-TEXT
               COMPUTE WS-HASH-LEN =
                   FUNCTION LENGTH(LEDGER-RECORD) - 17
               COPY WS-HASH-CHAIN.
               IF WS-HASH-VALUE = WS-ROW-HASH
                   SET WS-ROW-GOOD TO TRUE
               ELSE
                   SET WS-ROW-BAD TO TRUE
               END-IF
           END-IF
           PERFORM 2800-REGISTRAR-FILA
           EXIT.

      *================================================================
      * Comunes a las dos cadenas
      *================================================================
      * La primera fila mala abre la rotura con lo esperado y lo
      * encontrado; de ahí en adelante cada fila del archivo y de
      * los segmentos siguientes se lista, selle bien o no, porque
      * ya ninguna se puede dar por buena. La cadena sigue desde el
      * sello que trae la fila, así lo que se lista es lo que
      * depende de la rotura y no otra rotura por cada fila.
       2800-REGISTRAR-FILA.
           IF WS-CHAIN-BROKEN = "S"
               ADD 1 TO WS-FILE-AFTER
               ADD 1 TO WS-TOTAL-BROKEN
               MOVE WS-FILE-ROWS TO WS-EDIT-ROW
               MOVE SPACES TO RPT-LINE
               STRING "  POSTERIOR " FUNCTION TRIM(WS-FILE-PATH)
                   " fila " FUNCTION TRIM(WS-EDIT-ROW) "  "
                   WS-ROW-DESC
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 8000-GRABAR-LINEA
           ELSE
               IF WS-ROW-BAD
                   MOVE "S" TO WS-CHAIN-BROKEN
                   ADD 1 TO WS-FILE-AFTER
                   ADD 1 TO WS-TOTAL-BROKEN
                   MOVE WS-FILE-ROWS TO WS-EDIT-ROW
                   MOVE SPACES TO RPT-LINE
                   STRING "  ROTURA    " FUNCTION TRIM(WS-FILE-PATH)
                       " fila " FUNCTION TRIM(WS-EDIT-ROW) "  "
                       WS-ROW-DESC
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8000-GRABAR-LINEA
                   MOVE SPACES TO RPT-LINE
                   STRING "            esperado " WS-HASH-VALUE
                       "  encontrado " WS-ROW-HASH
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8000-GRABAR-LINEA
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-LEGACY
                   ADD 1 TO WS-FILE-LEGACY
               WHEN WS-ROW-ANCHOR
                   MOVE "S" TO WS-CHAIN-STARTED
                   MOVE WS-ROW-HASH TO WS-CHAIN-SEAL
                   MOVE SPACES TO RPT-LINE
                   STRING "  ANCLA     " FUNCTION TRIM(WS-FILE-PATH)
                       " abre con el sello " WS-ROW-HASH
                       " de un segmento anterior"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8000-GRABAR-LINEA
               WHEN WS-ROW-HASH = SPACES
                   MOVE ALL "0" TO WS-CHAIN-SEAL
               WHEN OTHER
                   MOVE "S" TO WS-CHAIN-STARTED
                   MOVE WS-ROW-HASH TO WS-CHAIN-SEAL
           END-EVALUATE
           EXIT.

       2900-CERRAR-ARCHIVO.
           IF WS-FILE-AFTER > 0
               ADD 1 TO WS-FILES-BROKEN
               IF WS-EXIT-CODE = 0
                   MOVE 2 TO WS-EXIT-CODE
               END-IF
           END-IF
           EXIT.

       8000-GRABAR-LINEA.
           WRITE REPORT-RECORD
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING)
           EXIT.

       8100-TOTALES.
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOTAL-ROWS TO WS-EDIT-ROW
           MOVE WS-TOTAL-BROKEN TO WS-EDIT-LEGACY
           STRING "TOTAL filas " FUNCTION TRIM(WS-EDIT-ROW)
               "  rotas o posteriores a una rotura "
               FUNCTION TRIM(WS-EDIT-LEGACY)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8000-GRABAR-LINEA
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-FILES-UNREAD > 0
                   STRING "RESULTADO: archivos sin verificar"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-FILES-BROKEN > 0
                   STRING "RESULTADO: CADENA ROTA"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "RESULTADO: cadena íntegra"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           PERFORM 8000-GRABAR-LINEA
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
           IF WS-TOTAL-ROWS > 99999
               MOVE 99999 TO WS-AUDIT-COUNT
           ELSE
               MOVE WS-TOTAL-ROWS TO WS-AUDIT-COUNT
           END-IF
           IF WS-TOTAL-BROKEN > 9999
               MOVE 9999 TO WS-AUDIT-REJECTS
           ELSE
               MOVE WS-TOTAL-BROKEN TO WS-AUDIT-REJECTS
           END-IF
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
