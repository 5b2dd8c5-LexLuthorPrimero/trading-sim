      * qué movió y qué borró. Con decenas de miles de archivos en
      * el directorio de corridas, el lote nocturno se nota más
      * lento; esta es la escoba.
      * Al rotar audit_trail.dat o trade_ledger.dat el segmento que
      * se archiva se cierra con una fila de sello encadenada a la
      * última (WS-HASH-CHAIN); la bitácora nueva arranca con una
      * copia de esa fila, de modo que VERIFY sigue la cadena de un
      * archivo al siguiente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HK-REPORT-FILE ASSIGN TO "housekeep_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT LEDGER-FILE ASSIGN TO "trade_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-TRADE-NUM
               FILE STATUS IS WS-LEDGER-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       FD  HK-REPORT-FILE.
       01  HK-REPORT-RECORD.
           05 HKR-LINE        PIC X(80).
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
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "HOUSEKEEP".
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
       01  WS-POLICY-STATUS  PIC XX.
           88  WS-POLICY-OK      VALUE "00".
           88  WS-POLICY-EOF     VALUE "10".
       01  WS-COUNT-FS       PIC XX.
       01  WS-LEDGER-FS      PIC XX.
      * Sello de la fila de cierre del segmento rotado, filas que
      * cubre, y la fila misma para copiarla a la bitácora nueva.
       01  WS-SEAL-HASH      PIC X(16).
       01  WS-SEAL-ROWS      PIC 9(7) COMP.
       01  WS-SEAL-OK        PIC X(1).
       01  WS-SEAL-AUDIT-ROW PIC X(80).
       01  WS-LAST-LED-NUM   PIC 9(5).
       01  WS-RPT-FS         PIC XX.
       01  WS-POLICY-PATH    PIC X(200).
       01  WS-CMD            PIC X(500).

      * Rotación por tamaño: si el archivo supera los KB del umbral
      * se renombra con la fecha del día y el próximo OPEN EXTEND de
      * cualquier programa arranca una bitácora fresca. La bitácora
      * de auditoría y el libro se sellan antes del renombre; si el
      * sello no se pudo grabar no se rota, para no archivar un
      * segmento que VERIFY no podría enlazar.
       2300-ROTAR.
           MOVE SPACES TO WS-CMD
           STRING "if test -e '" FUNCTION TRIM(POL-PATTERN)
               "' && test $(du -k '" FUNCTION TRIM(POL-PATTERN)
               "' | cut -f1) -gt " FUNCTION TRIM(POL-LIMIT)
               "; then echo 1 > housekeep_count.tmp; "
               "else echo 0 > housekeep_count.tmp; fi"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           PERFORM 2400-LEER-CONTEO
           MOVE SPACES TO HKR-LINE
           IF WS-RULE-FILES = 0
               STRING "ROTATE  " POL-PATTERN " bajo el umbral, "
                   "sin rotar"
                   DELIMITED BY SIZE INTO HKR-LINE
               WRITE HK-REPORT-RECORD
               DISPLAY HKR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEAL-HASH
           MOVE "S" TO WS-SEAL-OK
           EVALUATE POL-PATTERN
               WHEN "audit_trail.dat"
                   PERFORM 2310-SELLAR-BITACORA
               WHEN "trade_ledger.dat"
                   PERFORM 2320-SELLAR-LIBRO
           END-EVALUATE
           IF WS-SEAL-OK = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE 1 TO WS-EXIT-CODE
               STRING "ROTATE  " POL-PATTERN " sin sello, "
                   "no se rota"
                   DELIMITED BY SIZE INTO HKR-LINE
               WRITE HK-REPORT-RECORD
               DISPLAY HKR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "mv -f '" FUNCTION TRIM(POL-PATTERN)
               "' '" FUNCTION TRIM(POL-PATTERN) "." WS-TODAY "'"
               DELIMITED BY SIZE INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF POL-PATTERN = "audit_trail.dat"
               PERFORM 2315-ARRASTRAR-SELLO
           END-IF
           ADD WS-RULE-FILES TO WS-FILES-MOVED
           STRING "ROTATE  " POL-PATTERN " rotado a ."
               WS-TODAY
               DELIMITED BY SIZE INTO HKR-LINE
           WRITE HK-REPORT-RECORD
           DISPLAY HKR-LINE
           IF WS-SEAL-HASH NOT = SPACES
               MOVE WS-SEAL-ROWS TO WS-EDIT-CNT
               MOVE SPACES TO HKR-LINE
               STRING "        sello " WS-SEAL-HASH " sobre "
                   FUNCTION TRIM(WS-EDIT-CNT) " filas"
                   DELIMITED BY SIZE INTO HKR-LINE
               WRITE HK-REPORT-RECORD
               DISPLAY HKR-LINE
           END-IF
           EXIT.

      * Fila de cierre de la bitácora: programa SELLO, cantidad de
      * filas del segmento, encadenada a la última como cualquier
      * otra. Se guarda entera para repetirla al frente de la nueva.
       2310-SELLAR-BITACORA.
           MOVE 0 TO WS-SEAL-ROWS
           MOVE ALL "0" TO WS-HASH-SEED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "ERROR: audit_trail.dat estado " WS-AUDIT-FS
               MOVE "N" TO WS-SEAL-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-FS NOT = "00"
               READ AUDIT-FILE
                   NOT AT END
                       ADD 1 TO WS-SEAL-ROWS
                       IF AUD-HASH = SPACES
                           MOVE ALL "0" TO WS-HASH-SEED
                       ELSE
                           MOVE AUD-HASH TO WS-HASH-SEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "ERROR: audit_trail.dat estado " WS-AUDIT-FS
               MOVE "N" TO WS-SEAL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE "SELLO" TO AUD-PROGRAM
           MOVE "OK  " TO AUD-STATUS
           IF WS-SEAL-ROWS > 99999
               MOVE 99999 TO AUD-COUNT
           ELSE
               MOVE WS-SEAL-ROWS TO AUD-COUNT
           END-IF
           MOVE 0 TO AUD-REJECTS
           MOVE WS-TODAY TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE SPACES TO AUD-RUNID
           ACCEPT AUD-RUNID FROM ENVIRONMENT "TRADE_RUN_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO AUD-SYMBOL
           ACCEPT AUD-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE AUDIT-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(AUDIT-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO AUD-HASH
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "ERROR: sello de audit_trail.dat estado "
                   WS-AUDIT-FS
               MOVE "N" TO WS-SEAL-OK
           END-IF
           MOVE AUDIT-RECORD TO WS-SEAL-AUDIT-ROW
           MOVE AUD-HASH TO WS-SEAL-HASH
           CLOSE AUDIT-FILE
           EXIT.

       2315-ARRASTRAR-SELLO.
           OPEN OUTPUT AUDIT-FILE
           MOVE WS-SEAL-AUDIT-ROW TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT.

      * Fila de cierre del libro: número 99999 para que quede última
      * en el orden de la llave, tipo SEAL, con la cantidad de filas
      * en la regla de salida. No se repite en el libro nuevo: los
      * lectores del libro la contarían como operación, y la cadena
      * de un libro nuevo arranca en ceros cuando TRADER lo recrea.
       2320-SELLAR-LIBRO.
           MOVE 0 TO WS-SEAL-ROWS
           MOVE 0 TO WS-LAST-LED-NUM
           MOVE ALL "0" TO WS-HASH-SEED
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               DISPLAY "ERROR: trade_ledger.dat estado " WS-LEDGER-FS
               MOVE "N" TO WS-SEAL-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-FS NOT = "00"
               READ LEDGER-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-SEAL-ROWS
                       MOVE LED-TRADE-NUM TO WS-LAST-LED-NUM
                       IF LED-HASH = SPACES
                           MOVE ALL "0" TO WS-HASH-SEED
                       ELSE
                           MOVE LED-HASH TO WS-HASH-SEED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-LED-NUM = 99999
               DISPLAY "ERROR: trade_ledger.dat ya está sellado"
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-SEAL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE 99999 TO LED-TRADE-NUM
           MOVE "SEAL " TO LED-TYPE
           MOVE 0 TO LED-ENTRY
           MOVE 0 TO LED-EXIT
           MOVE 0 TO LED-SHARES
           MOVE 0 TO LED-PNL
           MOVE 0 TO LED-CAPITAL
           MOVE 0 TO LED-MAE-PCT
           MOVE 0 TO LED-MFE-PCT
           MOVE WS-TODAY TO LED-ENTRY-DATE
           MOVE WS-TODAY TO LED-EXIT-DATE
           MOVE 0 TO LED-BASE-PNL
           MOVE "N" TO LED-GAP
           MOVE WS-SEAL-ROWS TO WS-EDIT-CNT
           STRING "SELLO " FUNCTION TRIM(WS-EDIT-CNT)
               DELIMITED BY SIZE INTO LED-EXIT-RULE
           MOVE 0 TO LED-COMMISSION
           MOVE "03" TO LED-FMT
           MOVE LEDGER-RECORD TO WS-HASH-TEXT
           COMPUTE WS-HASH-LEN = FUNCTION LENGTH(LEDGER-RECORD) - 17
           COPY WS-HASH-CHAIN.
           MOVE WS-HASH-VALUE TO LED-HASH
           WRITE LEDGER-RECORD
           IF WS-LEDGER-FS NOT = "00"
               DISPLAY "ERROR: sello de trade_ledger.dat estado "
                   WS-LEDGER-FS
               MOVE "N" TO WS-SEAL-OK
           END-IF
           MOVE LED-HASH TO WS-SEAL-HASH
           CLOSE LEDGER-FILE
           EXIT.

       2400-LEER-CONTEO.
