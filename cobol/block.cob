       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK.
      * Órdenes de bloque y asignación posterior entre cuentas:
      * ALLOC ORDERS deja una orden por cuenta para la misma señal,
      * y mandadas así el broker ve varias órdenes chicas del mismo
      * símbolo y cada cuenta sale con un fill distinto. BLOCK corre
      * entre la generación de órdenes y APPROVE.
      * Modos:
      *   BUILD [DATE=aaaammdd]       toma lo PENDING de
      *       account_orders.dat (la fecha DATE= o todas), netea
      *       dentro de cada cuenta las órdenes opuestas del mismo
      *       símbolo y día (BUY contra SELL, SSHT contra COVR) y
      *       junta lo que queda por fecha, símbolo, lado, tipo y
      *       límite en una orden de bloque que se agrega PENDING a
      *       broker_orders.dat, con la numeración siguiente a la del
      *       archivo - APPROVE la revisa y la emite como cualquier
      *       otra. Cada cuenta que entra queda en block_orders.dat
      *       con su cantidad, y su orden pasa a BLOCKED (o NETTED si
      *       se anuló entera contra otra suya), así repetir BUILD no
      *       la vuelve a juntar. No se cruzan cuentas entre sí: una
      *       compra de una cuenta contra la venta de otra sería un
      *       cruce interno, que no se hace sin cumplimiento.
      *   ALLOCATE [FILLS=archivo]    reparte los fills del broker
      *       (broker_fills.dat por omisión; el número del fill es el
      *       de la orden del libro, como en RECONCILE BOOK) de cada
      *       bloque entre sus cuentas a prorrata de lo pedido y todas
      *       al mismo precio promedio del bloque. Regla de redondeo:
      *       cada cuenta recibe su parte exacta truncada a su lote de
      *       pizarra (BASE); el remanente se reparte de a un lote a
      *       las cuentas con mayor fracción pendiente (LOTE), y lo
      *       que no alcanza a un lote (el odd lot) va a la cuenta
      *       que más lejos quedó de su parte exacta (IMPAR). Los
      *       empates se resuelven por id de cuenta, nunca por orden
      *       de llegada. Nadie recibe más de lo que pidió.
      *       Salidas: block_alloc.dat (una fila por cuenta y bloque)
      *       y block_alloc_report.dat para la revisión de trato
      *       justo de cumplimiento: lo pedido, la parte exacta, lo
      *       asignado, la tasa de cobertura de cada cuenta contra la
      *       del bloque y la marca REVISAR donde la diferencia con
      *       la parte exacta pasa de un lote. RC 2 con marcas o con
      *       fills por encima del bloque.
      * Los lotes salen de alloc_accounts.dat (ACCOUNTS=archivo), la
      * columna de lote de ALLOC; sin lote, 1.
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-ORDERS-FILE ASSIGN TO "account_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AORD-FS.
           SELECT ORDERS-FILE ASSIGN TO "broker_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-FS.
           SELECT MEMBER-FILE ASSIGN TO "block_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-FS.
           SELECT ACCOUNTS-FILE ASSIGN TO DYNAMIC WS-ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-FS.
           SELECT BOOK-FILE ASSIGN TO "working_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FS.
           SELECT FILLS-FILE ASSIGN TO DYNAMIC WS-FILLS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLS-FS.
           SELECT ALLOC-FILE ASSIGN TO "block_alloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
      * Mismo formato que ACCT-ORDER-RECORD de ALLOC.
       FD  ACCT-ORDERS-FILE.
       01  ACCT-ORDER-RECORD.
           05 AO-ACCOUNT      PIC X(8).
           05 FILLER          PIC X.
           05 AO-SEQ          PIC 9(4).
           05 FILLER          PIC X.
           05 AO-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 AO-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 AO-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 AO-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 AO-LIMIT        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 AO-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 AO-STATUS       PIC X(8).
           05 FILLER          PIC X.
           05 AO-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 AO-STAMP        PIC 9(14).
      * Mismo formato que ORDER-RECORD de TRADER.
       FD  ORDERS-FILE.
       01  ORDER-RECORD.
           05 ORD-SEQ         PIC 9(4).
           05 FILLER          PIC X.
           05 ORD-SYMBOL      PIC X(10).
           05 FILLER          PIC X.
           05 ORD-SIDE        PIC X(4).
           05 FILLER          PIC X.
           05 ORD-SHARES      PIC 9(5).
           05 FILLER          PIC X.
           05 ORD-TYPE        PIC X(3).
           05 FILLER          PIC X.
           05 ORD-LIMIT       PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 ORD-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-STATUS      PIC X(8).
           05 FILLER          PIC X.
           05 ORD-OPERATOR    PIC X(8).
           05 FILLER          PIC X.
           05 ORD-STAMP       PIC 9(14).
      * Composición de cada bloque: número de orden del bloque en
      * broker_orders.dat y su fecha (la numeración de TRADER se
      * reinicia cada día), y por cuenta la cantidad que aporta y su
      * número de orden en account_orders.dat.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 BM-BLOCK-SEQ    PIC 9(4).
           05 FILLER          PIC X.
           05 BM-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 BM-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 BM-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 BM-ACCOUNT      PIC X(8).
           05 FILLER          PIC X.
           05 BM-QTY          PIC 9(5).
           05 FILLER          PIC X.
           05 BM-ACCT-SEQ     PIC 9(4).
           05 FILLER          PIC X.
           05 BM-STAMP        PIC 9(14).
      * Mismo formato que ACCOUNT-RECORD de ALLOC.
       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 AC-ID           PIC X(8).
           05 FILLER          PIC X.
           05 AC-CAPITAL-RAW  PIC X(12).
           05 FILLER          PIC X.
           05 AC-RISK-RAW     PIC X(5).
           05 FILLER          PIC X.
           05 AC-STOP-RAW     PIC X(5).
           05 FILLER          PIC X.
           05 AC-TARGET-RAW   PIC X(5).
           05 FILLER          PIC X.
           05 AC-LOT-RAW      PIC X(5).
      * Mismo formato que BOOK-RECORD de ORDBOOK.
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
      * Mismo formato que el archivo de fills de RECONCILE.
       FD  FILLS-FILE.
       01  FILL-RECORD.
           05 FB-TRADE-NUM    PIC 9(5).
           05 FILLER          PIC X.
           05 FB-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 FB-SHARES       PIC 9(5).
           05 FILLER          PIC X.
           05 FB-PRICE        PIC 9(7)V9(4).
      * Una fila por cuenta y bloque asignado: lo pedido, lo
      * asignado al precio promedio del bloque y la regla que le
      * tocó (BASE, LOTE o IMPAR).
       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05 BA-BLOCK-SEQ    PIC 9(4).
           05 FILLER          PIC X.
           05 BA-BLOCK-DATE   PIC 9(8).
           05 FILLER          PIC X.
           05 BA-WO-ID        PIC 9(5).
           05 FILLER          PIC X.
           05 BA-SYMBOL       PIC X(10).
           05 FILLER          PIC X.
           05 BA-SIDE         PIC X(4).
           05 FILLER          PIC X.
           05 BA-ACCOUNT      PIC X(8).
           05 FILLER          PIC X.
           05 BA-REQ          PIC 9(5).
           05 FILLER          PIC X.
           05 BA-ALLOC        PIC 9(5).
           05 FILLER          PIC X.
           05 BA-PRICE        PIC 9(7)V9(4).
           05 FILLER          PIC X.
           05 BA-ACCT-SEQ     PIC 9(4).
           05 FILLER          PIC X.
           05 BA-RULE         PIC X(5).
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
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "BLOCK".
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
       01  WS-AORD-FS         PIC XX.
           88  WS-AORD-OK     VALUE "00".
           88  WS-AORD-EOF    VALUE "10".
       01  WS-ORD-FS          PIC XX.
           88  WS-ORD-OK      VALUE "00".
           88  WS-ORD-EOF     VALUE "10".
       01  WS-MEM-FS          PIC XX.
           88  WS-MEM-OK      VALUE "00".
           88  WS-MEM-EOF     VALUE "10".
       01  WS-ACCT-FS         PIC XX.
           88  WS-ACCT-OK     VALUE "00".
           88  WS-ACCT-EOF    VALUE "10".
       01  WS-BOOK-FS         PIC XX.
           88  WS-BOOK-OK     VALUE "00".
           88  WS-BOOK-EOF    VALUE "10".
       01  WS-FILLS-FS        PIC XX.
           88  WS-FILLS-OK    VALUE "00".
           88  WS-FILLS-EOF   VALUE "10".
       01  WS-ALLOC-FS        PIC XX.
       01  WS-RPT-FS          PIC XX.
       01  WS-ACCOUNTS-PATH   PIC X(200) VALUE "alloc_accounts.dat".
       01  WS-FILLS-PATH      PIC X(200) VALUE "broker_fills.dat".
       01  WS-REPORT-PATH     PIC X(200).
       01  WS-MODE            PIC X(8) VALUE SPACES.
           88  WS-MODE-BUILD      VALUE "BUILD".
           88  WS-MODE-ALLOCATE   VALUE "ALLOCATE".
       01  WS-SEL-DATE        PIC 9(8) VALUE 0.
       01  WS-STAMP           PIC 9(14).
      * Órdenes por cuenta en memoria; se reescribe el archivo con
      * los estados nuevos.
       01  WS-AORD-TABLE.
           05 WS-AORD-ENTRY OCCURS 2000 TIMES.
              10 AOT-ROW        PIC X(100).
              10 AOT-SEL        PIC X(1).
              10 AOT-ACCOUNT    PIC X(8).
              10 AOT-SEQ        PIC 9(4).
              10 AOT-SYMBOL     PIC X(10).
              10 AOT-SIDE       PIC X(4).
              10 AOT-TYPE       PIC X(3).
              10 AOT-LIMIT      PIC 9(7)V9(4).
              10 AOT-DATE       PIC 9(8).
              10 AOT-NET        PIC 9(5) COMP.
              10 AOT-BLOCK      PIC 9(3) COMP.
       01  WS-AORD-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-AORD        PIC 9(4) COMP VALUE 2000.
       01  WS-I               PIC 9(4) COMP.
       01  WS-J               PIC 9(4) COMP.
       01  WS-OPP-SIDE        PIC X(4).
       01  WS-NET-QTY         PIC 9(5) COMP.
      * Bloques armados en BUILD.
       01  WS-BLK-TABLE.
           05 WS-BLK-ENTRY OCCURS 500 TIMES.
              10 BKT-DATE       PIC 9(8).
              10 BKT-SYMBOL     PIC X(10).
              10 BKT-SIDE       PIC X(4).
              10 BKT-TYPE       PIC X(3).
              10 BKT-LIMIT      PIC 9(7)V9(4).
              10 BKT-QTY        PIC 9(7) COMP.
              10 BKT-MEMBERS    PIC 9(3) COMP.
              10 BKT-SEQ        PIC 9(4).
       01  WS-BLK-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-MAX-BLK         PIC 9(3) COMP VALUE 500.
       01  WS-K               PIC 9(3) COMP.
       01  WS-BLK-HIT         PIC 9(3) COMP.
       01  WS-NEXT-SEQ        PIC 9(4) VALUE 0.
      * Composición de los bloques, los lotes por cuenta y las
      * órdenes del libro para ALLOCATE.
       01  WS-MEM-TABLE.
           05 WS-MEM-ENTRY OCCURS 3000 TIMES.
              10 MBT-SEQ        PIC 9(4).
              10 MBT-DATE       PIC 9(8).
              10 MBT-SYMBOL     PIC X(10).
              10 MBT-SIDE       PIC X(4).
              10 MBT-ACCOUNT    PIC X(8).
              10 MBT-QTY        PIC 9(5).
              10 MBT-ACCT-SEQ   PIC 9(4).
              10 MBT-LOT        PIC 9(5) COMP.
              10 MBT-EXACT      PIC 9(5)V9(4) COMP-3.
              10 MBT-FRAC       PIC S9(5)V9(4) COMP-3.
              10 MBT-ALLOC      PIC 9(5) COMP.
              10 MBT-RULE       PIC X(5).
       01  WS-MEM-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MAX-MEM         PIC 9(4) COMP VALUE 3000.
       01  WS-M               PIC 9(4) COMP.
       01  WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 50 TIMES.
              10 LTT-ACCOUNT    PIC X(8).
              10 LTT-LOT        PIC 9(5) COMP.
       01  WS-LOT-COUNT       PIC 9(2) COMP VALUE 0.
       01  WS-MAX-LOT         PIC 9(2) COMP VALUE 50.
       01  WS-L               PIC 9(2) COMP.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 2000 TIMES.
              10 BKB-ID         PIC 9(5).
              10 BKB-SYMBOL     PIC X(10).
              10 BKB-SIDE       PIC X(4).
              10 BKB-ENTERED    PIC 9(8).
              10 BKB-ORD-SEQ    PIC 9(4).
       01  WS-BOOK-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-MAX-BOOK        PIC 9(4) COMP VALUE 2000.
       01  WS-B               PIC 9(4) COMP.
       01  WS-BOOK-HIT        PIC 9(4) COMP.
      * Fills acumulados por bloque.
       01  WS-BF-TABLE.
           05 WS-BF-ENTRY OCCURS 500 TIMES.
              10 BFT-SEQ        PIC 9(4).
              10 BFT-DATE       PIC 9(8).
              10 BFT-WO-ID      PIC 9(5).
              10 BFT-SYMBOL     PIC X(10).
              10 BFT-SIDE       PIC X(4).
              10 BFT-QTY        PIC 9(7) COMP.
              10 BFT-PV         PIC 9(13)V9(4) COMP-3.
       01  WS-BF-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-MAX-BF          PIC 9(3) COMP VALUE 500.
       01  WS-F               PIC 9(3) COMP.
       01  WS-BF-HIT          PIC 9(3) COMP.
       01  WS-BEST-DATE       PIC 9(8).
      * Reparto del bloque en curso.
       01  WS-BLOCK-REQ       PIC 9(7) COMP.
       01  WS-BLOCK-FILL      PIC 9(7) COMP.
       01  WS-BLOCK-PRICE     PIC 9(7)V9(4) COMP-3.
       01  WS-REMAIN          PIC 9(7) COMP.
       01  WS-ALLOC-PROD      PIC 9(12) COMP-3.
       01  WS-BEST            PIC 9(4) COMP.
       01  WS-BEST-FRAC       PIC S9(5)V9(4) COMP-3.
       01  WS-BEST-ROOM       PIC 9(5) COMP.
       01  WS-GIVE-DONE       PIC X(1).
       01  WS-GIVE            PIC 9(5) COMP.
       01  WS-LOT-QUOT        PIC 9(5) COMP.
       01  WS-BLOCK-RATIO     PIC 9(3)V99 COMP-3.
       01  WS-ACCT-RATIO      PIC 9(3)V99 COMP-3.
       01  WS-DEVIATION       PIC S9(5)V9(4) COMP-3.
       01  WS-REVIEW-FLAG     PIC X(7).
      * Contadores.
       01  WS-BLOCKS-WRITTEN  PIC 9(4) COMP VALUE 0.
       01  WS-MEMBERS-WRITTEN PIC 9(4) COMP VALUE 0.
       01  WS-NETTED          PIC 9(4) COMP VALUE 0.
       01  WS-ALLOC-ROWS      PIC 9(5) COMP VALUE 0.
       01  WS-REVIEW-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-OVERFILL-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(4) COMP VALUE 0.
      * Renglones editados.
       01  WS-EDIT-QTY        PIC Z(6)9.
       01  WS-EDIT-QTY2       PIC Z(6)9.
       01  WS-EDIT-PRICE      PIC Z(6)9.9999.
       01  WS-EDIT-EXACT      PIC Z(4)9.9999.
       01  WS-EDIT-PCT        PIC ZZ9.99.
       01  WS-EDIT-PCT2       PIC ZZ9.99.
       01  WS-EDIT-COUNT      PIC Z(4)9.
       01  WS-KEYWORD-VAL     PIC X(20).
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BLOCK iniciado"
           PERFORM 1000-LEER-PARAMETROS
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           EVALUATE TRUE
               WHEN WS-MODE-BUILD
                   MOVE "block_build_report.dat" TO WS-REPORT-PATH
                   PERFORM 2000-ARMAR-BLOQUES
               WHEN WS-MODE-ALLOCATE
                   MOVE "block_alloc_report.dat" TO WS-REPORT-PATH
                   PERFORM 5000-ASIGNAR-FILLS
           END-EVALUATE
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
                   WHEN WS-ARG1 = "BUILD"
                       SET WS-MODE-BUILD TO TRUE
                   WHEN WS-ARG1 = "ALLOCATE"
                       SET WS-MODE-ALLOCATE TO TRUE
                   WHEN WS-ARG1(1:5) = "DATE="
                       MOVE WS-ARG1(6:8) TO WS-KEYWORD-VAL
                       IF WS-KEYWORD-VAL(1:8) IS NUMERIC
                           MOVE WS-KEYWORD-VAL(1:8) TO WS-SEL-DATE
                       END-IF
                   WHEN WS-ARG1(1:6) = "FILLS="
                       MOVE WS-ARG1(7:) TO WS-FILLS-PATH
                   WHEN WS-ARG1(1:9) = "ACCOUNTS="
                       MOVE WS-ARG1(10:) TO WS-ACCOUNTS-PATH
                   WHEN OTHER
                       DISPLAY "WARNING: argumento desconocido "
                           FUNCTION TRIM(WS-ARG1)
               END-EVALUATE
           END-PERFORM
           IF WS-MODE = SPACES
               DISPLAY "ERROR: indicar BUILD o ALLOCATE"
               MOVE 1 TO WS-EXIT-CODE
           END-IF
           EXIT.

      *================================================================
      * BUILD
      *================================================================
       2000-ARMAR-BLOQUES.
           PERFORM 2100-CARGAR-ORDENES-CUENTA
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-NETEAR-CUENTAS
           PERFORM 2300-AGRUPAR
           PERFORM 2400-SIGUIENTE-NUMERO
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           PERFORM 2500-GRABAR-BLOQUES
           PERFORM 2600-REESCRIBIR-ORDENES-CUENTA
           PERFORM 2900-PIE-ARMADO
           CLOSE REPORT-FILE
           EXIT.

       2100-CARGAR-ORDENES-CUENTA.
           OPEN INPUT ACCT-ORDERS-FILE
           IF NOT WS-AORD-OK
               DISPLAY "ERROR: account_orders.dat ilegible FS="
                   WS-AORD-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AORD-EOF
               READ ACCT-ORDERS-FILE
                   AT END
                       SET WS-AORD-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-TOMAR-ORDEN-CUENTA
               END-READ
           END-PERFORM
           CLOSE ACCT-ORDERS-FILE
           DISPLAY "[DEBUG] 2100-CARGAR-ORDENES-CUENTA - "
               WS-AORD-COUNT " órdenes por cuenta"
           EXIT.

       2150-TOMAR-ORDEN-CUENTA.
           IF WS-AORD-COUNT >= WS-MAX-AORD
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de órdenes por cuenta llena, "
                   "orden " AO-SEQ " de " AO-ACCOUNT " sin leer"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AORD-COUNT
           MOVE ACCT-ORDER-RECORD TO AOT-ROW(WS-AORD-COUNT)
           MOVE "N" TO AOT-SEL(WS-AORD-COUNT)
           MOVE 0 TO AOT-NET(WS-AORD-COUNT)
           MOVE 0 TO AOT-BLOCK(WS-AORD-COUNT)
           IF AO-STATUS NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           IF AO-SHARES NOT NUMERIC OR AO-DATE NOT NUMERIC
              OR AO-LIMIT NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: orden " AO-SEQ " de " AO-ACCOUNT
                   " ilegible, queda PENDING"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DATE NOT = 0 AND AO-DATE NOT = WS-SEL-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AOT-SEL(WS-AORD-COUNT)
           MOVE AO-ACCOUNT TO AOT-ACCOUNT(WS-AORD-COUNT)
           MOVE AO-SEQ TO AOT-SEQ(WS-AORD-COUNT)
           MOVE AO-SYMBOL TO AOT-SYMBOL(WS-AORD-COUNT)
           MOVE AO-SIDE TO AOT-SIDE(WS-AORD-COUNT)
           MOVE AO-TYPE TO AOT-TYPE(WS-AORD-COUNT)
           MOVE AO-LIMIT TO AOT-LIMIT(WS-AORD-COUNT)
           MOVE AO-DATE TO AOT-DATE(WS-AORD-COUNT)
           MOVE AO-SHARES TO AOT-NET(WS-AORD-COUNT)
           EXIT.

      * Neteo dentro de la cuenta: una orden contra la primera
      * opuesta del mismo símbolo y día que todavía tenga cantidad;
      * se descuenta lo menor de las dos.
       2200-NETEAR-CUENTAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AORD-COUNT
               IF AOT-SEL(WS-I) = "Y" AND AOT-NET(WS-I) > 0
                   EVALUATE AOT-SIDE(WS-I)
                       WHEN "BUY "
                           MOVE "SELL" TO WS-OPP-SIDE
                       WHEN "SELL"
                           MOVE "BUY " TO WS-OPP-SIDE
                       WHEN "SSHT"
                           MOVE "COVR" TO WS-OPP-SIDE
                       WHEN "COVR"
                           MOVE "SSHT" TO WS-OPP-SIDE
                       WHEN OTHER
                           MOVE SPACES TO WS-OPP-SIDE
                   END-EVALUATE
                   PERFORM 2250-BUSCAR-OPUESTA
                       VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-AORD-COUNT
                          OR AOT-NET(WS-I) = 0
               END-IF
           END-PERFORM
           EXIT.

       2250-BUSCAR-OPUESTA.
           IF AOT-SEL(WS-J) NOT = "Y" OR AOT-NET(WS-J) = 0
              OR WS-OPP-SIDE = SPACES
              OR AOT-SIDE(WS-J) NOT = WS-OPP-SIDE
              OR AOT-ACCOUNT(WS-J) NOT = AOT-ACCOUNT(WS-I)
              OR AOT-SYMBOL(WS-J) NOT = AOT-SYMBOL(WS-I)
              OR AOT-DATE(WS-J) NOT = AOT-DATE(WS-I)
               EXIT PARAGRAPH
           END-IF
           IF AOT-NET(WS-J) < AOT-NET(WS-I)
               MOVE AOT-NET(WS-J) TO WS-NET-QTY
           ELSE
               MOVE AOT-NET(WS-I) TO WS-NET-QTY
           END-IF
           SUBTRACT WS-NET-QTY FROM AOT-NET(WS-I)
           SUBTRACT WS-NET-QTY FROM AOT-NET(WS-J)
           MOVE WS-NET-QTY TO WS-EDIT-QTY
           DISPLAY "[NETEO] " FUNCTION TRIM(AOT-ACCOUNT(WS-I)) " "
               FUNCTION TRIM(AOT-SYMBOL(WS-I)) " " AOT-SIDE(WS-I)
               " contra " AOT-SIDE(WS-J) ": "
               FUNCTION TRIM(WS-EDIT-QTY) " acciones neteadas"
           EXIT.

      * Un bloque por fecha, símbolo, lado, tipo y límite con lo
      * que le quedó a cada cuenta después del neteo.
       2300-AGRUPAR.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AORD-COUNT
               IF AOT-SEL(WS-I) = "Y" AND AOT-NET(WS-I) > 0
                   PERFORM 2350-UBICAR-BLOQUE
                   IF WS-BLK-HIT NOT = 0
                       MOVE WS-BLK-HIT TO AOT-BLOCK(WS-I)
                       ADD AOT-NET(WS-I) TO BKT-QTY(WS-BLK-HIT)
                       ADD 1 TO BKT-MEMBERS(WS-BLK-HIT)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       2350-UBICAR-BLOQUE.
           MOVE 0 TO WS-BLK-HIT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BLK-COUNT OR WS-BLK-HIT NOT = 0
               IF BKT-DATE(WS-K) = AOT-DATE(WS-I)
                  AND BKT-SYMBOL(WS-K) = AOT-SYMBOL(WS-I)
                  AND BKT-SIDE(WS-K) = AOT-SIDE(WS-I)
                  AND BKT-TYPE(WS-K) = AOT-TYPE(WS-I)
                  AND (AOT-TYPE(WS-I) = "MKT"
                       OR BKT-LIMIT(WS-K) = AOT-LIMIT(WS-I))
                   MOVE WS-K TO WS-BLK-HIT
               END-IF
           END-PERFORM
           IF WS-BLK-HIT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BLK-COUNT >= WS-MAX-BLK
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: tabla de bloques llena, orden "
                   AOT-SEQ(WS-I) " de " AOT-ACCOUNT(WS-I)
                   " queda PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BLK-COUNT
           MOVE WS-BLK-COUNT TO WS-BLK-HIT
           MOVE AOT-DATE(WS-I) TO BKT-DATE(WS-BLK-HIT)
           MOVE AOT-SYMBOL(WS-I) TO BKT-SYMBOL(WS-BLK-HIT)
           MOVE AOT-SIDE(WS-I) TO BKT-SIDE(WS-BLK-HIT)
           MOVE AOT-TYPE(WS-I) TO BKT-TYPE(WS-BLK-HIT)
           MOVE AOT-LIMIT(WS-I) TO BKT-LIMIT(WS-BLK-HIT)
           MOVE 0 TO BKT-QTY(WS-BLK-HIT)
           MOVE 0 TO BKT-MEMBERS(WS-BLK-HIT)
           MOVE 0 TO BKT-SEQ(WS-BLK-HIT)
           EXIT.

      * El bloque sigue la numeración de broker_orders.dat.
       2400-SIGUIENTE-NUMERO.
           MOVE 0 TO WS-NEXT-SEQ
           OPEN INPUT ORDERS-FILE
           IF NOT WS-ORD-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORD-EOF
               READ ORDERS-FILE
                   AT END
                       SET WS-ORD-EOF TO TRUE
                   NOT AT END
                       IF ORD-SEQ NUMERIC AND ORD-SEQ > WS-NEXT-SEQ
                           MOVE ORD-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS-FILE
           EXIT.

       2500-GRABAR-BLOQUES.
           STRING "ORDENES DE BLOQUE - " WS-STAMP(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           OPEN EXTEND ORDERS-FILE
           IF WS-ORD-FS = "35"
               OPEN OUTPUT ORDERS-FILE
           END-IF
           OPEN EXTEND MEMBER-FILE
           IF WS-MEM-FS = "35"
               OPEN OUTPUT MEMBER-FILE
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-BLK-COUNT
               IF BKT-QTY(WS-K) > 99999
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WARNING: bloque de "
                       FUNCTION TRIM(BKT-SYMBOL(WS-K)) " "
                       BKT-SIDE(WS-K) " de " BKT-QTY(WS-K)
                       " acciones excede la orden, queda PENDING"
               ELSE
                   PERFORM 2550-GRABAR-UN-BLOQUE
               END-IF
           END-PERFORM
           CLOSE MEMBER-FILE
           CLOSE ORDERS-FILE
           EXIT.

       2550-GRABAR-UN-BLOQUE.
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO BKT-SEQ(WS-K)
           MOVE SPACES TO ORDER-RECORD
           MOVE WS-NEXT-SEQ TO ORD-SEQ
           MOVE BKT-SYMBOL(WS-K) TO ORD-SYMBOL
           MOVE BKT-SIDE(WS-K) TO ORD-SIDE
           MOVE BKT-QTY(WS-K) TO ORD-SHARES
           MOVE BKT-TYPE(WS-K) TO ORD-TYPE
           MOVE BKT-LIMIT(WS-K) TO ORD-LIMIT
           MOVE BKT-DATE(WS-K) TO ORD-DATE
           MOVE "PENDING" TO ORD-STATUS
           MOVE SPACES TO ORD-OPERATOR
           MOVE WS-STAMP TO ORD-STAMP
           WRITE ORDER-RECORD
           ADD 1 TO WS-BLOCKS-WRITTEN
           MOVE BKT-QTY(WS-K) TO WS-EDIT-QTY
           MOVE BKT-MEMBERS(WS-K) TO WS-EDIT-COUNT
           STRING "BLOQUE " WS-NEXT-SEQ " " BKT-DATE(WS-K) " "
               BKT-SYMBOL(WS-K) " " BKT-SIDE(WS-K) " "
               BKT-TYPE(WS-K) " " WS-EDIT-QTY " acciones, "
               FUNCTION TRIM(WS-EDIT-COUNT) " cuentas"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AORD-COUNT
               IF AOT-BLOCK(WS-I) = WS-K
                   MOVE SPACES TO MEMBER-RECORD
                   MOVE WS-NEXT-SEQ TO BM-BLOCK-SEQ
                   MOVE BKT-DATE(WS-K) TO BM-DATE
                   MOVE BKT-SYMBOL(WS-K) TO BM-SYMBOL
                   MOVE BKT-SIDE(WS-K) TO BM-SIDE
                   MOVE AOT-ACCOUNT(WS-I) TO BM-ACCOUNT
                   MOVE AOT-NET(WS-I) TO BM-QTY
                   MOVE AOT-SEQ(WS-I) TO BM-ACCT-SEQ
                   MOVE WS-STAMP TO BM-STAMP
                   WRITE MEMBER-RECORD
                   ADD 1 TO WS-MEMBERS-WRITTEN
                   MOVE AOT-NET(WS-I) TO WS-EDIT-QTY
                   STRING "    " AOT-ACCOUNT(WS-I) " orden "
                       AOT-SEQ(WS-I) " " WS-EDIT-QTY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 3990-EMITIR
               END-IF
           END-PERFORM
           EXIT.

      * Lo que entró en un bloque grabado queda BLOCKED; lo que se
      * anuló entero en el neteo, NETTED. Lo demás sigue como
      * estaba.
       2600-REESCRIBIR-ORDENES-CUENTA.
           OPEN OUTPUT ACCT-ORDERS-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AORD-COUNT
               MOVE AOT-ROW(WS-I) TO ACCT-ORDER-RECORD
               IF AOT-SEL(WS-I) = "Y"
                   EVALUATE TRUE
                       WHEN AOT-NET(WS-I) = 0
                           MOVE "NETTED" TO AO-STATUS
                           MOVE WS-STAMP TO AO-STAMP
                           ADD 1 TO WS-NETTED
                       WHEN AOT-BLOCK(WS-I) NOT = 0
                           IF BKT-SEQ(AOT-BLOCK(WS-I)) NOT = 0
                               MOVE "BLOCKED" TO AO-STATUS
                               MOVE WS-STAMP TO AO-STAMP
                           END-IF
                   END-EVALUATE
               END-IF
               WRITE ACCT-ORDER-RECORD
           END-PERFORM
           CLOSE ACCT-ORDERS-FILE
           EXIT.

       2900-PIE-ARMADO.
           PERFORM 3990-EMITIR
           MOVE WS-BLOCKS-WRITTEN TO WS-EDIT-COUNT
           STRING "BLOQUES A BROKER_ORDERS: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-MEMBERS-WRITTEN TO WS-EDIT-COUNT
           STRING "ORDENES DE CUENTA EN BLOQUE: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-NETTED TO WS-EDIT-COUNT
           STRING "ANULADAS POR NETEO: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           EXIT.

       3990-EMITIR.
           WRITE REPORT-RECORD
           DISPLAY RPT-LINE
           MOVE SPACES TO RPT-LINE
           EXIT.

      *================================================================
      * ALLOCATE
      *================================================================
       5000-ASIGNAR-FILLS.
           PERFORM 5100-CARGAR-LOTES
           PERFORM 5200-CARGAR-COMPOSICION
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-CARGAR-LIBRO
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5400-ACUMULAR-FILLS
           IF WS-EXIT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALLOC-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "ASIGNACION DE BLOQUES - REVISION DE TRATO JUSTO - "
               WS-STAMP(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           PERFORM 6000-REPARTIR-BLOQUE
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-BF-COUNT
           PERFORM 6900-PIE-ASIGNACION
           CLOSE REPORT-FILE
           CLOSE ALLOC-FILE
           IF WS-REVIEW-COUNT > 0 OR WS-OVERFILL-COUNT > 0
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           EXIT.

      * Sin archivo de cuentas todas reparten de a una acción.
       5100-CARGAR-LOTES.
           OPEN INPUT ACCOUNTS-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "WARNING: " FUNCTION TRIM(WS-ACCOUNTS-PATH)
                   " ilegible FS=" WS-ACCT-FS ", lote 1 para todas"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNTS-FILE
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF AC-ID NOT = SPACES
                          AND WS-LOT-COUNT < WS-MAX-LOT
                           ADD 1 TO WS-LOT-COUNT
                           MOVE AC-ID TO LTT-ACCOUNT(WS-LOT-COUNT)
                           MOVE 1 TO LTT-LOT(WS-LOT-COUNT)
                           IF FUNCTION TEST-NUMVAL(AC-LOT-RAW) = 0
                               COMPUTE LTT-LOT(WS-LOT-COUNT) =
                                   FUNCTION NUMVAL(AC-LOT-RAW)
                           END-IF
                           IF LTT-LOT(WS-LOT-COUNT) = 0
                               MOVE 1 TO LTT-LOT(WS-LOT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           EXIT.

       5200-CARGAR-COMPOSICION.
           OPEN INPUT MEMBER-FILE
           IF NOT WS-MEM-OK
               DISPLAY "ERROR: block_orders.dat ilegible FS="
                   WS-MEM-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEM-EOF
               READ MEMBER-FILE
                   AT END
                       SET WS-MEM-EOF TO TRUE
                   NOT AT END
                       IF BM-BLOCK-SEQ NUMERIC AND BM-QTY NUMERIC
                          AND BM-DATE NUMERIC
                          AND WS-MEM-COUNT < WS-MAX-MEM
                           PERFORM 5250-TOMAR-MIEMBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           DISPLAY "[DEBUG] 5200-CARGAR-COMPOSICION - " WS-MEM-COUNT
               " cuentas en bloques"
           EXIT.

       5250-TOMAR-MIEMBRO.
           ADD 1 TO WS-MEM-COUNT
           MOVE BM-BLOCK-SEQ TO MBT-SEQ(WS-MEM-COUNT)
           MOVE BM-DATE TO MBT-DATE(WS-MEM-COUNT)
           MOVE BM-SYMBOL TO MBT-SYMBOL(WS-MEM-COUNT)
           MOVE BM-SIDE TO MBT-SIDE(WS-MEM-COUNT)
           MOVE BM-ACCOUNT TO MBT-ACCOUNT(WS-MEM-COUNT)
           MOVE BM-QTY TO MBT-QTY(WS-MEM-COUNT)
           MOVE BM-ACCT-SEQ TO MBT-ACCT-SEQ(WS-MEM-COUNT)
           MOVE 1 TO MBT-LOT(WS-MEM-COUNT)
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LOT-COUNT
               IF LTT-ACCOUNT(WS-L) = BM-ACCOUNT
                   MOVE LTT-LOT(WS-L) TO MBT-LOT(WS-MEM-COUNT)
               END-IF
           END-PERFORM
           EXIT.

       5300-CARGAR-LIBRO.
           OPEN INPUT BOOK-FILE
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
                           MOVE WO-ID TO BKB-ID(WS-BOOK-COUNT)
                           MOVE WO-SYMBOL TO BKB-SYMBOL(WS-BOOK-COUNT)
                           MOVE WO-SIDE TO BKB-SIDE(WS-BOOK-COUNT)
                           MOVE WO-ENTERED
                               TO BKB-ENTERED(WS-BOOK-COUNT)
                           MOVE WO-ORD-SEQ
                               TO BKB-ORD-SEQ(WS-BOOK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           EXIT.

      * Cada fill se lleva a su orden del libro y de ahí a su
      * bloque: mismo número de orden, símbolo y lado, y la fecha de
      * bloque más reciente que no pase la del alta en el libro.
       5400-ACUMULAR-FILLS.
           OPEN INPUT FILLS-FILE
           IF NOT WS-FILLS-OK
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FILLS-PATH)
                   " ilegible FS=" WS-FILLS-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILLS-EOF
               READ FILLS-FILE
                   AT END
                       SET WS-FILLS-EOF TO TRUE
                   NOT AT END
                       PERFORM 5450-UBICAR-FILL
               END-READ
           END-PERFORM
           CLOSE FILLS-FILE
           DISPLAY "[DEBUG] 5400-ACUMULAR-FILLS - " WS-BF-COUNT
               " bloques con fills"
           EXIT.

       5450-UBICAR-FILL.
           IF FB-TRADE-NUM NOT NUMERIC OR FB-SHARES NOT NUMERIC
              OR FB-PRICE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BOOK-HIT
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT OR WS-BOOK-HIT NOT = 0
               IF BKB-ID(WS-B) = FB-TRADE-NUM
                   MOVE WS-B TO WS-BOOK-HIT
               END-IF
           END-PERFORM
           IF WS-BOOK-HIT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WARNING: fill " FB-TRADE-NUM
                   " sin orden en el libro, omitido"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BEST-DATE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BKB-ORD-SEQ(WS-BOOK-HIT)
                  AND MBT-SYMBOL(WS-M) = BKB-SYMBOL(WS-BOOK-HIT)
                  AND MBT-SIDE(WS-M) = BKB-SIDE(WS-BOOK-HIT)
                  AND MBT-DATE(WS-M) <= BKB-ENTERED(WS-BOOK-HIT)
                  AND MBT-DATE(WS-M) > WS-BEST-DATE
                   MOVE MBT-DATE(WS-M) TO WS-BEST-DATE
               END-IF
           END-PERFORM
           IF WS-BEST-DATE = 0
               DISPLAY "[ASIGNACION] fill " FB-TRADE-NUM
                   " no es de una orden de bloque, omitido"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BF-HIT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-BF-COUNT OR WS-BF-HIT NOT = 0
               IF BFT-SEQ(WS-F) = BKB-ORD-SEQ(WS-BOOK-HIT)
                  AND BFT-DATE(WS-F) = WS-BEST-DATE
                   MOVE WS-F TO WS-BF-HIT
               END-IF
           END-PERFORM
           IF WS-BF-HIT = 0
               IF WS-BF-COUNT >= WS-MAX-BF
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WARNING: tabla de bloques llena, fill "
                       FB-TRADE-NUM " omitido"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BF-COUNT
               MOVE WS-BF-COUNT TO WS-BF-HIT
               MOVE BKB-ORD-SEQ(WS-BOOK-HIT) TO BFT-SEQ(WS-BF-HIT)
               MOVE WS-BEST-DATE TO BFT-DATE(WS-BF-HIT)
               MOVE FB-TRADE-NUM TO BFT-WO-ID(WS-BF-HIT)
               MOVE BKB-SYMBOL(WS-BOOK-HIT) TO BFT-SYMBOL(WS-BF-HIT)
               MOVE BKB-SIDE(WS-BOOK-HIT) TO BFT-SIDE(WS-BF-HIT)
               MOVE 0 TO BFT-QTY(WS-BF-HIT)
               MOVE 0 TO BFT-PV(WS-BF-HIT)
           END-IF
           ADD FB-SHARES TO BFT-QTY(WS-BF-HIT)
           COMPUTE BFT-PV(WS-BF-HIT) = BFT-PV(WS-BF-HIT)
               + FB-SHARES * FB-PRICE
           EXIT.

      * Reparto de un bloque: parte exacta, base al lote, remanente
      * de a un lote por mayor fracción, y el odd lot a la cuenta con
      * más sin cubrir.
       6000-REPARTIR-BLOQUE.
           MOVE 0 TO WS-BLOCK-REQ
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BFT-SEQ(WS-F)
                  AND MBT-DATE(WS-M) = BFT-DATE(WS-F)
                   ADD MBT-QTY(WS-M) TO WS-BLOCK-REQ
               END-IF
           END-PERFORM
           IF WS-BLOCK-REQ = 0 OR BFT-QTY(WS-F) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BLOCK-PRICE ROUNDED =
               BFT-PV(WS-F) / BFT-QTY(WS-F)
           MOVE BFT-QTY(WS-F) TO WS-BLOCK-FILL
           IF WS-BLOCK-FILL > WS-BLOCK-REQ
               ADD 1 TO WS-OVERFILL-COUNT
               COMPUTE WS-EDIT-QTY = WS-BLOCK-FILL - WS-BLOCK-REQ
               DISPLAY "WARNING: bloque " BFT-SEQ(WS-F) " "
                   BFT-DATE(WS-F) " con " FUNCTION TRIM(WS-EDIT-QTY)
                   " acciones ejecutadas de más, sin asignar"
               MOVE WS-BLOCK-REQ TO WS-BLOCK-FILL
           END-IF
           MOVE WS-BLOCK-FILL TO WS-REMAIN
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BFT-SEQ(WS-F)
                  AND MBT-DATE(WS-M) = BFT-DATE(WS-F)
                   COMPUTE WS-ALLOC-PROD =
                       WS-BLOCK-FILL * MBT-QTY(WS-M)
                   COMPUTE MBT-EXACT(WS-M) ROUNDED =
                       WS-ALLOC-PROD / WS-BLOCK-REQ
                   COMPUTE WS-LOT-QUOT =
                       MBT-EXACT(WS-M) / MBT-LOT(WS-M)
                   COMPUTE MBT-ALLOC(WS-M) =
                       WS-LOT-QUOT * MBT-LOT(WS-M)
                   COMPUTE MBT-FRAC(WS-M) =
                       MBT-EXACT(WS-M) - MBT-ALLOC(WS-M)
                   MOVE "BASE" TO MBT-RULE(WS-M)
                   SUBTRACT MBT-ALLOC(WS-M) FROM WS-REMAIN
               END-IF
           END-PERFORM
           MOVE "N" TO WS-GIVE-DONE
           PERFORM 6100-DAR-UN-LOTE
               UNTIL WS-REMAIN = 0 OR WS-GIVE-DONE = "Y"
           MOVE "N" TO WS-GIVE-DONE
           PERFORM 6200-DAR-IMPAR
               UNTIL WS-REMAIN = 0 OR WS-GIVE-DONE = "Y"
           PERFORM 6500-INFORMAR-BLOQUE
           EXIT.

      * Un lote a la cuenta con mayor fracción pendiente que todavía
      * lo admita (entra en el remanente y no pasa de lo pedido).
       6100-DAR-UN-LOTE.
           MOVE 0 TO WS-BEST
           MOVE 0 TO WS-BEST-FRAC
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BFT-SEQ(WS-F)
                  AND MBT-DATE(WS-M) = BFT-DATE(WS-F)
                  AND MBT-LOT(WS-M) <= WS-REMAIN
                  AND MBT-ALLOC(WS-M) + MBT-LOT(WS-M)
                      <= MBT-QTY(WS-M)
                  AND MBT-FRAC(WS-M) > 0
                   IF WS-BEST = 0
                      OR MBT-FRAC(WS-M) > WS-BEST-FRAC
                      OR (MBT-FRAC(WS-M) = WS-BEST-FRAC
                          AND MBT-ACCOUNT(WS-M)
                              < MBT-ACCOUNT(WS-BEST))
                       MOVE WS-M TO WS-BEST
                       MOVE MBT-FRAC(WS-M) TO WS-BEST-FRAC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST = 0
               MOVE "Y" TO WS-GIVE-DONE
               EXIT PARAGRAPH
           END-IF
           ADD MBT-LOT(WS-BEST) TO MBT-ALLOC(WS-BEST)
           SUBTRACT MBT-LOT(WS-BEST) FROM MBT-FRAC(WS-BEST)
           SUBTRACT MBT-LOT(WS-BEST) FROM WS-REMAIN
           MOVE "LOTE" TO MBT-RULE(WS-BEST)
           EXIT.

      * Lo que ya no alcanza a un lote va a la cuenta que más lejos
      * quedó de su parte exacta, hasta lo que pidió; si sobra, a la
      * siguiente.
       6200-DAR-IMPAR.
           MOVE 0 TO WS-BEST
           MOVE 0 TO WS-BEST-FRAC
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BFT-SEQ(WS-F)
                  AND MBT-DATE(WS-M) = BFT-DATE(WS-F)
                  AND MBT-QTY(WS-M) > MBT-ALLOC(WS-M)
                   IF WS-BEST = 0
                      OR MBT-FRAC(WS-M) > WS-BEST-FRAC
                      OR (MBT-FRAC(WS-M) = WS-BEST-FRAC
                          AND MBT-ACCOUNT(WS-M)
                              < MBT-ACCOUNT(WS-BEST))
                       MOVE WS-M TO WS-BEST
                       MOVE MBT-FRAC(WS-M) TO WS-BEST-FRAC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST = 0
               MOVE "Y" TO WS-GIVE-DONE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BEST-ROOM = MBT-QTY(WS-BEST) - MBT-ALLOC(WS-BEST)
           IF WS-REMAIN < WS-BEST-ROOM
               MOVE WS-REMAIN TO WS-GIVE
           ELSE
               MOVE WS-BEST-ROOM TO WS-GIVE
           END-IF
           ADD WS-GIVE TO MBT-ALLOC(WS-BEST)
           SUBTRACT WS-GIVE FROM MBT-FRAC(WS-BEST)
           SUBTRACT WS-GIVE FROM WS-REMAIN
           MOVE "IMPAR" TO MBT-RULE(WS-BEST)
           EXIT.

      * Filas de asignación y la revisión de trato justo: cobertura
      * de cada cuenta contra la del bloque y diferencia con la
      * parte exacta; más de un lote de diferencia se marca.
       6500-INFORMAR-BLOQUE.
           PERFORM 3990-EMITIR
           MOVE WS-BLOCK-REQ TO WS-EDIT-QTY
           MOVE WS-BLOCK-FILL TO WS-EDIT-QTY2
           MOVE WS-BLOCK-PRICE TO WS-EDIT-PRICE
           COMPUTE WS-BLOCK-RATIO ROUNDED =
               100 * WS-BLOCK-FILL / WS-BLOCK-REQ
           MOVE WS-BLOCK-RATIO TO WS-EDIT-PCT
           STRING "BLOQUE " BFT-SEQ(WS-F) " " BFT-DATE(WS-F)
               " LIBRO " BFT-WO-ID(WS-F) " "
               FUNCTION TRIM(BFT-SYMBOL(WS-F)) " " BFT-SIDE(WS-F)
               " PEDIDO " FUNCTION TRIM(WS-EDIT-QTY)
               " EJEC " FUNCTION TRIM(WS-EDIT-QTY2)
               " (" FUNCTION TRIM(WS-EDIT-PCT) "%) PRECIO "
               FUNCTION TRIM(WS-EDIT-PRICE)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           STRING "  CUENTA    PEDIDO  %BLOQ      EXACTA  ASIGNADO"
               "  %CUBR REGLA  MARCA"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF MBT-SEQ(WS-M) = BFT-SEQ(WS-F)
                  AND MBT-DATE(WS-M) = BFT-DATE(WS-F)
                   PERFORM 6550-FILA-CUENTA
               END-IF
           END-PERFORM
           EXIT.

       6550-FILA-CUENTA.
           MOVE SPACES TO ALLOC-RECORD
           MOVE BFT-SEQ(WS-F) TO BA-BLOCK-SEQ
           MOVE BFT-DATE(WS-F) TO BA-BLOCK-DATE
           MOVE BFT-WO-ID(WS-F) TO BA-WO-ID
           MOVE BFT-SYMBOL(WS-F) TO BA-SYMBOL
           MOVE BFT-SIDE(WS-F) TO BA-SIDE
           MOVE MBT-ACCOUNT(WS-M) TO BA-ACCOUNT
           MOVE MBT-QTY(WS-M) TO BA-REQ
           MOVE MBT-ALLOC(WS-M) TO BA-ALLOC
           MOVE WS-BLOCK-PRICE TO BA-PRICE
           MOVE MBT-ACCT-SEQ(WS-M) TO BA-ACCT-SEQ
           MOVE MBT-RULE(WS-M) TO BA-RULE
           WRITE ALLOC-RECORD
           ADD 1 TO WS-ALLOC-ROWS
           COMPUTE WS-ACCT-RATIO ROUNDED =
               100 * MBT-ALLOC(WS-M) / MBT-QTY(WS-M)
           COMPUTE WS-DEVIATION = MBT-ALLOC(WS-M) - MBT-EXACT(WS-M)
           IF WS-DEVIATION < 0
               COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
           END-IF
           MOVE SPACES TO WS-REVIEW-FLAG
           IF WS-DEVIATION > MBT-LOT(WS-M)
               MOVE "REVISAR" TO WS-REVIEW-FLAG
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           MOVE MBT-QTY(WS-M) TO WS-EDIT-QTY
           COMPUTE WS-EDIT-PCT ROUNDED =
               100 * MBT-QTY(WS-M) / WS-BLOCK-REQ
           MOVE MBT-EXACT(WS-M) TO WS-EDIT-EXACT
           MOVE MBT-ALLOC(WS-M) TO WS-EDIT-QTY2
           MOVE WS-ACCT-RATIO TO WS-EDIT-PCT2
           STRING "  " MBT-ACCOUNT(WS-M) WS-EDIT-QTY " " WS-EDIT-PCT
               " " WS-EDIT-EXACT "  " WS-EDIT-QTY2 " " WS-EDIT-PCT2
               " " MBT-RULE(WS-M) "  " WS-REVIEW-FLAG
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           EXIT.

       6900-PIE-ASIGNACION.
           PERFORM 3990-EMITIR
           MOVE WS-BF-COUNT TO WS-EDIT-COUNT
           STRING "BLOQUES ASIGNADOS: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-ALLOC-ROWS TO WS-EDIT-COUNT
           STRING "FILAS DE ASIGNACION: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           STRING "MARCADAS REVISAR: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
           MOVE WS-OVERFILL-COUNT TO WS-EDIT-COUNT
           STRING "BLOQUES CON EJECUCION DE MAS: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 3990-EMITIR
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
           IF WS-MODE-ALLOCATE
               MOVE WS-ALLOC-ROWS TO WS-AUDIT-COUNT
           ELSE
               MOVE WS-MEMBERS-WRITTEN TO WS-AUDIT-COUNT
           END-IF
           MOVE WS-REJECT-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
