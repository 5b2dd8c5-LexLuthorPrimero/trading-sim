           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
       FD  HOLD-OUT-FILE.
       01  HOLD-OUT-RECORD.
           05 HLD-LINE        PIC X(80).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-NOTES-FS        PIC XX.
           88  WS-NOTES-OK    VALUE "00".
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
       01  WS-LEDGER-STATUS   PIC XX.
           88  WS-LEDGER-OK       VALUE "00".
           88  WS-LEDGER-EOF      VALUE "10".

      * Las filas HALT y las operaciones sin fecha (ledgers viejos,
      * señales sin columna de fecha) no pueden aportar tenencia y
      * se cuentan aparte en vez de frenar el reporte. Una fila
      * CORPA es un evento corporativo a mitad de la tenencia: la
      * aporta la fila de cierre de esa posición.
       2100-ACUMULAR-OPERACION.
           IF LED-TYPE = "HALT " OR LED-TYPE = "CORPA"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXCLERR-ON AND WS-NOTES-AVAIL = "Y"
