           05 LED-COMMISSION  PIC 9(7)V99.
           05 FILLER          PIC X.
           05 LED-FMT         PIC X(2).
           05 FILLER          PIC X.
           05 LED-HASH        PIC X(16).
       FD  EQUITY-FILE.
       01  EQUITY-RECORD.
           05 EQ-CAPITAL      PIC 9(9)V99.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "ABCOMP".
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
       01  WS-LEDGER-STATUS  PIC XX.
           88  WS-LEDGER-OK      VALUE "00".
           88  WS-LEDGER-EOF     VALUE "10".
           CLOSE LEDGER-FILE
           EXIT.

      * Las filas HALT, las señales suprimidas (SKIPS), los
      * agregados piramidales y los eventos corporativos (CORPA) no
      * son operaciones cerradas comparables y se saltan.
       2100-CARGAR-FILA.
           IF LED-TYPE = "HALT " OR LED-TYPE = "SKIPS"
              OR LED-TYPE = "ADDLG" OR LED-TYPE = "ADDSH"
              OR LED-TYPE = "CORPA"
               EXIT PARAGRAPH
           END-IF
           IF LED-TRADE-NUM > WS-MAX-TRADES OR LED-TRADE-NUM = 0
