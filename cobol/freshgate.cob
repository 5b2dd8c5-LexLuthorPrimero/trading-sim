           05 CTL-RISK         PIC X(5).
           05 FILLER           PIC X.
           05 CTL-CURRENCY     PIC X(3).
           05 FILLER           PIC X.
           05 CTL-OHLCV-PATH   PIC X(200).
       FD  OHLCV-IN-FILE.
       01  OHLCV-IN-RECORD.
           05 OIN-SYMBOL      PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS       PIC XX.
       01  WS-AUDIT-PROGRAM  PIC X(10) VALUE "FRESHGATE".
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
       01  WS-CONTROL-STATUS PIC XX.
           88  WS-CONTROL-OK     VALUE "00".
           88  WS-CONTROL-EOF    VALUE "10".
