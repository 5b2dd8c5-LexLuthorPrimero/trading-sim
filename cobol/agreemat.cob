           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS      PIC XX.
       01  WS-AUDIT-PROGRAM PIC X(10) VALUE "AGREEMAT".
       01  WS-AUDIT-STATUS  PIC X(4).
       01  WS-AUDIT-COUNT   PIC 9(5).
       01  WS-AUDIT-REJECTS PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED  PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1 PIC 9(8).
              10 WS-HASH-V2 PIC 9(8).
           05 WS-HASH-TEXT  PIC X(400).
           05 WS-HASH-LEN   PIC 9(4) COMP.
           05 WS-HASH-I     PIC 9(4) COMP.
           05 WS-HASH-H1    PIC 9(12) COMP.
           05 WS-HASH-H2    PIC 9(12) COMP.
       01  WS-FS            PIC XX.
           88  WS-FS-OK     VALUE "00".
           88  WS-FS-EOF    VALUE "10".
      * Votación por día hábil, como la arma STRATEGY, más la
      * bandera de régimen del archivo de decisiones; los votos
      * viajan por índice de indicador (1 MACD, 2 RSI, 3 BOLLINGER,
      * 4 STOCHASTIC, 5 CANDLE).
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-DAY-IDX.
              10 HD-DATE        PIC 9(8).
              10 HD-VOTE        OCCURS 5 TIMES PIC S9(1).
              10 HD-REGIME      PIC X(1).
       01  WS-DAY-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DAYS      PIC 9(4) COMP VALUE 2000.
           05 FILLER        PIC X(10) VALUE "RSI".
           05 FILLER        PIC X(10) VALUE "BOLLINGER".
           05 FILLER        PIC X(10) VALUE "STOCHASTIC".
           05 FILLER        PIC X(10) VALUE "CANDLE".
       01  WS-IND-NAMES-R REDEFINES WS-IND-NAMES.
           05 WS-IND-NAME   OCCURS 5 TIMES PIC X(10).
      * Conteos por par y alcance: alcance 1 = ALL, 2 = T, 3 = R.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-A-DIM OCCURS 5 TIMES.
              10 WS-PAIR-B-DIM OCCURS 5 TIMES.
                 15 WS-SCOPE-DIM OCCURS 3 TIMES.
                    20 PR-BOTH     PIC 9(5) COMP.
                    20 PR-AGREE    PIC 9(5) COMP.
                   MOVE 3 TO WS-IND-IDX
               WHEN "STOCHASTIC"
                   MOVE 4 TO WS-IND-IDX
               WHEN "CANDLE"
                   MOVE 5 TO WS-IND-IDX
      * Los giros de PSAR son eventos sueltos, no un voto diario:
      * no entran en la matriz ni cuentan como rechazo.
               WHEN "PSAR"
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               MOVE 0 TO HD-VOTE(WS-DAY-HIT, 2)
               MOVE 0 TO HD-VOTE(WS-DAY-HIT, 3)
               MOVE 0 TO HD-VOTE(WS-DAY-HIT, 4)
               MOVE 0 TO HD-VOTE(WS-DAY-HIT, 5)
               MOVE SPACE TO HD-REGIME(WS-DAY-HIT)
           END-IF
           MOVE SH-VOTE TO HD-VOTE(WS-DAY-HIT, WS-IND-IDX)
       3000-CONTAR-PARES.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DAY-COUNT
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
                   PERFORM VARYING WS-B FROM WS-A BY 1
                           UNTIL WS-B > 5
                       IF WS-B > WS-A
                          AND HD-VOTE(WS-D, WS-A) NOT = 0
                          AND HD-VOTE(WS-D, WS-B) NOT = 0

       4000-ESCRIBIR-MATRIZ.
           OPEN OUTPUT MATRIX-FILE
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
               PERFORM VARYING WS-B FROM WS-A BY 1 UNTIL WS-B > 5
                   IF WS-B > WS-A
                       PERFORM VARYING WS-C FROM 1 BY 1
                               UNTIL WS-C > 3
