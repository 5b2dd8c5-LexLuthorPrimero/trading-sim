      * COPY BOOK: WS-ALIAS-CHAIN
      * Dominio: Resolución de un símbolo por su cadena de alias
      * Usado por: SYMMAINT, PRICEMASTER, GAPFILL, SPLITTER,
      *            MASTERBATCH
      * Responsabilidad única: a partir de WS-ALIAS-SYMBOL (viejo,
      * intermedio o vigente) dejar en WS-ALIAS-CURRENT el ticker
      * vigente hoy y en WS-ALIAS-SEG los tramos de su historia en
      * orden cronológico: SEG-SYMBOL rige desde SEG-FROM inclusive
      * hasta SEG-UNTIL exclusive (0 = desde siempre, 99999999 =
      * hasta hoy), WS-ALIAS-SEGS tramos. Un símbolo sin alias es un
      * solo tramo consigo mismo. El anfitrión declara la tabla
      * WS-ALIAS-SEG (SEG-SYMBOL PIC X(10), SEG-FROM y SEG-UNTIL PIC
      * 9(8)), WS-ALIAS-SEGS y WS-MAX-SEGS PIC 9(4) COMP,
      * WS-ALIAS-J PIC 9(4) COMP y WS-ALIAS-SWAP PIC X(26), más los
      * campos de trabajo de WS-ALIAS-CHECK. Con la cadena más larga
      * que la tabla se conservan los tramos más recientes, con
      * aviso.

           MOVE WS-ALIAS-SYMBOL TO WS-ALIAS-WALK
           MOVE 0 TO WS-ALIAS-STEPS
           MOVE 1 TO WS-ALIAS-HIT
           PERFORM UNTIL WS-ALIAS-HIT = 0
                      OR WS-ALIAS-STEPS > WS-ALIAS-COUNT
               MOVE 0 TO WS-ALIAS-HIT
               PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
                       UNTIL WS-ALIAS-K > WS-ALIAS-COUNT
                          OR WS-ALIAS-HIT NOT = 0
                   IF ALT-OLD(WS-ALIAS-K) = WS-ALIAS-WALK
                       MOVE WS-ALIAS-K TO WS-ALIAS-HIT
                   END-IF
               END-PERFORM
               IF WS-ALIAS-HIT NOT = 0
                   MOVE ALT-NEW(WS-ALIAS-HIT) TO WS-ALIAS-WALK
                   ADD 1 TO WS-ALIAS-STEPS
               END-IF
           END-PERFORM
           MOVE WS-ALIAS-WALK TO WS-ALIAS-CURRENT
      * Hacia atrás desde el vigente: cada antecesor cierra su tramo
      * el día efectivo del alias que lo reemplazó.
           MOVE 1 TO WS-ALIAS-SEGS
           MOVE WS-ALIAS-CURRENT TO SEG-SYMBOL(1)
           MOVE 0 TO SEG-FROM(1)
           MOVE 99999999 TO SEG-UNTIL(1)
           MOVE 1 TO WS-ALIAS-HIT
           PERFORM UNTIL WS-ALIAS-HIT = 0
               MOVE 0 TO WS-ALIAS-HIT
               PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
                       UNTIL WS-ALIAS-K > WS-ALIAS-COUNT
                          OR WS-ALIAS-HIT NOT = 0
                   IF ALT-NEW(WS-ALIAS-K) = WS-ALIAS-WALK
                       MOVE WS-ALIAS-K TO WS-ALIAS-HIT
                   END-IF
               END-PERFORM
               IF WS-ALIAS-HIT NOT = 0
                   MOVE ALT-DATE(WS-ALIAS-HIT)
                       TO SEG-FROM(WS-ALIAS-SEGS)
                   IF WS-ALIAS-SEGS >= WS-MAX-SEGS
                       DISPLAY "WARNING: cadena de alias de "
                           WS-ALIAS-CURRENT " más larga que la "
                           "tabla, historia recortada"
                       MOVE 0 TO WS-ALIAS-HIT
                   ELSE
                       ADD 1 TO WS-ALIAS-SEGS
                       MOVE ALT-OLD(WS-ALIAS-HIT)
                           TO SEG-SYMBOL(WS-ALIAS-SEGS)
                       MOVE 0 TO SEG-FROM(WS-ALIAS-SEGS)
                       MOVE ALT-DATE(WS-ALIAS-HIT)
                           TO SEG-UNTIL(WS-ALIAS-SEGS)
                       MOVE ALT-OLD(WS-ALIAS-HIT) TO WS-ALIAS-WALK
                   END-IF
               END-IF
           END-PERFORM
      * Se armó del vigente hacia atrás: se da vuelta en su lugar.
           MOVE WS-ALIAS-SEGS TO WS-ALIAS-J
           PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
                   UNTIL WS-ALIAS-K >= WS-ALIAS-J
               MOVE WS-ALIAS-SEG(WS-ALIAS-K) TO WS-ALIAS-SWAP
               MOVE WS-ALIAS-SEG(WS-ALIAS-J)
                   TO WS-ALIAS-SEG(WS-ALIAS-K)
               MOVE WS-ALIAS-SWAP TO WS-ALIAS-SEG(WS-ALIAS-J)
               SUBTRACT 1 FROM WS-ALIAS-J
           END-PERFORM.
