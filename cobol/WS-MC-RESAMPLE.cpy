      * COPY BOOK: WS-MC-RESAMPLE
      * Dominio: Remuestreo de una secuencia de operaciones
      * Usado por: MONTECARLO, SIZESTUDY
      * Aplica: B-DEBUG
      * Responsabilidad única: armar un camino remuestreado como
      * tabla de índices sobre la secuencia del anfitrión, que
      * reproduce el camino leyendo su tabla en el orden de
      * WS-MC-PICK(1..WS-MC-N).
      * Entrada: WS-MC-N PIC 9(5) COMP, el largo de la secuencia, y
      * WS-MC-MODE PIC X(1): "S" baraja (Fisher-Yates sobre la
      * tabla tal como quedó del camino anterior; el anfitrión la
      * carga con 1..N antes del primero) - mismas operaciones en
      * otro orden; "B" bootstrap, N sorteos con reposición - el
      * camino puede repetir u omitir operaciones, así también
      * varía el resultado final y no solo el recorrido.
      * Salida: WS-MC-PICK OCCURS 10000 PIC 9(5) COMP. Usa además
      * WS-MC-I, WS-MC-J PIC 9(5) COMP, WS-MC-SWAP PIC 9(5) COMP y
      * WS-MC-RANDOM PIC V9(9) COMP-3. La semilla, si la hay, la
      * fija el anfitrión con FUNCTION RANDOM(semilla).

           IF WS-MC-MODE = "B"
               PERFORM VARYING WS-MC-I FROM 1 BY 1
                       UNTIL WS-MC-I > WS-MC-N
                   COMPUTE WS-MC-RANDOM = FUNCTION RANDOM
                   COMPUTE WS-MC-J = (WS-MC-RANDOM * WS-MC-N) + 1
                   IF WS-MC-J > WS-MC-N
                       MOVE WS-MC-N TO WS-MC-J
                   END-IF
                   IF WS-MC-J < 1
                       MOVE 1 TO WS-MC-J
                   END-IF
                   MOVE WS-MC-J TO WS-MC-PICK(WS-MC-I)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-MC-I FROM WS-MC-N BY -1
                       UNTIL WS-MC-I < 2
                   COMPUTE WS-MC-RANDOM = FUNCTION RANDOM
                   COMPUTE WS-MC-J = (WS-MC-RANDOM * WS-MC-I) + 1
                   IF WS-MC-J > WS-MC-I
                       MOVE WS-MC-I TO WS-MC-J
                   END-IF
                   IF WS-MC-J < 1
                       MOVE 1 TO WS-MC-J
                   END-IF
                   MOVE WS-MC-PICK(WS-MC-I) TO WS-MC-SWAP
                   MOVE WS-MC-PICK(WS-MC-J) TO WS-MC-PICK(WS-MC-I)
                   MOVE WS-MC-SWAP TO WS-MC-PICK(WS-MC-J)
               END-PERFORM
           END-IF.
