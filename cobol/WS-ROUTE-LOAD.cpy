      * COPY BOOK: WS-ROUTE-LOAD
      * Dominio: Carga de la tabla de ruteo de órdenes por broker
      * Usado por: APPROVE, XMITCTL, RECONCILE, CASHREC, EXECQUAL
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: leer broker_routes.dat (broker,
      * símbolo, mercado, lado y necesidad de préstamo para el
      * corto) y llenar la tabla de rutas y la lista de brokers
      * distintos, en el orden en que aparecen. En las columnas de
      * criterio "*" (o blanco) vale para todo; la de préstamo es Y
      * = solo órdenes que piden préstamo (SSHT), N = solo las que
      * no. La fila con los cuatro criterios en "*" es la ruta por
      * omisión. Cuál ruta gana lo decide APPROVE. Una fila con "*"
      * en la columna 1 es comentario.
      * Ej.: BRKA     *          *        *    *
      *      BRKB     *          *        *    Y
      *      BRKB     *          NYSE     SELL *
      * El programa anfitrión debe declarar ROUTE-FILE con
      * ROUTE-RECORD (RO-BROKER X(8), RO-SYMBOL X(10), RO-EXCHANGE
      * X(8), RO-SIDE X(4), RO-BORROW X(1) separados por un FILLER),
      * WS-ROUTE-FS con los 88 WS-ROUTE-OK y WS-ROUTE-EOF, la tabla
      * WS-ROUTE-ENTRY con RUT-BROKER X(8), RUT-SYMBOL X(10),
      * RUT-EXCHANGE X(8), RUT-SIDE X(4), RUT-BORROW X(1) y RUT-BRK
      * PIC 9(2) COMP (el renglón del broker en WS-BRK-ENTRY),
      * WS-ROUTE-COUNT, WS-MAX-ROUTES (el mismo valor que el OCCURS),
      * WS-ROUTE-REJECTS y WS-ROUTE-DEFAULT PIC 9(3) COMP, la tabla
      * WS-BRK-ENTRY con al menos BRT-ID X(8) (el anfitrión agrega
      * ahí sus acumulados por broker), WS-BRK-COUNT, WS-MAX-BROKERS,
      * WS-BRK-I y WS-BRK-HIT PIC 9(2) COMP, y el conmutador
      * WS-ROUTE-FLAG con el 88 WS-ROUTE-ON. Sin archivo (FS 35) no
      * hay ruteo: un solo broker, como siempre. Ilegible o sin
      * ninguna fila válida el ruteo queda apagado con aviso y el
      * FS distinto de 35 se lo dice al anfitrión; una fila sin
      * broker, con lado o préstamo desconocido, de un broker que ya
      * no entra en la lista, o que no entra en la tabla, se descarta
      * contada con aviso.

           MOVE 0 TO WS-ROUTE-COUNT
           MOVE 0 TO WS-ROUTE-REJECTS
           MOVE 0 TO WS-ROUTE-DEFAULT
           MOVE 0 TO WS-BRK-COUNT
           MOVE "N" TO WS-ROUTE-FLAG
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS = "35"
               DISPLAY "[DEBUG] CARGAR-RUTAS - sin tabla de ruteo, "
                   "un solo broker"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ROUTE-OK
               DISPLAY "WARNING: tabla de ruteo ilegible FS="
                   WS-ROUTE-FS ", ruteo apagado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ROUTE-EOF
               READ ROUTE-FILE
                   AT END
                       SET WS-ROUTE-EOF TO TRUE
                   NOT AT END
                       IF RO-SYMBOL = SPACES
                           MOVE "*" TO RO-SYMBOL
                       END-IF
                       IF RO-EXCHANGE = SPACES
                           MOVE "*" TO RO-EXCHANGE
                       END-IF
                       IF RO-SIDE = SPACES
                           MOVE "*" TO RO-SIDE
                       END-IF
                       IF RO-BORROW = SPACES
                           MOVE "*" TO RO-BORROW
                       END-IF
                       MOVE 0 TO WS-BRK-HIT
                       PERFORM VARYING WS-BRK-I FROM 1 BY 1
                               UNTIL WS-BRK-I > WS-BRK-COUNT
                                  OR WS-BRK-HIT NOT = 0
                           IF BRT-ID(WS-BRK-I) = RO-BROKER
                               MOVE WS-BRK-I TO WS-BRK-HIT
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN ROUTE-RECORD = SPACES
                             OR ROUTE-RECORD(1:1) = "*"
                               CONTINUE
                           WHEN RO-BROKER = SPACES
                             OR (RO-SIDE NOT = "*"
                                 AND RO-SIDE NOT = "BUY "
                                 AND RO-SIDE NOT = "SELL"
                                 AND RO-SIDE NOT = "SSHT"
                                 AND RO-SIDE NOT = "COVR")
                             OR (RO-BORROW NOT = "*"
                                 AND RO-BORROW NOT = "Y"
                                 AND RO-BORROW NOT = "N")
                               ADD 1 TO WS-ROUTE-REJECTS
                               DISPLAY "WARNING: fila de ruteo "
                                   "inválida descartada: " RO-BROKER
                                   " " RO-SYMBOL " " RO-SIDE
                           WHEN WS-BRK-HIT = 0
                             AND WS-BRK-COUNT >= WS-MAX-BROKERS
                               ADD 1 TO WS-ROUTE-REJECTS
                               DISPLAY "WARNING: demasiados brokers "
                                   "en la tabla de ruteo, descartado: "
                                   RO-BROKER
                           WHEN WS-ROUTE-COUNT >= WS-MAX-ROUTES
                               ADD 1 TO WS-ROUTE-REJECTS
                               DISPLAY "WARNING: tabla de ruteo "
                                   "llena, descartado: " RO-BROKER
                                   " " RO-SYMBOL
                           WHEN OTHER
                               IF WS-BRK-HIT = 0
                                   ADD 1 TO WS-BRK-COUNT
                                   MOVE WS-BRK-COUNT TO WS-BRK-HIT
                                   MOVE RO-BROKER
                                       TO BRT-ID(WS-BRK-HIT)
                               END-IF
                               ADD 1 TO WS-ROUTE-COUNT
                               MOVE RO-BROKER
                                   TO RUT-BROKER(WS-ROUTE-COUNT)
                               MOVE RO-SYMBOL
                                   TO RUT-SYMBOL(WS-ROUTE-COUNT)
                               MOVE RO-EXCHANGE
                                   TO RUT-EXCHANGE(WS-ROUTE-COUNT)
                               MOVE RO-SIDE TO RUT-SIDE(WS-ROUTE-COUNT)
                               MOVE RO-BORROW
                                   TO RUT-BORROW(WS-ROUTE-COUNT)
                               MOVE WS-BRK-HIT
                                   TO RUT-BRK(WS-ROUTE-COUNT)
                               IF WS-ROUTE-DEFAULT = 0
                                  AND RO-SYMBOL = "*"
                                  AND RO-EXCHANGE = "*"
                                  AND RO-SIDE = "*"
                                  AND RO-BORROW = "*"
                                   MOVE WS-ROUTE-COUNT
                                       TO WS-ROUTE-DEFAULT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           IF WS-ROUTE-COUNT = 0
               DISPLAY "WARNING: tabla de ruteo sin filas válidas, "
                   "ruteo apagado"
               MOVE "99" TO WS-ROUTE-FS
           ELSE
               SET WS-ROUTE-ON TO TRUE
               IF WS-ROUTE-DEFAULT = 0
                   DISPLAY "WARNING: tabla de ruteo sin ruta por "
                       "omisión, lo que no calce queda retenido"
               END-IF
           END-IF
           DISPLAY "[DEBUG] CARGAR-RUTAS - " WS-ROUTE-COUNT
               " rutas, " WS-BRK-COUNT " brokers, " WS-ROUTE-REJECTS
               " descartadas".
