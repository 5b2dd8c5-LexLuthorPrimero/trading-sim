      * COPY BOOK: WS-MARGIN-CALC
      * Dominio: Requerimiento de margen de una posición abierta
      * Usado por: TRADER, PORTSIM
      * Aplica: B-DEBUG
      * Responsabilidad única: con la tabla de WS-MARGIN-LOAD, dar
      * el requerimiento inicial y de mantenimiento de una posición.
      * Entrada: WS-MRG-SYMBOL PIC X(10), WS-MRG-CLASS PIC X(8) (la
      * clase del maestro, puede venir en blanco), WS-MRG-SIDE PIC
      * X(1) ("L" largo, "S" corto) y WS-MRG-VALUE PIC 9(11)V99
      * COMP-3, el valor de mercado absoluto de la posición (precio
      * por cantidad por multiplicador). Salida: WS-MRG-INIT-REQ y
      * WS-MRG-MAINT-REQ PIC 9(11)V99 COMP-3, los porcentajes usados
      * en WS-MRG-INIT-PCT y WS-MRG-MAINT-PCT PIC 9(3)V99 COMP-3, y
      * WS-MRG-MATCH PIC X(1): "S" fila del símbolo, "C" de la
      * clase, "D" la fila DEFAULT, "N" ninguna. Sin fila que
      * aplique la posición se trata como pagada al contado (100% y
      * 100%) - una cuenta sin acuerdo de margen no apalanca - y el
      * anfitrión avisa. Usa además WS-MRG-IX, WS-MRG-HIT-S,
      * WS-MRG-HIT-C y WS-MRG-HIT-D PIC 9(4) COMP.

           MOVE 0 TO WS-MRG-HIT-S
           MOVE 0 TO WS-MRG-HIT-C
           MOVE 0 TO WS-MRG-HIT-D
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                   UNTIL WS-MRG-IX > WS-MRG-COUNT
               EVALUATE TRUE
                   WHEN MRT-KEY(WS-MRG-IX) = WS-MRG-SYMBOL
                       MOVE WS-MRG-IX TO WS-MRG-HIT-S
                   WHEN WS-MRG-CLASS NOT = SPACES
                        AND MRT-KEY(WS-MRG-IX) = WS-MRG-CLASS
                       MOVE WS-MRG-IX TO WS-MRG-HIT-C
                   WHEN MRT-KEY(WS-MRG-IX) = "DEFAULT"
                       MOVE WS-MRG-IX TO WS-MRG-HIT-D
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MRG-HIT-S > 0
                   MOVE "S" TO WS-MRG-MATCH
                   MOVE WS-MRG-HIT-S TO WS-MRG-IX
               WHEN WS-MRG-HIT-C > 0
                   MOVE "C" TO WS-MRG-MATCH
                   MOVE WS-MRG-HIT-C TO WS-MRG-IX
               WHEN WS-MRG-HIT-D > 0
                   MOVE "D" TO WS-MRG-MATCH
                   MOVE WS-MRG-HIT-D TO WS-MRG-IX
               WHEN OTHER
                   MOVE "N" TO WS-MRG-MATCH
                   MOVE 0 TO WS-MRG-IX
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MRG-IX = 0
                   MOVE 100 TO WS-MRG-INIT-PCT
                   MOVE 100 TO WS-MRG-MAINT-PCT
               WHEN WS-MRG-SIDE = "S"
                   MOVE MRT-SHORT-INIT(WS-MRG-IX) TO WS-MRG-INIT-PCT
                   MOVE MRT-SHORT-MAINT(WS-MRG-IX)
                       TO WS-MRG-MAINT-PCT
               WHEN OTHER
                   MOVE MRT-LONG-INIT(WS-MRG-IX) TO WS-MRG-INIT-PCT
                   MOVE MRT-LONG-MAINT(WS-MRG-IX) TO WS-MRG-MAINT-PCT
           END-EVALUATE
           COMPUTE WS-MRG-INIT-REQ ROUNDED =
               WS-MRG-VALUE * WS-MRG-INIT-PCT / 100
           COMPUTE WS-MRG-MAINT-REQ ROUNDED =
               WS-MRG-VALUE * WS-MRG-MAINT-PCT / 100.
