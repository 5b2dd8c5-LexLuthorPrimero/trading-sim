      * COPY BOOK: WS-PARM-OVERRIDE
      * Dominio: Registro central de parámetros de corrida
      * Usado por: todo programa de lote con parámetros ajustables
      *            (indicadores, Trader, Portsim, Strategy, MasterBatch
      *            y los estudios, controles y reportes)
      * Aplica: B-DEBUG
      * Responsabilidad única: anotar en la tabla de parámetros
      * (WS-PARM-TABLE, ver WS-PARM-RESOLVE) que el parámetro
      * WS-PARM-KEY X(10) vino explícito en la línea de comando con
      * el valor WS-PARM-KEYVAL X(20): queda con fuente PARM, el
      * registro ya no lo resuelve y así se graba en run_params.dat.
      * Un nombre que no está en la tabla no hace nada.

           PERFORM VARYING WS-PARM-J FROM 1 BY 1
                   UNTIL WS-PARM-J > WS-PARM-COUNT
               IF PRM-NAME(WS-PARM-J) = WS-PARM-KEY
                   MOVE WS-PARM-KEYVAL TO PRM-VALUE(WS-PARM-J)
                   MOVE "PARM" TO PRM-SOURCE(WS-PARM-J)
                   MOVE SPACES TO PRM-SCOPE(WS-PARM-J)
                   MOVE 0 TO PRM-VERSION(WS-PARM-J)
               END-IF
           END-PERFORM.
