      * COPY BOOK: WS-ALIAS-CHECK
      * Dominio: Validación de un alias de símbolo contra la tabla
      * Usado por: SYMMAINT, PRICEMASTER, GAPFILL, SPLITTER,
      *            MASTERBATCH (vía WS-ALIAS-LOAD)
      * Responsabilidad única: decidir si el alias en ALIAS-RECORD
      * (AL-OLD -> AL-NEW desde AL-DATE) entra en la historia ya
      * cargada en WS-ALIAS-ENTRY. Deja WS-ALIAS-REASON en espacios
      * si entra, o el motivo del rechazo. El programa anfitrión
      * declara además WS-ALIAS-REASON PIC X(40), WS-ALIAS-K,
      * WS-ALIAS-HIT y WS-ALIAS-STEPS PIC 9(4) COMP y WS-ALIAS-WALK
      * PIC X(10). Reglas:
      *   - los dos símbolos presentes y distintos, fecha numérica;
      *   - ciclo: siguiendo la cadena hacia adelante desde el
      *     nuevo no se puede volver al viejo;
      *   - superposición: un símbolo viejo se renombra una sola
      *     vez, un símbolo nuevo recibe una sola historia, y en la
      *     cadena las fechas efectivas crecen (el ticker del medio
      *     rige al menos un día).
      * La tabla cargada nunca tiene ciclos, así que la caminata
      * termina; el tope de pasos es solo resguardo.

           MOVE SPACES TO WS-ALIAS-REASON
           IF AL-OLD = SPACES OR AL-NEW = SPACES
              OR AL-OLD = AL-NEW
              OR AL-DATE NOT NUMERIC OR AL-DATE = 0
               MOVE "fila ilegible" TO WS-ALIAS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE AL-NEW TO WS-ALIAS-WALK
           MOVE 0 TO WS-ALIAS-STEPS
           MOVE 1 TO WS-ALIAS-HIT
           PERFORM UNTIL WS-ALIAS-HIT = 0
                      OR WS-ALIAS-REASON NOT = SPACES
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
                   IF WS-ALIAS-WALK = AL-OLD
                      OR WS-ALIAS-STEPS > WS-ALIAS-COUNT
                       MOVE "formaría un ciclo" TO WS-ALIAS-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALIAS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
                   UNTIL WS-ALIAS-K > WS-ALIAS-COUNT
                      OR WS-ALIAS-REASON NOT = SPACES
               EVALUATE TRUE
                   WHEN ALT-OLD(WS-ALIAS-K) = AL-OLD
                       MOVE "el símbolo viejo ya tiene sucesor"
                           TO WS-ALIAS-REASON
                   WHEN ALT-NEW(WS-ALIAS-K) = AL-NEW
                       MOVE "el símbolo nuevo ya tiene antecesor"
                           TO WS-ALIAS-REASON
                   WHEN ALT-NEW(WS-ALIAS-K) = AL-OLD
                        AND ALT-DATE(WS-ALIAS-K) NOT < AL-DATE
                       MOVE "superpuesto con el alias anterior"
                           TO WS-ALIAS-REASON
                   WHEN ALT-OLD(WS-ALIAS-K) = AL-NEW
                        AND ALT-DATE(WS-ALIAS-K) NOT > AL-DATE
                       MOVE "superpuesto con el alias siguiente"
                           TO WS-ALIAS-REASON
               END-EVALUATE
           END-PERFORM.
