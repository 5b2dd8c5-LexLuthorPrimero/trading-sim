      * COPY BOOK: WS-CHG-PROPOSE
      * Dominio: Cola de cambios pendientes de aprobación
      * Usado por: SYMMAINT, PRICEMASTER
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: dejar en pending_changes.dat una
      * propuesta PENDING con las imágenes antes y después, el
      * operador que la hace y su razón. Nada se aplica aquí: el
      * cambio llega a symbol_master.dat o price_master.dat solo
      * cuando otro operador lo aprueba con CHGAPPR.
      * El programa anfitrión debe declarar CHG-FILE con
      * CHANGE-RECORD (mismo formato que en CHGAPPR), WS-CHG-FS con
      * los 88 WS-CHG-OK y WS-CHG-EOF, WS-CHG-NEXT-ID PIC 9(6) VALUE
      * 0 (el número se busca en la cola la primera vez y después
      * se incrementa), WS-CHG-MADE PIC 9(5) COMP, y cargar antes de
      * invocar esta rutina WS-CHG-TARGET PIC X(4) (SYMM o PRIC),
      * WS-CHG-ACTION PIC X(6), WS-CHG-KEY PIC X(18), WS-CHG-REASON
      * PIC X(30), WS-CHG-BEFORE y WS-CHG-AFTER PIC X(107) y
      * WS-OPERATOR. Una cola ilegible deja WS-EXIT-CODE en 1.

           IF WS-CHG-NEXT-ID = 0
               MOVE 1 TO WS-CHG-NEXT-ID
               OPEN INPUT CHG-FILE
               IF WS-CHG-OK
                   PERFORM UNTIL WS-CHG-EOF
                       READ CHG-FILE
                           AT END
                               SET WS-CHG-EOF TO TRUE
                           NOT AT END
                               IF CHG-ID NUMERIC
                                  AND CHG-ID >= WS-CHG-NEXT-ID
                                   COMPUTE WS-CHG-NEXT-ID = CHG-ID + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHG-FILE
               END-IF
           END-IF
           OPEN EXTEND CHG-FILE
           IF WS-CHG-FS = "35"
               OPEN OUTPUT CHG-FILE
           END-IF
           IF NOT WS-CHG-OK
               DISPLAY "ERROR: cola de cambios ilegible FS=" WS-CHG-FS
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHANGE-RECORD
           MOVE WS-CHG-NEXT-ID TO CHG-ID
           MOVE WS-CHG-TARGET TO CHG-TARGET
           MOVE WS-CHG-ACTION TO CHG-ACTION
           MOVE WS-CHG-KEY TO CHG-KEY
           MOVE "PENDING" TO CHG-STATUS
           MOVE WS-OPERATOR TO CHG-MAKER
           MOVE FUNCTION CURRENT-DATE(1:8) TO CHG-PROPOSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHG-STAMP
           MOVE WS-CHG-REASON TO CHG-REASON
           MOVE 0 TO CHG-DECIDED
           MOVE WS-CHG-BEFORE TO CHG-BEFORE
           MOVE WS-CHG-AFTER TO CHG-AFTER
           WRITE CHANGE-RECORD
           CLOSE CHG-FILE
           ADD 1 TO WS-CHG-NEXT-ID
           ADD 1 TO WS-CHG-MADE
           DISPLAY "[PROPUESTA] " CHG-ID " " CHG-TARGET " " CHG-ACTION
               " " CHG-KEY " pendiente de aprobación".
