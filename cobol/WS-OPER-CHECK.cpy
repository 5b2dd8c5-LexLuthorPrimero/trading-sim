      * COPY BOOK: WS-OPER-CHECK
      * Dominio: Permisos de operador en los programas de mantenimiento
      * Usado por: APPROVE, PERCLOSE, SYMMAINT, PROFMAINT,
      *            PRICEMASTER, ALERTACK, NOTES, CHGAPPR, ORDBOOK,
      *            PARMMAINT
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: antes de tocar nada, confirmar que
      * WS-OPERATOR figura en operator_entitlements.dat (operador,
      * rol, activo Y/N y la lista de funciones permitidas separadas
      * por blancos, o "*" para todas), está activo y tiene
      * permitida la función WS-OPER-FUNCTION. Si no, el pedido se
      * rechaza: mensaje de error, fila DENY en audit_trail.dat con
      * el operador rechazado en el campo de símbolo, y fin con RC 1.
      * Sin archivo de permisos, o ilegible, no pasa nadie - es un
      * control, no una preferencia.
      * El programa anfitrión debe declarar OPER-FILE con OPER-RECORD
      * (OPR-ID PIC X(8), OPR-ROLE PIC X(10), OPR-ACTIVE PIC X(1),
      * OPR-FUNCS PIC X(80)), WS-OPER-FS con los 88 WS-OPER-OK y
      * WS-OPER-EOF, WS-OPERATOR PIC X(8), WS-OPER-FUNCTION PIC
      * X(10), WS-OPER-REASON PIC X(40), WS-OPER-FOUND PIC X(1),
      * WS-OPER-LIST PIC X(82), WS-OPER-TOKEN PIC X(12),
      * WS-OPER-LEN y WS-OPER-HITS PIC 9(4) COMP, WS-EXIT-CODE, los
      * campos de WS-AUDIT-LOG y su párrafo GRABAR-AUDITORIA.

           MOVE SPACES TO WS-OPER-REASON
           MOVE "N" TO WS-OPER-FOUND
           IF WS-OPERATOR = SPACES
               MOVE "falta OPERATOR=" TO WS-OPER-REASON
           ELSE
               OPEN INPUT OPER-FILE
               IF NOT WS-OPER-OK
                   STRING "permisos de operador ilegibles FS="
                       WS-OPER-FS DELIMITED BY SIZE
                       INTO WS-OPER-REASON
                   END-STRING
               ELSE
                   PERFORM UNTIL WS-OPER-EOF OR WS-OPER-FOUND = "Y"
                       READ OPER-FILE
                           AT END
                               SET WS-OPER-EOF TO TRUE
                           NOT AT END
                               IF OPR-ID = WS-OPERATOR
                                   MOVE "Y" TO WS-OPER-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-OPER-FOUND NOT = "Y"
                           MOVE "operador desconocido"
                               TO WS-OPER-REASON
                       WHEN OPR-ACTIVE NOT = "Y"
                           MOVE "operador inactivo" TO WS-OPER-REASON
                       WHEN OPR-FUNCS(1:2) = "* "
                           CONTINUE
                       WHEN OTHER
      * Se busca la función como palabra entera: " APPROVE " no
      * debe encontrarse dentro de " APPROVER ".
                           MOVE SPACES TO WS-OPER-LIST
                           MOVE OPR-FUNCS TO WS-OPER-LIST(2:80)
                           MOVE SPACES TO WS-OPER-TOKEN
                           STRING " " DELIMITED BY SIZE
                               WS-OPER-FUNCTION DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               INTO WS-OPER-TOKEN
                           END-STRING
                           COMPUTE WS-OPER-LEN = FUNCTION LENGTH(
                               FUNCTION TRIM(WS-OPER-FUNCTION)) + 2
                           MOVE 0 TO WS-OPER-HITS
                           INSPECT WS-OPER-LIST TALLYING WS-OPER-HITS
                               FOR ALL WS-OPER-TOKEN(1:WS-OPER-LEN)
                           IF WS-OPER-HITS = 0
                               MOVE "función no permitida al operador"
                                   TO WS-OPER-REASON
                           END-IF
                   END-EVALUATE
                   CLOSE OPER-FILE
               END-IF
           END-IF
           IF WS-OPER-REASON = SPACES
               DISPLAY "[DEBUG] VERIFICAR-OPERADOR - " WS-OPERATOR
                   " autorizado para " WS-OPER-FUNCTION
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ERROR: operador '" WS-OPERATOR "' rechazado para "
               FUNCTION TRIM(WS-OPER-FUNCTION) ": "
               FUNCTION TRIM(WS-OPER-REASON)
           DISPLAY "TRADE_RUN_SYMBOL" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE
           MOVE "DENY" TO WS-AUDIT-STATUS
           MOVE 0 TO WS-AUDIT-COUNT
           MOVE 1 TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           MOVE 1 TO WS-EXIT-CODE
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.
