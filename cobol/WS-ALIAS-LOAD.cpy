      * COPY BOOK: WS-ALIAS-LOAD
      * Dominio: Carga de la historia de alias de símbolos
      * Usado por: SYMMAINT, PRICEMASTER, GAPFILL, SPLITTER,
      *            MASTERBATCH
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: leer symbol_alias.dat (símbolo viejo,
      * símbolo nuevo, fecha efectiva = primer día con el ticker
      * nuevo) y llenar la tabla, pasando cada fila por la misma
      * validación que usa el alta de SYMMAINT: el programa
      * anfitrión debe tener un párrafo VALIDAR-ALIAS con COPY
      * WS-ALIAS-CHECK, y declarar ALIAS-FILE con ALIAS-RECORD
      * (AL-OLD, AL-NEW, AL-DATE), WS-ALIAS-FS con los 88 WS-ALIAS-OK
      * y WS-ALIAS-EOF, la tabla WS-ALIAS-ENTRY con ALT-OLD/ALT-NEW/
      * ALT-DATE, WS-ALIAS-COUNT y WS-MAX-ALIAS PIC 9(4) COMP (el
      * mismo valor que el OCCURS), WS-ALIAS-REJECTS PIC 9(4) COMP y
      * los campos de trabajo de WS-ALIAS-CHECK. Sin archivo no hay
      * alias y cada símbolo es su propia historia; una fila que
      * formaría un ciclo o se superpondría con otra ya cargada se
      * descarta contada con aviso y el resto de la historia sigue.

           MOVE 0 TO WS-ALIAS-COUNT
           MOVE 0 TO WS-ALIAS-REJECTS
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-FS = "35"
               DISPLAY "[DEBUG] CARGAR-ALIAS - sin historia de alias "
                   "de símbolos"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ALIAS-OK
               DISPLAY "WARNING: historia de alias ilegible FS="
                   WS-ALIAS-FS ", alias apagados"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF
               READ ALIAS-FILE
                   AT END
                       SET WS-ALIAS-EOF TO TRUE
                   NOT AT END
                       PERFORM VALIDAR-ALIAS
                       IF WS-ALIAS-REASON = SPACES
                          AND WS-ALIAS-COUNT >= WS-MAX-ALIAS
                           MOVE "tabla de alias llena"
                               TO WS-ALIAS-REASON
                       END-IF
                       IF WS-ALIAS-REASON = SPACES
                           ADD 1 TO WS-ALIAS-COUNT
                           MOVE AL-OLD TO ALT-OLD(WS-ALIAS-COUNT)
                           MOVE AL-NEW TO ALT-NEW(WS-ALIAS-COUNT)
                           MOVE AL-DATE TO ALT-DATE(WS-ALIAS-COUNT)
                       ELSE
                           ADD 1 TO WS-ALIAS-REJECTS
                           DISPLAY "WARNING: alias descartado "
                               AL-OLD " -> " AL-NEW " " AL-DATE
                               ": " FUNCTION TRIM(WS-ALIAS-REASON)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-FILE
           DISPLAY "[DEBUG] CARGAR-ALIAS - " WS-ALIAS-COUNT
               " alias cargados, " WS-ALIAS-REJECTS " descartados".
