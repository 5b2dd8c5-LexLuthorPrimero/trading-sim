      * COPY BOOK: WS-SUSP-LOAD
      * Dominio: Carga del calendario de suspensiones de rueda
      * Usado por: TRADER, PORTSIM
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: leer el calendario (símbolo, fecha,
      * tipo HALT = rueda suspendida todo el día, LKUP = trabado en
      * límite alcista, LKDN = trabado en límite bajista) y llenar la
      * tabla; cada programa decide qué se llena en la barra.
      * El programa anfitrión debe declarar SUSP-FILE con SUSP-RECORD
      * (HT-SYMBOL, HT-DATE, HT-TYPE), WS-SUSP-FS con los 88
      * WS-SUSP-OK y WS-SUSP-EOF, WS-SUSP-FILTER PIC X(10) (espacios =
      * todos los símbolos, si no solo las filas de ese símbolo), la
      * tabla WS-SUSP-ENTRY con SPT-SYMBOL/SPT-DATE/SPT-TYPE,
      * WS-SUSP-COUNT y WS-MAX-SUSP PIC 9(4) COMP (el mismo valor que
      * el OCCURS) y WS-SUSP-REJECTS PIC 9(4) COMP. Sin calendario no
      * hay suspensiones; una fila con fecha o tipo inválido, o que
      * no entra en la tabla, se descarta contada con aviso.

           MOVE 0 TO WS-SUSP-COUNT
           MOVE 0 TO WS-SUSP-REJECTS
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-FS = "35"
               DISPLAY "[DEBUG] CARGAR-SUSPENSIONES - sin calendario "
                   "de suspensiones"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SUSP-OK
               DISPLAY "WARNING: calendario de suspensiones ilegible "
                   "FS=" WS-SUSP-FS ", suspensiones apagadas"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ SUSP-FILE
                   AT END
                       SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-SUSP-FILTER NOT = SPACES
                                AND FUNCTION TRIM(HT-SYMBOL) NOT =
                                    FUNCTION TRIM(WS-SUSP-FILTER)
                               CONTINUE
                           WHEN HT-DATE NOT NUMERIC OR HT-DATE = 0
                                OR (HT-TYPE NOT = "HALT"
                                    AND HT-TYPE NOT = "LKUP"
                                    AND HT-TYPE NOT = "LKDN")
                               ADD 1 TO WS-SUSP-REJECTS
                               DISPLAY "WARNING: fila de suspensión "
                                   "inválida descartada: " HT-SYMBOL
                                   " " HT-DATE " " HT-TYPE
                           WHEN WS-SUSP-COUNT >= WS-MAX-SUSP
                               ADD 1 TO WS-SUSP-REJECTS
                               DISPLAY "WARNING: tabla de suspensiones "
                                   "llena, descartado: " HT-SYMBOL
                                   " " HT-DATE
                           WHEN OTHER
                               ADD 1 TO WS-SUSP-COUNT
                               MOVE HT-SYMBOL
                                   TO SPT-SYMBOL(WS-SUSP-COUNT)
                               MOVE HT-DATE TO SPT-DATE(WS-SUSP-COUNT)
                               MOVE HT-TYPE TO SPT-TYPE(WS-SUSP-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SUSP-FILE
           DISPLAY "[DEBUG] CARGAR-SUSPENSIONES - " WS-SUSP-COUNT
               " días suspendidos o trabados, " WS-SUSP-REJECTS
               " descartados".
