      * COPY BOOK: WS-MARGIN-LOAD
      * Dominio: Carga de los requerimientos de margen del broker
      * Usado por: TRADER, PORTSIM
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: leer el archivo de requerimientos
      * (clave, inicial y mantenimiento del largo, inicial y
      * mantenimiento del corto, en porciento del valor de mercado
      * de la posición, como texto con punto decimal) y llenar la
      * tabla. La clave es un símbolo, una clase (el SYM-SECTOR del
      * maestro) o DEFAULT para todo lo demás; WS-MARGIN-CALC busca
      * en ese orden. Una fila con "*" en la columna 1 es
      * comentario.
      * Ej.: DEFAULT    50.00   25.00   50.00   30.00
      * El programa anfitrión debe declarar MARGIN-FILE con
      * MARGIN-RECORD (MR-KEY PIC X(10), MR-LONG-INIT-RAW,
      * MR-LONG-MAINT-RAW, MR-SHORT-INIT-RAW, MR-SHORT-MAINT-RAW
      * PIC X(7) separados por un FILLER), WS-MARGIN-FS con los 88
      * WS-MARGIN-OK y WS-MARGIN-EOF, la tabla WS-MRG-ENTRY con
      * MRT-KEY PIC X(10) y MRT-LONG-INIT/MRT-LONG-MAINT/
      * MRT-SHORT-INIT/MRT-SHORT-MAINT PIC 9(3)V99 COMP-3,
      * WS-MRG-COUNT y WS-MAX-MRG PIC 9(4) COMP (el mismo valor que
      * el OCCURS), WS-MRG-REJECTS PIC 9(4) COMP y el conmutador
      * WS-MRG-FLAG con el 88 WS-MRG-ON. Sin archivo, ilegible o
      * sin ninguna fila válida el motor queda apagado con aviso;
      * una fila con algún porcentaje ilegible, en cero, con
      * mantenimiento mayor que el inicial, o que no entra en la
      * tabla, se descarta contada con aviso.

           MOVE 0 TO WS-MRG-COUNT
           MOVE 0 TO WS-MRG-REJECTS
           MOVE "N" TO WS-MRG-FLAG
           OPEN INPUT MARGIN-FILE
           IF NOT WS-MARGIN-OK
               DISPLAY "WARNING: requerimientos de margen ilegibles "
                   "FS=" WS-MARGIN-FS ", control de margen apagado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MARGIN-EOF
               READ MARGIN-FILE
                   AT END
                       SET WS-MARGIN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MARGIN-RECORD = SPACES
                             OR MARGIN-RECORD(1:1) = "*"
                               CONTINUE
                           WHEN FUNCTION TEST-NUMVAL(
                                   MR-LONG-INIT-RAW) NOT = 0
                             OR FUNCTION TEST-NUMVAL(
                                   MR-LONG-MAINT-RAW) NOT = 0
                             OR FUNCTION TEST-NUMVAL(
                                   MR-SHORT-INIT-RAW) NOT = 0
                             OR FUNCTION TEST-NUMVAL(
                                   MR-SHORT-MAINT-RAW) NOT = 0
                             OR FUNCTION NUMVAL(MR-LONG-INIT-RAW)
                                   NOT > 0
                             OR FUNCTION NUMVAL(MR-SHORT-INIT-RAW)
                                   NOT > 0
                             OR FUNCTION NUMVAL(MR-LONG-MAINT-RAW)
                                   NOT > 0
                             OR FUNCTION NUMVAL(MR-SHORT-MAINT-RAW)
                                   NOT > 0
                             OR FUNCTION NUMVAL(MR-LONG-MAINT-RAW) >
                                FUNCTION NUMVAL(MR-LONG-INIT-RAW)
                             OR FUNCTION NUMVAL(MR-SHORT-MAINT-RAW) >
                                FUNCTION NUMVAL(MR-SHORT-INIT-RAW)
                               ADD 1 TO WS-MRG-REJECTS
                               DISPLAY "WARNING: fila de margen "
                                   "inválida descartada: " MR-KEY
                           WHEN WS-MRG-COUNT >= WS-MAX-MRG
                               ADD 1 TO WS-MRG-REJECTS
                               DISPLAY "WARNING: tabla de margen "
                                   "llena, descartado: " MR-KEY
                           WHEN OTHER
                               ADD 1 TO WS-MRG-COUNT
                               MOVE MR-KEY TO MRT-KEY(WS-MRG-COUNT)
                               COMPUTE MRT-LONG-INIT(WS-MRG-COUNT) =
                                   FUNCTION NUMVAL(MR-LONG-INIT-RAW)
                               COMPUTE MRT-LONG-MAINT(WS-MRG-COUNT) =
                                   FUNCTION NUMVAL(MR-LONG-MAINT-RAW)
                               COMPUTE MRT-SHORT-INIT(WS-MRG-COUNT) =
                                   FUNCTION NUMVAL(MR-SHORT-INIT-RAW)
                               COMPUTE MRT-SHORT-MAINT(WS-MRG-COUNT)
                                   = FUNCTION NUMVAL(
                                       MR-SHORT-MAINT-RAW)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MARGIN-FILE
           IF WS-MRG-COUNT = 0
               DISPLAY "WARNING: requerimientos de margen sin filas "
                   "válidas, control de margen apagado"
           ELSE
               SET WS-MRG-ON TO TRUE
           END-IF
           DISPLAY "[DEBUG] CARGAR-MARGEN - " WS-MRG-COUNT
               " requerimientos, " WS-MRG-REJECTS " descartados".
