      * COPY BOOK: WS-PARM-RESOLVE
      * Dominio: Registro central de parámetros de corrida
      * Usado por: todo programa de lote con parámetros ajustables
      *            (indicadores, Trader, Portsim, Strategy, MasterBatch
      *            y los estudios, controles y reportes)
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: resolver contra param_registry.dat (lo
      * mantiene PARMMAINT, solo agregado) el valor vigente de cada
      * parámetro del programa para el símbolo y la fecha de negocio
      * de la corrida. Para cada parámetro se busca, entre los
      * renglones del programa con fecha efectiva hasta la fecha de
      * la corrida, el más reciente de alcance del símbolo y el más
      * reciente de alcance GLOBAL (a igual fecha, la versión mayor):
      * manda el del símbolo, después el global, y si no hay ninguno
      * queda el valor por omisión del programa. Un renglón DROP
      * retira el valor de su alcance desde su fecha efectiva. Un
      * parámetro que ya vino en la línea de comando (fuente PARM,
      * WS-PARM-OVERRIDE) no se toca: el PARM es solo la excepción
      * explícita al registro.
      *
      * El programa anfitrión debe declarar PARMREG-FILE ASSIGN TO
      * DYNAMIC WS-PARMREG-PATH (PIC X(200)) con PARMREG-RECORD (mismo
      * formato que en PARMMAINT, al menos hasta PR-VALUE) y
      * WS-PARMREG-FS con los 88 WS-PARMREG-OK y WS-PARMREG-EOF. La
      * ruta es TRADE_PARM_REGISTRY si viene (MASTERBATCH la pone
      * para los programas que corren en su directorio de trabajo)
      * y si no param_registry.dat. En WORKING-STORAGE
      * WS-PARM-TABLE con WS-PARM-ENTRY OCCURS conteniendo PRM-NAME
      * X(10), PRM-VALUE X(20), PRM-SOURCE X(4), PRM-SCOPE X(10),
      * PRM-VERSION 9(4), y los candidatos PRM-S-EFF/PRM-G-EFF 9(8),
      * PRM-S-VER/PRM-G-VER 9(4), PRM-S-ACT/PRM-G-ACT X(4) y
      * PRM-S-VALUE/PRM-G-VALUE X(20); WS-PARM-COUNT, WS-PARM-I y
      * WS-PARM-J PIC 9(2) COMP, WS-PARM-SYMBOL X(10), WS-PARM-DATE
      * 9(8) y WS-PARM-ENV X(10). Antes de invocar esta rutina el
      * anfitrión carga en la tabla el nombre y el valor por omisión
      * (fuente "DEF ") de cada parámetro, y puede poner en
      * WS-PARM-SYMBOL el símbolo de la corrida si lo recibe por
      * argumento; en blanco se toma de TRADE_RUN_SYMBOL, como la
      * bitácora de auditoría. La fecha es TRADE_RUN_DATE o la de
      * hoy. El programa de los renglones es WS-AUDIT-PROGRAM. Sin
      * registro, la corrida sigue con PARM y valores por omisión.

           MOVE SPACES TO WS-PARMREG-PATH
           ACCEPT WS-PARMREG-PATH FROM ENVIRONMENT "TRADE_PARM_REGISTRY"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PARMREG-PATH = SPACES
               MOVE "param_registry.dat" TO WS-PARMREG-PATH
           END-IF
           IF WS-PARM-SYMBOL = SPACES
               ACCEPT WS-PARM-SYMBOL FROM ENVIRONMENT "TRADE_RUN_SYMBOL"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-DATE
           MOVE SPACES TO WS-PARM-ENV
           ACCEPT WS-PARM-ENV FROM ENVIRONMENT "TRADE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-PARM-ENV(1:8) IS NUMERIC
               MOVE WS-PARM-ENV(1:8) TO WS-PARM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) NOT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-DATE
               END-IF
           END-IF
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE 0 TO PRM-S-EFF(WS-PARM-I)
               MOVE 0 TO PRM-S-VER(WS-PARM-I)
               MOVE SPACES TO PRM-S-ACT(WS-PARM-I)
               MOVE 0 TO PRM-G-EFF(WS-PARM-I)
               MOVE 0 TO PRM-G-VER(WS-PARM-I)
               MOVE SPACES TO PRM-G-ACT(WS-PARM-I)
           END-PERFORM
           OPEN INPUT PARMREG-FILE
           IF NOT WS-PARMREG-OK
               DISPLAY "[PARM] sin registro de parámetros (FS="
                   WS-PARMREG-FS "), rigen PARM y valores por omisión"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARMREG-EOF
               READ PARMREG-FILE
                   AT END
                       SET WS-PARMREG-EOF TO TRUE
                   NOT AT END
                       IF PR-PROGRAM = WS-AUDIT-PROGRAM
                          AND PR-EFF-DATE NUMERIC
                          AND PR-VERSION NUMERIC
                          AND PR-EFF-DATE <= WS-PARM-DATE
                           MOVE 0 TO WS-PARM-I
                           PERFORM VARYING WS-PARM-J FROM 1 BY 1
                                   UNTIL WS-PARM-J > WS-PARM-COUNT
                                      OR WS-PARM-I > 0
                               IF PRM-NAME(WS-PARM-J) = PR-PARAM
                                   MOVE WS-PARM-J TO WS-PARM-I
                               END-IF
                           END-PERFORM
                           IF WS-PARM-I > 0 AND PR-SCOPE = "GLOBAL"
                              AND (PR-EFF-DATE > PRM-G-EFF(WS-PARM-I)
                               OR (PR-EFF-DATE = PRM-G-EFF(WS-PARM-I)
                               AND PR-VERSION > PRM-G-VER(WS-PARM-I)))
                               MOVE PR-EFF-DATE TO PRM-G-EFF(WS-PARM-I)
                               MOVE PR-VERSION TO PRM-G-VER(WS-PARM-I)
                               MOVE PR-ACTION TO PRM-G-ACT(WS-PARM-I)
                               MOVE PR-VALUE TO PRM-G-VALUE(WS-PARM-I)
                           END-IF
                           IF WS-PARM-I > 0
                              AND WS-PARM-SYMBOL NOT = SPACES
                              AND PR-SCOPE = WS-PARM-SYMBOL
                              AND (PR-EFF-DATE > PRM-S-EFF(WS-PARM-I)
                               OR (PR-EFF-DATE = PRM-S-EFF(WS-PARM-I)
                               AND PR-VERSION > PRM-S-VER(WS-PARM-I)))
                               MOVE PR-EFF-DATE TO PRM-S-EFF(WS-PARM-I)
                               MOVE PR-VERSION TO PRM-S-VER(WS-PARM-I)
                               MOVE PR-ACTION TO PRM-S-ACT(WS-PARM-I)
                               MOVE PR-VALUE TO PRM-S-VALUE(WS-PARM-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARMREG-FILE
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               EVALUATE TRUE
                   WHEN PRM-SOURCE(WS-PARM-I) = "PARM"
                       CONTINUE
                   WHEN PRM-S-ACT(WS-PARM-I) = "SET "
                       MOVE PRM-S-VALUE(WS-PARM-I)
                           TO PRM-VALUE(WS-PARM-I)
                       MOVE "REG " TO PRM-SOURCE(WS-PARM-I)
                       MOVE WS-PARM-SYMBOL TO PRM-SCOPE(WS-PARM-I)
                       MOVE PRM-S-VER(WS-PARM-I)
                           TO PRM-VERSION(WS-PARM-I)
                   WHEN PRM-G-ACT(WS-PARM-I) = "SET "
                       MOVE PRM-G-VALUE(WS-PARM-I)
                           TO PRM-VALUE(WS-PARM-I)
                       MOVE "REG " TO PRM-SOURCE(WS-PARM-I)
                       MOVE "GLOBAL" TO PRM-SCOPE(WS-PARM-I)
                       MOVE PRM-G-VER(WS-PARM-I)
                           TO PRM-VERSION(WS-PARM-I)
               END-EVALUATE
           END-PERFORM.
