      * COPY BOOK: WS-PARM-RECORD
      * Dominio: Registro central de parámetros de corrida
      * Usado por: todo programa de lote con parámetros ajustables
      *            (indicadores, Trader, Portsim, Strategy, MasterBatch
      *            y los estudios, controles y reportes)
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: dejar en run_params.dat, solo
      * agregado, el juego exacto de parámetros con que corre el
      * programa: un renglón por parámetro con el identificador de
      * corrida (TRADE_RUN_ID), la fecha de negocio, la hora, el
      * programa, el símbolo, el valor y de dónde salió (DEF valor
      * por omisión, REG registro con su alcance y versión, PARM
      * línea de comando). Con el identificador de corrida de una
      * fila de audit_trail.dat, PARMMAINT RUN devuelve los valores
      * para volver a correr igual.
      *
      * El programa anfitrión debe declarar PARMRUN-FILE ASSIGN TO
      * "run_params.dat" con PARMRUN-RECORD (mismo formato que en
      * PARMMAINT) y WS-PARMRUN-FS PIC XX, además de la tabla y los
      * campos de WS-PARM-RESOLVE, ya resuelta. Un archivo que no se
      * puede abrir se avisa y la corrida sigue.

           OPEN EXTEND PARMRUN-FILE
           IF WS-PARMRUN-FS = "35"
               OPEN OUTPUT PARMRUN-FILE
           END-IF
           IF WS-PARMRUN-FS NOT = "00"
               DISPLAY "WARNING: run_params.dat no escribible FS="
                   WS-PARMRUN-FS ", parámetros sin registrar"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PARM-I FROM 1 BY 1
                   UNTIL WS-PARM-I > WS-PARM-COUNT
               MOVE SPACES TO PARMRUN-RECORD
               ACCEPT RP-RUNID FROM ENVIRONMENT "TRADE_RUN_ID"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               MOVE WS-PARM-DATE TO RP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RP-TIME
               MOVE WS-AUDIT-PROGRAM TO RP-PROGRAM
               MOVE WS-PARM-SYMBOL TO RP-SYMBOL
               MOVE PRM-NAME(WS-PARM-I) TO RP-PARAM
               MOVE PRM-VALUE(WS-PARM-I) TO RP-VALUE
               MOVE PRM-SOURCE(WS-PARM-I) TO RP-SOURCE
               MOVE PRM-SCOPE(WS-PARM-I) TO RP-SCOPE
               MOVE PRM-VERSION(WS-PARM-I) TO RP-VERSION
               WRITE PARMRUN-RECORD
               DISPLAY "[PARM] " FUNCTION TRIM(PRM-NAME(WS-PARM-I))
                   "=" FUNCTION TRIM(PRM-VALUE(WS-PARM-I)) " ("
                   FUNCTION TRIM(PRM-SOURCE(WS-PARM-I)) ")"
           END-PERFORM
           CLOSE PARMRUN-FILE.
