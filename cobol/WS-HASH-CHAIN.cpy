      * COPY BOOK: WS-HASH-CHAIN
      * Dominio: Sellos encadenados de bitácora y libro
      * Usado por: WS-AUDIT-LOG, Trader, Alloc, CorpAct, FmtConv,
      *            Housekeep, MasterBatch, Verify
      * Aplica: B-COPY
      * Responsabilidad única: calcular el sello de una fila a partir
      * del sello de la fila anterior y del contenido de la fila, de
      * modo que editar, borrar o intercalar una fila cambie su sello
      * y el de todas las que la siguen. Es una suma de control doble
      * (dos acumuladores polinómicos módulo primos de ocho cifras),
      * no una firma: alcanza para que una edición a mano quede a la
      * vista en VERIFY, que es lo que pide la auditoría.
      *
      * El programa anfitrión debe declarar en WORKING-STORAGE el
      * grupo WS-HASH-AREA: WS-HASH-SEED PIC X(16) (sello anterior;
      * dieciséis ceros al comenzar una cadena), WS-HASH-VALUE con
      * WS-HASH-V1 y WS-HASH-V2 PIC 9(8), WS-HASH-TEXT PIC X(400),
      * WS-HASH-LEN, WS-HASH-I PIC 9(4) COMP y WS-HASH-H1,
      * WS-HASH-H2 PIC 9(12) COMP. Se cargan SEED, TEXT y LEN (largo
      * de la fila sin su propio sello) y la rutina deja el sello en
      * WS-HASH-VALUE. No lleva punto final: se puede copiar dentro
      * de un IF o de otra rutina.

           MOVE 0 TO WS-HASH-H1
           MOVE 0 TO WS-HASH-H2
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 16
               COMPUTE WS-HASH-H1 = FUNCTION MOD(
                   WS-HASH-H1 * 251
                   + FUNCTION ORD(WS-HASH-SEED(WS-HASH-I:1)),
                   99999989)
               COMPUTE WS-HASH-H2 = FUNCTION MOD(
                   WS-HASH-H2 * 241 + WS-HASH-H1 + WS-HASH-I,
                   99999971)
           END-PERFORM
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > WS-HASH-LEN
               COMPUTE WS-HASH-H1 = FUNCTION MOD(
                   WS-HASH-H1 * 251
                   + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-I:1)),
                   99999989)
               COMPUTE WS-HASH-H2 = FUNCTION MOD(
                   WS-HASH-H2 * 241 + WS-HASH-H1 + WS-HASH-I,
                   99999971)
           END-PERFORM
           MOVE WS-HASH-H1 TO WS-HASH-V1
           MOVE WS-HASH-H2 TO WS-HASH-V2
