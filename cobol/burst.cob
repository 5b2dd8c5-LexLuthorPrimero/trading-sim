       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURST.
      * Reparto de reportes por destinatario: el reporte de la
      * mañana, el de alertas, el estado de cuenta y la narrativa
      * salen cada uno en un solo archivo que operaciones recortaba
      * y reenviaba a mano. Este programa corre después de los
      * reportes de la noche y, según la lista de distribución,
      * arma un paquete por destinatario con solo sus símbolos o
      * cuentas, y deja una bitácora de entrega con páginas y
      * renglones de cada paquete. Lo que no le corresponde a nadie
      * no se pierde: va al paquete de no distribuidos y cada
      * sección figura en la bitácora.
      * Lista de distribución (distribution_list.dat, o la ruta
      * del primer argumento): destinatario, mesa, tipo de reporte
      * (MORN, ALRT, STMT, NARR o * para todos), filtro (símbolo,
      * cuenta, o * para todo, incluidas las secciones generales
      * como la amplitud del mercado y los totales) y directorio de
      * entrega. Un destinatario con varios símbolos lleva un
      * renglón por símbolo.
      * El estado de cuenta y la narrativa son de una sola cuenta o
      * un solo símbolo por archivo: ACCOUNT= y SYMBOL= dicen de
      * cuál son (sin ellos van solo a los filtros *).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO DYNAMIC WS-DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FS.
           SELECT RPT-IN-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT PKG-FILE ASSIGN TO DYNAMIC WS-PKG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-FS.
           SELECT LOG-FILE ASSIGN TO "burst_delivery_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-FILE.
       01  DIST-RECORD.
           05 DST-RECIPIENT   PIC X(12).
           05 FILLER          PIC X.
           05 DST-DESK        PIC X(8).
           05 FILLER          PIC X.
           05 DST-REPORT      PIC X(4).
           05 FILLER          PIC X.
           05 DST-FILTER      PIC X(10).
           05 FILLER          PIC X.
           05 DST-DIRECTORY   PIC X(100).
      * El más ancho de los cuatro reportes es la narrativa (100).
       FD  RPT-IN-FILE.
       01  RPT-IN-RECORD.
           05 RIN-LINE        PIC X(100).
       FD  PKG-FILE.
       01  PKG-RECORD.
           05 PKG-LINE        PIC X(100).
      * Bitácora de entrega, acumulativa: ENTR por paquete entregado,
      * FALL por paquete que no se pudo escribir, NODI por sección
      * sin destinatario (tipo de reporte y símbolo o cuenta).
       FD  LOG-FILE.
       01  LOG-RECORD.
           05 LOG-DATE        PIC 9(8).
           05 FILLER          PIC X.
           05 LOG-KIND        PIC X(4).
           05 FILLER          PIC X.
           05 LOG-RECIPIENT   PIC X(12).
           05 FILLER          PIC X.
           05 LOG-DESK        PIC X(8).
           05 FILLER          PIC X.
           05 LOG-REPORT      PIC X(4).
           05 FILLER          PIC X.
           05 LOG-KEY         PIC X(10).
           05 FILLER          PIC X.
           05 LOG-PAGES       PIC 9(4).
           05 FILLER          PIC X.
           05 LOG-LINES       PIC 9(6).
           05 FILLER          PIC X.
           05 LOG-PATH        PIC X(120).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 FILLER         PIC X.
           05 AUD-STATUS     PIC X(4).
           05 FILLER         PIC X.
           05 AUD-COUNT      PIC 9(5).
           05 FILLER         PIC X.
           05 AUD-REJECTS    PIC 9(4).
           05 FILLER         PIC X.
           05 AUD-DATE       PIC 9(8).
           05 FILLER         PIC X.
           05 AUD-TIME       PIC 9(6).
           05 FILLER         PIC X.
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "BURST".
       01  WS-AUDIT-STATUS    PIC X(4).
       01  WS-AUDIT-COUNT     PIC 9(5).
       01  WS-AUDIT-REJECTS   PIC 9(4).
       01  WS-HASH-AREA.
           05 WS-HASH-SEED    PIC X(16).
           05 WS-HASH-VALUE.
              10 WS-HASH-V1   PIC 9(8).
              10 WS-HASH-V2   PIC 9(8).
           05 WS-HASH-TEXT    PIC X(400).
           05 WS-HASH-LEN     PIC 9(4) COMP.
           05 WS-HASH-I       PIC 9(4) COMP.
           05 WS-HASH-H1      PIC 9(12) COMP.
           05 WS-HASH-H2      PIC 9(12) COMP.
       01  WS-DIST-FS         PIC XX.
           88  WS-DIST-OK         VALUE "00".
           88  WS-DIST-EOF        VALUE "10".
       01  WS-RPT-FS          PIC XX.
           88  WS-RPT-OK          VALUE "00".
           88  WS-RPT-EOF         VALUE "10".
       01  WS-PKG-FS          PIC XX.
           88  WS-PKG-OK          VALUE "00".
       01  WS-LOG-FS          PIC XX.
       01  WS-LOG-KIND        PIC X(4).
       01  WS-DIST-PATH       PIC X(200).
       01  WS-RPT-PATH        PIC X(200).
       01  WS-PKG-PATH        PIC X(200).
       01  WS-TODAY           PIC 9(8).
       01  WS-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-NARR-SYMBOL     PIC X(10) VALUE SPACES.
      * Los cuatro reportes que se reparten, en el orden en que
      * entran al paquete.
       01  WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 4 TIMES.
              10 RT-TYPE        PIC X(4).
              10 RT-PATH        PIC X(30).
       01  WS-T               PIC 9(1) COMP.
      * Renglones válidos de la lista de distribución.
       01  WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
              10 DT-RECIPIENT   PIC X(12).
              10 DT-REPORT      PIC X(4).
              10 DT-FILTER      PIC X(10).
       01  WS-DIST-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MAX-DIST        PIC 9(3) COMP VALUE 200.
       01  WS-DIST-REJECTS    PIC 9(3) COMP VALUE 0.
       01  WS-D               PIC 9(3) COMP.
      * Destinatarios distintos, con la mesa y el directorio de su
      * primer renglón.
       01  WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 100 TIMES.
              10 RC-RECIPIENT   PIC X(12).
              10 RC-DESK        PIC X(8).
              10 RC-DIR         PIC X(100).
       01  WS-RCP-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-MAX-RCP         PIC 9(3) COMP VALUE 100.
       01  WS-R               PIC 9(3) COMP.
       01  WS-RCP-HIT         PIC 9(3) COMP.
      * Pasada en curso: R = paquete del destinatario WS-R, U =
      * paquete de no distribuidos.
       01  WS-PASS-MODE       PIC X(1).
           88  WS-PASS-RCP        VALUE "R".
           88  WS-PASS-UNDIST     VALUE "U".
       01  WS-CUR-RECIPIENT   PIC X(12).
       01  WS-CUR-DESK        PIC X(8).
      * Clasificación del renglón leído: S se saltea (en blanco,
      * encabezado de página del reporte), H es rótulo de sección
      * (viaja con el primer renglón propio del destinatario en esa
      * sección), D es dato con su clave - símbolo o cuenta, o en
      * blanco para lo general del reporte.
       01  WS-LINE-CLASS      PIC X(1).
           88  WS-LINE-SKIP       VALUE "S".
           88  WS-LINE-HEAD       VALUE "H".
           88  WS-LINE-DATA       VALUE "D".
       01  WS-LINE-KEY        PIC X(10).
       01  WS-CUR-KEY         PIC X(10).
       01  WS-SECTION         PIC X(3).
       01  WS-PEND-TABLE.
           05 WS-PEND-LINE OCCURS 3 TIMES PIC X(100).
       01  WS-PEND-COUNT      PIC 9(1) COMP VALUE 0.
       01  WS-MAX-PEND        PIC 9(1) COMP VALUE 3.
       01  WS-P               PIC 9(1) COMP.
       01  WS-PEND-SENT       PIC X(1).
       01  WS-RPT-STARTED     PIC X(1).
       01  WS-INCLUDE         PIC X(1).
      * Paginación del paquete.
       01  WS-PKG-LINES       PIC 9(6) COMP.
       01  WS-PKG-PAGES       PIC 9(4) COMP.
       01  WS-PAGE-LINE       PIC 9(2) COMP.
       01  WS-LINES-PER-PAGE  PIC 9(2) COMP VALUE 55.
       01  WS-OUT-LINE        PIC X(100).
       01  WS-PKG-HDR.
           05 FILLER          PIC X(8) VALUE "PAQUETE ".
           05 PH-RECIPIENT    PIC X(12).
           05 FILLER          PIC X(6) VALUE " MESA ".
           05 PH-DESK         PIC X(8).
           05 FILLER          PIC X(7) VALUE " FECHA ".
           05 PH-DATE         PIC 9(8).
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(7) VALUE "PAGINA ".
           05 PH-PAGE         PIC ZZZ9.
      * Secciones no distribuidas (tipo de reporte y clave) con sus
      * renglones de dato.
       01  WS-UND-TABLE.
           05 WS-UND-ENTRY OCCURS 200 TIMES.
              10 UN-REPORT      PIC X(4).
              10 UN-KEY         PIC X(10).
              10 UN-LINES       PIC 9(6) COMP.
       01  WS-UND-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-MAX-UND         PIC 9(3) COMP VALUE 200.
       01  WS-U               PIC 9(3) COMP.
       01  WS-UND-HIT         PIC 9(3) COMP.
       01  WS-PKG-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-ARGC            PIC 9(2) COMP.
       01  WS-ARG-IDX         PIC 9(2) COMP.
       01  WS-ARG1            PIC X(200).
       01  WS-EXIT-CODE       PIC S9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "[DEBUG] 1000-INICIO - Programa BURST iniciado"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-LEER-PARAMETROS
           PERFORM 1500-CARGAR-DISTRIBUCION
           IF WS-EXIT-CODE NOT = 0
               PERFORM 9000-FINALIZAR
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           SET WS-PASS-RCP TO TRUE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RCP-COUNT
               MOVE RC-RECIPIENT(WS-R) TO WS-CUR-RECIPIENT
               MOVE RC-DESK(WS-R) TO WS-CUR-DESK
               MOVE SPACES TO WS-PKG-PATH
               STRING FUNCTION TRIM(RC-DIR(WS-R)) "/pkg_"
                   FUNCTION TRIM(RC-RECIPIENT(WS-R)) "_"
                   WS-TODAY ".dat"
                   DELIMITED BY SIZE INTO WS-PKG-PATH
               PERFORM 3000-ARMAR-PAQUETE
           END-PERFORM
           SET WS-PASS-UNDIST TO TRUE
           MOVE "NO-DISTRIB" TO WS-CUR-RECIPIENT
           MOVE SPACES TO WS-CUR-DESK
           MOVE SPACES TO WS-PKG-PATH
           STRING "burst_undistributed_" WS-TODAY ".dat"
               DELIMITED BY SIZE INTO WS-PKG-PATH
           PERFORM 3000-ARMAR-PAQUETE
           PERFORM 4000-ANOTAR-NO-DISTRIBUIDOS
           CLOSE LOG-FILE
           DISPLAY "[DEBUG] 9000-FINALIZAR - " WS-PKG-COUNT
               " paquetes, " WS-UND-COUNT
               " secciones no distribuidas"
           PERFORM 9000-FINALIZAR
           MOVE WS-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       1000-LEER-PARAMETROS.
           MOVE SPACES TO WS-DIST-PATH
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARGC
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS-ARG1(1:8) = "ACCOUNT="
                       MOVE WS-ARG1(9:) TO WS-ACCOUNT
                   WHEN WS-ARG1(1:7) = "SYMBOL="
                       MOVE WS-ARG1(8:) TO WS-NARR-SYMBOL
                   WHEN OTHER
                       MOVE WS-ARG1 TO WS-DIST-PATH
               END-EVALUATE
           END-PERFORM
           IF WS-DIST-PATH = SPACES
               MOVE "distribution_list.dat" TO WS-DIST-PATH
           END-IF
           MOVE "MORN" TO RT-TYPE(1)
           MOVE "morning_report.dat" TO RT-PATH(1)
           MOVE "ALRT" TO RT-TYPE(2)
           MOVE "alert_report.dat" TO RT-PATH(2)
           MOVE "STMT" TO RT-TYPE(3)
           MOVE "statement_report.dat" TO RT-PATH(3)
           MOVE "NARR" TO RT-TYPE(4)
           MOVE "narrative_report.dat" TO RT-PATH(4)
           EXIT.

      * Un renglón sin destinatario o sin filtro, o con un tipo de
      * reporte que no existe, se descarta contado con aviso. Un
      * destinatario toma la mesa y el directorio de su primer
      * renglón; otro directorio en un renglón posterior se avisa y
      * se ignora (un paquete por destinatario).
       1500-CARGAR-DISTRIBUCION.
           OPEN INPUT DIST-FILE
           IF NOT WS-DIST-OK
               DISPLAY "ERROR: lista de distribución ilegible FS="
                   WS-DIST-FS ": " FUNCTION TRIM(WS-DIST-PATH)
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIST-EOF
               READ DIST-FILE
                   AT END
                       SET WS-DIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 1550-VALIDAR-RENGLON
               END-READ
           END-PERFORM
           CLOSE DIST-FILE
           DISPLAY "[DEBUG] 1500-CARGAR-DISTRIBUCION - "
               WS-DIST-COUNT " renglones, " WS-RCP-COUNT
               " destinatarios, " WS-DIST-REJECTS " descartados"
           EXIT.

       1550-VALIDAR-RENGLON.
           IF DIST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DST-RECIPIENT = SPACES OR DST-FILTER = SPACES
              OR (DST-REPORT NOT = "MORN" AND DST-REPORT NOT = "ALRT"
                  AND DST-REPORT NOT = "STMT"
                  AND DST-REPORT NOT = "NARR"
                  AND DST-REPORT NOT = "*")
               ADD 1 TO WS-DIST-REJECTS
               DISPLAY "WARNING: renglón de distribución ilegible, "
                   "descartado: " DST-RECIPIENT " " DST-REPORT " "
                   DST-FILTER
               EXIT PARAGRAPH
           END-IF
           IF WS-DIST-COUNT >= WS-MAX-DIST
               ADD 1 TO WS-DIST-REJECTS
               DISPLAY "WARNING: lista de distribución llena, "
                   "descartado: " DST-RECIPIENT " " DST-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RCP-HIT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RCP-COUNT OR WS-RCP-HIT NOT = 0
               IF RC-RECIPIENT(WS-R) = DST-RECIPIENT
                   MOVE WS-R TO WS-RCP-HIT
               END-IF
           END-PERFORM
           IF DST-DIRECTORY = SPACES
               MOVE "." TO DST-DIRECTORY
           END-IF
           IF WS-RCP-HIT = 0
               IF WS-RCP-COUNT >= WS-MAX-RCP
                   ADD 1 TO WS-DIST-REJECTS
                   DISPLAY "WARNING: tabla de destinatarios llena, "
                       "descartado: " DST-RECIPIENT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE DST-RECIPIENT TO RC-RECIPIENT(WS-RCP-COUNT)
               MOVE DST-DESK TO RC-DESK(WS-RCP-COUNT)
               MOVE DST-DIRECTORY TO RC-DIR(WS-RCP-COUNT)
           ELSE
               IF DST-DIRECTORY NOT = RC-DIR(WS-RCP-HIT)
                   DISPLAY "WARNING: " FUNCTION TRIM(DST-RECIPIENT)
                       " con más de un directorio de entrega, se "
                       "usa " FUNCTION TRIM(RC-DIR(WS-RCP-HIT))
               END-IF
           END-IF
           ADD 1 TO WS-DIST-COUNT
           MOVE DST-RECIPIENT TO DT-RECIPIENT(WS-DIST-COUNT)
           MOVE DST-REPORT TO DT-REPORT(WS-DIST-COUNT)
           MOVE DST-FILTER TO DT-FILTER(WS-DIST-COUNT)
           EXIT.

      * Un paquete: los cuatro reportes en orden, cada uno con su
      * rótulo, solo con los renglones que le tocan. El paquete de
      * un destinatario sin nada hoy se escribe igual (vacío) y
      * figura en la bitácora con cero renglones.
       3000-ARMAR-PAQUETE.
           OPEN OUTPUT PKG-FILE
           IF NOT WS-PKG-OK
               DISPLAY "ERROR: no se pudo escribir el paquete FS="
                   WS-PKG-FS ": " FUNCTION TRIM(WS-PKG-PATH)
               MOVE 1 TO WS-EXIT-CODE
               MOVE "FALL" TO WS-LOG-KIND
               MOVE 0 TO WS-PKG-PAGES
               MOVE 0 TO WS-PKG-LINES
               PERFORM 4500-GRABAR-BITACORA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PKG-LINES
           MOVE 0 TO WS-PKG-PAGES
           MOVE 99 TO WS-PAGE-LINE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               PERFORM 3100-RECORRER-REPORTE
           END-PERFORM
           CLOSE PKG-FILE
           IF WS-PASS-RCP
               ADD 1 TO WS-PKG-COUNT
               MOVE "ENTR" TO WS-LOG-KIND
               PERFORM 4500-GRABAR-BITACORA
               DISPLAY "[BURST] " WS-CUR-RECIPIENT " " LOG-PAGES
                   " páginas, " LOG-LINES " renglones -> "
                   FUNCTION TRIM(WS-PKG-PATH)
           END-IF
           EXIT.

       3100-RECORRER-REPORTE.
           MOVE RT-PATH(WS-T) TO WS-RPT-PATH
           OPEN INPUT RPT-IN-FILE
           IF NOT WS-RPT-OK
               IF WS-PASS-UNDIST
                   DISPLAY "[DEBUG] 3100-RECORRER-REPORTE - sin "
                       FUNCTION TRIM(WS-RPT-PATH) " esta noche"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SECTION
           MOVE SPACES TO WS-CUR-KEY
           MOVE 0 TO WS-PEND-COUNT
           MOVE "N" TO WS-PEND-SENT
           MOVE "N" TO WS-RPT-STARTED
           PERFORM UNTIL WS-RPT-EOF
               READ RPT-IN-FILE
                   AT END
                       SET WS-RPT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3200-CLASIFICAR-RENGLON
                       IF WS-LINE-DATA
                           PERFORM 3300-DECIDIR-RENGLON
                           IF WS-INCLUDE = "S"
                               PERFORM 3350-COPIAR-RENGLON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-IN-FILE
           EXIT.

      * Los rótulos que reconoce son los que escribe cada programa
      * de reporte: MORNRPT abre sus secciones con "***" y las
      * columnas con "SIMBOLO"/"  METODO"/"  FECHA"; el renglón de
      * excepción lleva el símbolo en la columna 3, el detalle y la
      * hoja de niveles en la 1 (las filas de pivotes que siguen,
      * con la columna 1 en blanco, son del último símbolo). ALERTS
      * escribe el símbolo al frente de cada alerta. El estado de
      * cuenta y la narrativa van enteros con su cuenta o símbolo,
      * renglones en blanco incluidos para no romper el formato.
       3200-CLASIFICAR-RENGLON.
           SET WS-LINE-DATA TO TRUE
           MOVE SPACES TO WS-LINE-KEY
           EVALUATE RT-TYPE(WS-T)
               WHEN "MORN"
                   PERFORM 3210-CLASIFICAR-MANANA
               WHEN "ALRT"
                   IF RIN-LINE = SPACES
                       SET WS-LINE-SKIP TO TRUE
                   ELSE
                       MOVE RIN-LINE(1:10) TO WS-LINE-KEY
                   END-IF
               WHEN "STMT"
                   MOVE WS-ACCOUNT TO WS-LINE-KEY
               WHEN "NARR"
                   MOVE WS-NARR-SYMBOL TO WS-LINE-KEY
           END-EVALUATE
           EXIT.

       3210-CLASIFICAR-MANANA.
           IF RIN-LINE = SPACES
              OR RIN-LINE(1:26) = "REPORTE DE OPERACIONES DEL"
               SET WS-LINE-SKIP TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RIN-LINE(1:3) = "***" OR RIN-LINE(1:8) = "SIMBOLO "
               EVALUATE TRUE
                   WHEN RIN-LINE(1:8) = "SIMBOLO "
                       MOVE "DET" TO WS-SECTION
                   WHEN RIN-LINE(1:15) = "*** EXCEPCIONES"
                       MOVE "EXC" TO WS-SECTION
                   WHEN RIN-LINE(1:12) = "*** AMPLITUD"
                       MOVE "BRD" TO WS-SECTION
                   WHEN RIN-LINE(1:19) = "*** HOJA DE NIVELES"
                       MOVE "LVL" TO WS-SECTION
                   WHEN OTHER
                       MOVE "OTR" TO WS-SECTION
               END-EVALUATE
               MOVE 0 TO WS-PEND-COUNT
               MOVE "N" TO WS-PEND-SENT
               MOVE SPACES TO WS-CUR-KEY
               PERFORM 3220-GUARDAR-ROTULO
               EXIT PARAGRAPH
           END-IF
           IF (WS-SECTION = "LVL" AND RIN-LINE(1:8) = "  METODO")
              OR (WS-SECTION = "BRD" AND RIN-LINE(1:7) = "  FECHA")
               PERFORM 3220-GUARDAR-ROTULO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SECTION
               WHEN "EXC"
                   IF RIN-LINE(3:1) NOT = "("
                       MOVE RIN-LINE(3:10) TO WS-LINE-KEY
                   END-IF
               WHEN "DET"
                   IF RIN-LINE(1:5) NOT = "TOTAL"
                       MOVE RIN-LINE(1:10) TO WS-LINE-KEY
                   END-IF
               WHEN "LVL"
                   IF RIN-LINE(1:1) NOT = SPACE
                       MOVE RIN-LINE(1:10) TO WS-CUR-KEY
                   END-IF
                   MOVE WS-CUR-KEY TO WS-LINE-KEY
           END-EVALUATE
           EXIT.

       3220-GUARDAR-ROTULO.
           SET WS-LINE-HEAD TO TRUE
           IF WS-PEND-COUNT < WS-MAX-PEND
               ADD 1 TO WS-PEND-COUNT
               MOVE RIN-LINE TO WS-PEND-LINE(WS-PEND-COUNT)
           END-IF
           EXIT.

      * Un renglón con clave va al destinatario con un filtro igual
      * a la clave (o *); uno general (clave en blanco) solo a los
      * filtros *. En la pasada de no distribuidos entra el renglón
      * que no tiene ningún destinatario, y se anota su sección.
       3300-DECIDIR-RENGLON.
           MOVE "N" TO WS-INCLUDE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIST-COUNT OR WS-INCLUDE = "S"
               IF (WS-PASS-UNDIST
                   OR DT-RECIPIENT(WS-D) = WS-CUR-RECIPIENT)
                  AND (DT-REPORT(WS-D) = RT-TYPE(WS-T)
                       OR DT-REPORT(WS-D) = "*")
                  AND (DT-FILTER(WS-D) = "*"
                       OR (WS-LINE-KEY NOT = SPACES
                           AND DT-FILTER(WS-D) = WS-LINE-KEY))
                   MOVE "S" TO WS-INCLUDE
               END-IF
           END-PERFORM
           IF WS-PASS-UNDIST
               IF WS-INCLUDE = "S"
                   MOVE "N" TO WS-INCLUDE
               ELSE
                   MOVE "S" TO WS-INCLUDE
                   PERFORM 3310-ANOTAR-SECCION
               END-IF
           END-IF
           EXIT.

       3310-ANOTAR-SECCION.
           MOVE 0 TO WS-UND-HIT
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-UND-COUNT OR WS-UND-HIT NOT = 0
               IF UN-REPORT(WS-U) = RT-TYPE(WS-T)
                  AND UN-KEY(WS-U) = WS-LINE-KEY
                   MOVE WS-U TO WS-UND-HIT
               END-IF
           END-PERFORM
           IF WS-UND-HIT = 0
               IF WS-UND-COUNT >= WS-MAX-UND
                   MOVE WS-UND-COUNT TO WS-UND-HIT
               ELSE
                   ADD 1 TO WS-UND-COUNT
                   MOVE WS-UND-COUNT TO WS-UND-HIT
                   MOVE RT-TYPE(WS-T) TO UN-REPORT(WS-UND-HIT)
                   MOVE WS-LINE-KEY TO UN-KEY(WS-UND-HIT)
                   MOVE 0 TO UN-LINES(WS-UND-HIT)
               END-IF
           END-IF
           ADD 1 TO UN-LINES(WS-UND-HIT)
           EXIT.

      * Antes del primer renglón de un reporte va su rótulo; antes
      * del primero de una sección, los rótulos de la sección.
       3350-COPIAR-RENGLON.
           IF WS-RPT-STARTED = "N"
               MOVE "S" TO WS-RPT-STARTED
               IF WS-PKG-LINES > 0
                   MOVE SPACES TO WS-OUT-LINE
                   PERFORM 3400-ESCRIBIR-PAQUETE
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING "=== " RT-TYPE(WS-T) " - "
                   FUNCTION TRIM(RT-PATH(WS-T)) " ==="
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 3400-ESCRIBIR-PAQUETE
           END-IF
           IF WS-PEND-SENT = "N"
               MOVE "S" TO WS-PEND-SENT
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PEND-COUNT
                   MOVE WS-PEND-LINE(WS-P) TO WS-OUT-LINE
                   PERFORM 3400-ESCRIBIR-PAQUETE
               END-PERFORM
           END-IF
           MOVE RIN-LINE TO WS-OUT-LINE
           PERFORM 3400-ESCRIBIR-PAQUETE
           EXIT.

      * Paginación propia del paquete, con el mismo largo de página
      * que el reporte de la mañana; el encabezado de página no se
      * cuenta como renglón.
       3400-ESCRIBIR-PAQUETE.
           IF WS-PAGE-LINE >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PKG-PAGES
               MOVE WS-CUR-RECIPIENT TO PH-RECIPIENT
               MOVE WS-CUR-DESK TO PH-DESK
               MOVE WS-TODAY TO PH-DATE
               MOVE WS-PKG-PAGES TO PH-PAGE
               MOVE WS-PKG-HDR TO PKG-LINE
               WRITE PKG-RECORD
               MOVE SPACES TO PKG-LINE
               WRITE PKG-RECORD
               MOVE 2 TO WS-PAGE-LINE
           END-IF
           MOVE WS-OUT-LINE TO PKG-LINE
           WRITE PKG-RECORD
           ADD 1 TO WS-PAGE-LINE
           ADD 1 TO WS-PKG-LINES
           EXIT.

       4000-ANOTAR-NO-DISTRIBUIDOS.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-UND-COUNT
               MOVE "NODI" TO WS-LOG-KIND
               PERFORM 4500-GRABAR-BITACORA
               DISPLAY "WARNING: sección sin destinatario: "
                   UN-REPORT(WS-U) " " UN-KEY(WS-U) " ("
                   LOG-LINES " renglones)"
           END-PERFORM
           IF WS-UND-COUNT >= WS-MAX-UND
               DISPLAY "WARNING: tabla de secciones no distribuidas "
                   "llena, la última acumula el resto"
           END-IF
           EXIT.

      * WS-LOG-KIND viene puesto; NODI toma la sección WS-U, el
      * resto el paquete en curso.
       4500-GRABAR-BITACORA.
           MOVE SPACES TO LOG-RECORD
           MOVE WS-TODAY TO LOG-DATE
           MOVE WS-LOG-KIND TO LOG-KIND
           MOVE WS-PKG-PATH TO LOG-PATH
           IF WS-LOG-KIND = "NODI"
               MOVE UN-REPORT(WS-U) TO LOG-REPORT
               MOVE UN-KEY(WS-U) TO LOG-KEY
               MOVE 0 TO LOG-PAGES
               MOVE UN-LINES(WS-U) TO LOG-LINES
           ELSE
               MOVE WS-CUR-RECIPIENT TO LOG-RECIPIENT
               MOVE WS-CUR-DESK TO LOG-DESK
               MOVE "*" TO LOG-REPORT
               MOVE WS-PKG-PAGES TO LOG-PAGES
               MOVE WS-PKG-LINES TO LOG-LINES
           END-IF
           WRITE LOG-RECORD
           EXIT.

       9000-FINALIZAR.
           IF WS-EXIT-CODE NOT = 0
               MOVE "ERR " TO WS-AUDIT-STATUS
           ELSE
               MOVE "OK  " TO WS-AUDIT-STATUS
           END-IF
           MOVE WS-PKG-COUNT TO WS-AUDIT-COUNT
           MOVE WS-UND-COUNT TO WS-AUDIT-REJECTS
           PERFORM GRABAR-AUDITORIA
           EXIT.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
