      * Modos:
      *   ADD TRADE=n TAG=etiqueta OPERATOR=id NOTE=texto
      *   LIST [TRADE=n]
      * ADD exige que el operador tenga la función NOTES permitida
      * en operator_entitlements.dat (WS-OPER-CHECK).
      * Versión:   B-COPY + B-DEBUG + B-FSTATUS + B-NAMING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTES-FS.
           SELECT OPER-FILE ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.
           SELECT AUDIT-FILE ASSIGN TO "audit_trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           05 NT-STAMP        PIC 9(14).
           05 FILLER          PIC X.
           05 NT-TEXT         PIC X(40).
      * Permisos de operador: operador, rol, activo Y/N y funciones
      * permitidas separadas por blancos ("*" = todas).
       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPR-ID          PIC X(8).
           05 FILLER          PIC X.
           05 OPR-ROLE        PIC X(10).
           05 FILLER          PIC X.
           05 OPR-ACTIVE      PIC X(1).
           05 FILLER          PIC X.
           05 OPR-FUNCS       PIC X(80).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 AUD-RUNID      PIC X(8).
           05 FILLER         PIC X.
           05 AUD-SYMBOL     PIC X(10).
           05 FILLER         PIC X.
           05 AUD-HASH       PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS        PIC XX.
       01  WS-AUDIT-PROGRAM   PIC X(10) VALUE "NOTES".
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
      * Verificación de permisos (WS-OPER-CHECK).
       01  WS-OPER-FS         PIC XX.
           88  WS-OPER-OK     VALUE "00".
           88  WS-OPER-EOF    VALUE "10".
       01  WS-OPER-FUNCTION   PIC X(10) VALUE SPACES.
       01  WS-OPER-REASON     PIC X(40).
       01  WS-OPER-FOUND      PIC X(1).
       01  WS-OPER-LIST       PIC X(82).
       01  WS-OPER-TOKEN      PIC X(12).
       01  WS-OPER-LEN        PIC 9(4) COMP.
       01  WS-OPER-HITS       PIC 9(4) COMP.
       01  WS-NOTES-FS        PIC XX.
           88  WS-NOTES-OK    VALUE "00".
           88  WS-NOTES-EOF   VALUE "10".
       MAIN.
           PERFORM 1000-LEER-PARAMETROS
           IF WS-MODE-ADD
               MOVE "NOTES" TO WS-OPER-FUNCTION
               PERFORM VERIFICAR-OPERADOR
               PERFORM 2000-AGREGAR-NOTA
           ELSE
               PERFORM 3000-LISTAR
           PERFORM GRABAR-AUDITORIA
           EXIT.

       VERIFICAR-OPERADOR.
           COPY WS-OPER-CHECK.

       GRABAR-AUDITORIA.
           COPY WS-AUDIT-LOG.
