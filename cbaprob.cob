       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolAprob.

      * Doble control (cuatro ojos) de los cambios sensibles del
      * catálogo. CobolODBC (opción 3), CobolBatch (órdenes U y C,
      * incluidas las correcciones de DQFIX) y CobolPrice (ajustes de
      * un solo producto) no aplican los cambios de nombre, los de
      * categoría ni los de precio que varían más que el umbral:
      * los dejan en la cola PENDCAMB (una línea por cambio:
      * numero,fecha,id,tipo,antes,despues,operador,origen,estado,
      * aprobador,fecha-estado; tipo N=nombre P=precio C=categoria;
      * estado P=pendiente A=aprobado R=rechazado C=caducado),
      * numerada con el secuencial PENDSEQ. Este programa trabaja en
      * dos modos:
      *   1 = revisión: muestra cada cambio pendiente con el valor
      *       antes y después y el otro operador lo aprueba o lo
      *       rechaza. Nadie puede aprobar un cambio que propuso él
      *       mismo. Si el valor actual del producto ya no es el
      *       valor antes del cambio solo se admite el rechazo. Al
      *       aprobar se ejecuta el UPDATE y se dejan los registros
      *       normales de AUDITLOG y, para el precio, de PRECHIST con
      *       el operador que lo propuso y el que lo aprobó;
      *   2 = listado de la cola pendiente, sin decidir nada.
      * En ambos modos, antes de nada, los cambios pendientes con más
      * de N días pasan a caducados. El umbral de precio (en %) y
      * los días están en APROBPAR (umbral,dias); sin fichero o sin
      * valor, 10% y 7 días. Exige en OPERPERM (operador,funciones)
      * la función A; sin permiso el intento queda en AUDITLOG con
      * acción X y el proceso no arranca. Todo queda detallado en el
      * informe APRORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-CAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCAMB-FILE-STATUS.

           SELECT APROB-PARM-FILE ASSIGN TO "APROBPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROBPAR-FILE-STATUS.

           SELECT APROB-REPORT-FILE ASSIGN TO "APRORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PRICE-HIST-FILE ASSIGN TO "PRECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECHIST-FILE-STATUS.

           SELECT CONN-LOG-FILE ASSIGN TO "CONNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.

           SELECT OPER-PERM-FILE ASSIGN TO "OPERPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERPERM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-CAMB-FILE.
       01  PEND-CAMB-RECORD        PIC X(200).

       FD  APROB-PARM-FILE.
       01  APROB-PARM-RECORD       PIC X(200).

       FD  APROB-REPORT-FILE.
       01  APROB-REPORT-RECORD     PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDIT.

       FD  PRICE-HIST-FILE.
           COPY CPPRECIO.

       FD  CONN-LOG-FILE.
           COPY CPCONLOG.

       FD  OPER-PERM-FILE.
       01  OPER-PERM-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-OPERATOR-ID      PIC X(08).

           01  WS-RETRY-COUNT      PIC 9(01) VALUE ZERO.
           01  WS-CONNECTED-SW     PIC X(01) VALUE "N".
               88  WS-CONNECTED       VALUE "Y".
           01  WS-CONN-TIMESTAMP   PIC X(26).
           01  WS-NANOSECONDS      PIC 9(09) COMP-5 VALUE 500000000.

           COPY CPPRORES.

           01  WS-QUERY-STRING     PIC X(256).
           01  WS-STATUS           PIC S9(4) COMP-5 VALUE 0.

           01  WS-MODO             PIC 9(01).
               88  WS-MODO-REVISION   VALUE 1.
               88  WS-MODO-LISTADO    VALUE 2.

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-HOY-INT          PIC 9(08) VALUE ZERO.
           01  WS-ALTA-INT         PIC 9(08) VALUE ZERO.
           01  WS-DIAS-CADUCIDAD   PIC 9(03) VALUE 7.
           01  WS-PAR-FIELD-UMBRAL PIC X(07).
           01  WS-PAR-FIELD-DIAS   PIC X(03).

           01  WS-PENDCAMB-EOF-SW  PIC X(01) VALUE "N".
               88  WS-PENDCAMB-EOF    VALUE "Y".
           01  WS-PC-LLENA-SW      PIC X(01) VALUE "N".
               88  WS-PC-LLENA        VALUE "Y".
           01  WS-PC-CAMBIO-SW     PIC X(01) VALUE "N".
               88  WS-PC-CAMBIO       VALUE "Y".
           01  WS-PC-MAX           PIC 9(04) VALUE 2000.
           01  WS-PC-COUNT         PIC 9(04) VALUE ZERO.
           01  WS-PC-ULTIMO        PIC 9(06) VALUE ZERO.
           01  WS-PC-NUM-LEIDO     PIC 9(06) VALUE ZERO.
           01  WS-PC-NUEVOS        PIC 9(04) VALUE ZERO.
           01  WS-PC-RECARGA-SW    PIC X(01) VALUE "N".
               88  WS-PC-RECARGA      VALUE "Y".
           01  WS-TABLA-PENDCAMB.
               05  WS-PENDCAMB OCCURS 2000 TIMES.
                   10  WS-PC-NUMERO    PIC 9(06).
                   10  WS-PC-FECHA     PIC X(08).
                   10  WS-PC-ID        PIC 9(05).
                   10  WS-PC-TIPO      PIC X(01).
                   10  WS-PC-ANTES     PIC X(50).
                   10  WS-PC-DESPUES   PIC X(50).
                   10  WS-PC-OPERADOR  PIC X(08).
                   10  WS-PC-ORIGEN    PIC X(10).
                   10  WS-PC-ESTADO    PIC X(01).
                   10  WS-PC-APROBADOR PIC X(08).
                   10  WS-PC-FECHA-EST PIC X(08).
           01  WS-PC-FIELD-NUMERO  PIC X(06).
           01  WS-PC-FIELD-FECHA   PIC X(08).
           01  WS-PC-FIELD-ID      PIC X(05).
           01  WS-PC-FIELD-TIPO    PIC X(01).
           01  WS-PC-FIELD-ANTES   PIC X(50).
           01  WS-PC-FIELD-DESPUES PIC X(50).
           01  WS-PC-FIELD-OPER    PIC X(08).
           01  WS-PC-FIELD-ORIGEN  PIC X(10).
           01  WS-PC-FIELD-ESTADO  PIC X(01).
           01  WS-PC-FIELD-APROB   PIC X(08).
           01  WS-PC-FIELD-FESTADO PIC X(08).
           01  WS-KDX              PIC 9(04) VALUE ZERO.

           01  WS-DECISION         PIC X(01).
           01  WS-DESFASADO-SW     PIC X(01) VALUE "N".
               88  WS-DESFASADO       VALUE "Y".
           01  WS-TEXTO-TIPO       PIC X(10).
           01  WS-TEXTO-RESULTADO  PIC X(30).
           01  WS-NOMBRE-ACTUAL    PIC X(50).
           01  WS-VALOR-ACTUAL     PIC X(50).
           01  WS-PRECIO-ANTES     PIC 9(07)V99 VALUE ZERO.
           01  WS-PRECIO-DESPUES   PIC 9(07)V99 VALUE ZERO.
           01  WS-PRECIO-TXT       PIC 9(07).99.
           01  WS-PRECIO-EDIT      PIC ZZZZZZ9.99.

           01  WS-PENDIENTES       PIC 9(04) VALUE ZERO.
           01  WS-CADUCADOS        PIC 9(04) VALUE ZERO.
           01  WS-APROBADOS        PIC 9(04) VALUE ZERO.
           01  WS-RECHAZADOS       PIC 9(04) VALUE ZERO.
           01  WS-PROPIOS          PIC 9(04) VALUE ZERO.
           01  WS-DEJADOS          PIC 9(04) VALUE ZERO.
           01  WS-FALLIDOS         PIC 9(04) VALUE ZERO.

           01  WS-OUT-LINE         PIC X(200).
           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

           01  WS-PENDCAMB-FILE-STATUS PIC X(02).
           01  WS-APROBPAR-FILE-STATUS PIC X(02).
           01  WS-AUDIT-FILE-STATUS PIC X(02).
           01  WS-PRECHIST-FILE-STATUS PIC X(02).
           01  WS-CONN-FILE-STATUS PIC X(02).

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW  PIC X(01) VALUE "N".
               88  WS-OPERPERM-EOF    VALUE "Y".
           01  WS-FUNCION-PEDIDA   PIC X(01) VALUE "A".
           01  WS-FIELD-OPERADOR   PIC X(08).
           01  WS-FIELD-FUNCIONES  PIC X(20).
           01  WS-FUNCION-IDX      PIC 9(02) VALUE ZERO.
           01  WS-OPER-HALLADO-SW  PIC X(01).
               88  WS-OPER-HALLADO    VALUE "Y".
           01  WS-AUTORIZADO-SW    PIC X(01).
               88  WS-AUTORIZADO      VALUE "Y".

       PROCEDURE DIVISION.
       mainline.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM comprueba_permiso.
           IF NOT WS-AUTORIZADO THEN
               PERFORM rechaza_arranque
               STOP RUN
           END-IF.
           DISPLAY "Aprobación de cambios pendientes."
           DISPLAY "(1) Revisión  (2) Listado: "
           ACCEPT WS-MODO.

           IF NOT WS-MODO-REVISION AND NOT WS-MODO-LISTADO THEN
               DISPLAY "Opción no válida."
               STOP RUN
           END-IF.

           PERFORM lee_aprobpar.
           PERFORM carga_pendcamb.

           OPEN OUTPUT APROB-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MODO-REVISION THEN
               STRING WS-TIMESTAMP " REVISION DE CAMBIOS PENDIENTES"
                      " - APROBADOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-TIMESTAMP " LISTADO DE CAMBIOS PENDIENTES"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-PC-LLENA THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AVISO: tabla de cambios llena; PENDCAMB no "
                      "se puede reescribir y no se revisa nada"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Tabla de cambios llena; revisión no realizada."
           ELSE
               PERFORM procesa_cola
           END-IF.

           CLOSE APROB-REPORT-FILE.
           DISPLAY "Informe escrito en APRORPT.".
           STOP RUN.

      * Comprueba en OPERPERM que el operador tiene la función A.
      * Sin fichero OPERPERM no se restringe nada (mismo criterio que
      * CATREF); un operador que no figura queda denegado.
       comprueba_permiso.
           MOVE "N" TO WS-AUTORIZADO-SW.
           MOVE "N" TO WS-OPER-HALLADO-SW.
           MOVE "N" TO WS-OPERPERM-EOF-SW.
           OPEN INPUT OPER-PERM-FILE.
           IF WS-OPERPERM-FILE-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-AUTORIZADO-SW
           ELSE
               PERFORM read_operperm
               PERFORM busca_operador_perm
                   UNTIL WS-OPER-HALLADO OR WS-OPERPERM-EOF
               CLOSE OPER-PERM-FILE
               IF WS-OPER-HALLADO THEN
                   MOVE 1 TO WS-FUNCION-IDX
                   PERFORM busca_funcion_perm
                       UNTIL WS-AUTORIZADO OR WS-FUNCION-IDX > 20
               END-IF
           END-IF.

       read_operperm.
           READ OPER-PERM-FILE
               AT END MOVE "Y" TO WS-OPERPERM-EOF-SW
           END-READ.

       busca_operador_perm.
           MOVE SPACES TO WS-FIELD-OPERADOR WS-FIELD-FUNCIONES
           UNSTRING OPER-PERM-RECORD DELIMITED BY ","
               INTO WS-FIELD-OPERADOR WS-FIELD-FUNCIONES
           END-UNSTRING
           IF WS-FIELD-OPERADOR = WS-OPERATOR-ID THEN
               MOVE "Y" TO WS-OPER-HALLADO-SW
           ELSE
               PERFORM read_operperm
           END-IF.

       busca_funcion_perm.
           IF WS-FIELD-FUNCIONES(WS-FUNCION-IDX:1)
                   = WS-FUNCION-PEDIDA THEN
               MOVE "Y" TO WS-AUTORIZADO-SW
           ELSE
               ADD 1 TO WS-FUNCION-IDX
           END-IF.

       rechaza_arranque.
           PERFORM open_audit_log.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE "X"                   TO AUD-ACTION
           MOVE SPACES                TO AUD-ID
           MOVE SPACES                TO AUD-NOMBRE-ANTES
           STRING "FUNCION " WS-FUNCION-PEDIDA " DENEGADA"
               DELIMITED BY SIZE
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolAprob"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
                   " sin permiso para aprobar cambios; proceso "
                   "no lanzado.".

       open_conn_log.
           OPEN EXTEND CONN-LOG-FILE.
           IF WS-CONN-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONN-LOG-FILE
               CLOSE CONN-LOG-FILE
               OPEN EXTEND CONN-LOG-FILE
           END-IF.

       open_audit_log.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       open_price_hist.
           OPEN EXTEND PRICE-HIST-FILE.
           IF WS-PRECHIST-FILE-STATUS = "35" THEN
               OPEN OUTPUT PRICE-HIST-FILE
               CLOSE PRICE-HIST-FILE
               OPEN EXTEND PRICE-HIST-FILE
           END-IF.

       connect_with_retry.
           MOVE ZERO TO WS-RETRY-COUNT.
           MOVE "N" TO WS-CONNECTED-SW.
           PERFORM try_connect UNTIL WS-CONNECTED OR WS-RETRY-COUNT = 3.

       try_connect.
           ADD 1 TO WS-RETRY-COUNT.
           CALL "dbConection" RETURNING result.

           MOVE FUNCTION CURRENT-DATE TO WS-CONN-TIMESTAMP.
           MOVE WS-CONN-TIMESTAMP TO CONN-TIMESTAMP.
           MOVE WS-RETRY-COUNT    TO CONN-ATTEMPT.

           IF result = 0 THEN
               MOVE "Y" TO WS-CONNECTED-SW
               MOVE "CONECTADO" TO CONN-OUTCOME
           ELSE
               MOVE "ERROR" TO CONN-OUTCOME
               IF WS-RETRY-COUNT < 3 THEN
                   CALL "CBL_GC_NANOSLEEP" USING WS-NANOSECONDS
               END-IF
           END-IF.
           WRITE CONN-LOG-RECORD.

      *****************************************************************
      * Caducidad, revisión o listado y reescritura de la cola.
      *****************************************************************
       procesa_cola.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "NUMERO FECHA    ID    T VALOR ANTES"
               TO WS-REPORT-LINE
           MOVE "-> VALOR DESPUES"    TO WS-REPORT-LINE(56:16)
           MOVE "PROPUSO"             TO WS-REPORT-LINE(90:7)
           MOVE "ORIGEN"              TO WS-REPORT-LINE(99:6)
           MOVE "RESULTADO"           TO WS-REPORT-LINE(110:9)
           WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
           MOVE 1 TO WS-KDX
           PERFORM caduca_cambio UNTIL WS-KDX > WS-PC-COUNT

           IF WS-MODO-REVISION THEN
               PERFORM revision_cola
           ELSE
               MOVE 1 TO WS-KDX
               PERFORM lista_cambio UNTIL WS-KDX > WS-PC-COUNT
           END-IF

           PERFORM guarda_pendcamb

           MOVE SPACES TO WS-REPORT-LINE
           STRING "PENDIENTES: " WS-PENDIENTES
                  "  CADUCADOS: " WS-CADUCADOS
                  "  APROBADOS: " WS-APROBADOS
                  "  RECHAZADOS: " WS-RECHAZADOS
                  "  PROPIOS: " WS-PROPIOS
                  "  SIN DECIDIR: " WS-DEJADOS
                  "  FALLIDOS: " WS-FALLIDOS
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * Un cambio pendiente con más de WS-DIAS-CADUCIDAD días desde
      * su alta caduca: ya no se puede aprobar y hay que proponerlo
      * de nuevo.
       caduca_cambio.
           IF WS-PC-ESTADO(WS-KDX) = "P"
                   AND WS-PC-FECHA(WS-KDX) IS NUMERIC THEN
               COMPUTE WS-ALTA-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PC-FECHA(WS-KDX)))
               IF WS-HOY-INT - WS-ALTA-INT > WS-DIAS-CADUCIDAD THEN
                   MOVE "C" TO WS-PC-ESTADO(WS-KDX)
                   MOVE SPACES TO WS-PC-APROBADOR(WS-KDX)
                   MOVE WS-FECHA-HOY TO WS-PC-FECHA-EST(WS-KDX)
                   MOVE "Y" TO WS-PC-CAMBIO-SW
                   ADD 1 TO WS-CADUCADOS
                   MOVE "CADUCADO" TO WS-TEXTO-RESULTADO
                   PERFORM informa_cambio
               END-IF
           END-IF
           ADD 1 TO WS-KDX.

       lista_cambio.
           IF WS-PC-ESTADO(WS-KDX) = "P" THEN
               ADD 1 TO WS-PENDIENTES
               MOVE "PENDIENTE" TO WS-TEXTO-RESULTADO
               PERFORM informa_cambio
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF
           ADD 1 TO WS-KDX.

       revision_cola.
           PERFORM open_conn_log.
           PERFORM connect_with_retry.
           CLOSE CONN-LOG-FILE.

           IF WS-CONNECTED THEN
               PERFORM open_audit_log
               PERFORM open_price_hist
               MOVE 1 TO WS-KDX
               PERFORM revisa_cambio UNTIL WS-KDX > WS-PC-COUNT
               CLOSE AUDIT-LOG-FILE
               CLOSE PRICE-HIST-FILE
           ELSE
               DISPLAY "Error al conectar a la base de datos."
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SIN CONEXION: revision no realizada"
                   TO WS-REPORT-LINE
               WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       revisa_cambio.
           IF WS-PC-ESTADO(WS-KDX) = "P" THEN
               ADD 1 TO WS-PENDIENTES
               PERFORM muestra_cambio
               IF WS-PC-OPERADOR(WS-KDX) = WS-OPERATOR-ID THEN
                   DISPLAY "Cambio propuesto por usted; tiene que "
                           "aprobarlo otro operador."
                   ADD 1 TO WS-PROPIOS
                   MOVE "PROPIO; NO REVISADO" TO WS-TEXTO-RESULTADO
                   PERFORM informa_cambio
               ELSE
                   PERFORM decide_cambio
               END-IF
           END-IF
           ADD 1 TO WS-KDX.

       muestra_cambio.
           PERFORM texto_tipo
           DISPLAY "Cambio " WS-PC-NUMERO(WS-KDX)
                   " del " WS-PC-FECHA(WS-KDX)
                   " producto " WS-PC-ID(WS-KDX)
                   " propuesto por " WS-PC-OPERADOR(WS-KDX)
                   " (" FUNCTION TRIM(WS-PC-ORIGEN(WS-KDX)) ")"
           DISPLAY "  " WS-TEXTO-TIPO " antes:   "
                   FUNCTION TRIM(WS-PC-ANTES(WS-KDX))
           DISPLAY "  " WS-TEXTO-TIPO " después: "
                   FUNCTION TRIM(WS-PC-DESPUES(WS-KDX)).

       texto_tipo.
           EVALUATE WS-PC-TIPO(WS-KDX)
               WHEN "N"
                   MOVE "Nombre" TO WS-TEXTO-TIPO
               WHEN "P"
                   MOVE "Precio" TO WS-TEXTO-TIPO
               WHEN OTHER
                   MOVE "Categoría" TO WS-TEXTO-TIPO
           END-EVALUATE.

       decide_cambio.
           PERFORM lee_valor_actual
           IF WS-STATUS NOT = 0 THEN
               DISPLAY "No se pudo leer el producto; el cambio sigue "
                       "pendiente."
               ADD 1 TO WS-FALLIDOS
               MOVE "PRODUCTO NO LEIDO; PENDIENTE"
                   TO WS-TEXTO-RESULTADO
               PERFORM informa_cambio
           ELSE
               IF WS-DESFASADO THEN
                   DISPLAY "Aviso: el valor actual ("
                           FUNCTION TRIM(WS-VALOR-ACTUAL)
                           ") ya no es el de antes del cambio."
                   DISPLAY "(R) Rechazar  (blanco) Dejar pendiente: "
               ELSE
                   DISPLAY "(A) Aprobar  (R) Rechazar  "
                           "(blanco) Dejar pendiente: "
               END-IF
               MOVE SPACES TO WS-DECISION
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "a"
                       IF WS-DESFASADO THEN
                           PERFORM deja_pendiente
                       ELSE
                           PERFORM aprueba_cambio
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM rechaza_cambio
                   WHEN OTHER
                       PERFORM deja_pendiente
               END-EVALUATE
           END-IF.

      * Valor actual en productos del campo que se quiere cambiar; si
      * ya no coincide con el valor antes del cambio (otro cambio se
      * aplicó entretanto) el cambio queda desfasado. En PENDCAMB los
      * textos van con las comas cambiadas por blancos, así que el
      * valor actual se compara con el mismo cambio hecho.
       lee_valor_actual.
           MOVE SPACES TO WS-QUERY-STRING
           STRING "SELECT * FROM productos WHERE id = "
                  WS-PC-ID(WS-KDX)
               DELIMITED BY SIZE
               INTO WS-QUERY-STRING
           CALL "executeQuery" USING BY REFERENCE WS-QUERY-STRING
                                  BY REFERENCE WS-QUERY-RESULT
                                  RETURNING WS-STATUS
           IF WS-STATUS = 0 THEN
               MOVE "N" TO WS-DESFASADO-SW
               MOVE WS-COL2(1:50) TO WS-NOMBRE-ACTUAL
               MOVE FUNCTION NUMVAL(WS-COL3) TO WS-PRECIO-ANTES
               EVALUATE WS-PC-TIPO(WS-KDX)
                   WHEN "N"
                       MOVE WS-COL2(1:50) TO WS-VALOR-ACTUAL
                       INSPECT WS-VALOR-ACTUAL REPLACING ALL "," BY " "
                       IF WS-VALOR-ACTUAL NOT = WS-PC-ANTES(WS-KDX)
                               THEN
                           MOVE "Y" TO WS-DESFASADO-SW
                       END-IF
                   WHEN "P"
                       MOVE WS-PRECIO-ANTES TO WS-PRECIO-TXT
                       MOVE WS-PRECIO-TXT TO WS-VALOR-ACTUAL
                       IF WS-PRECIO-ANTES NOT =
                               FUNCTION NUMVAL(WS-PC-ANTES(WS-KDX))
                               THEN
                           MOVE "Y" TO WS-DESFASADO-SW
                       END-IF
                   WHEN OTHER
                       MOVE WS-COL5(1:30) TO WS-VALOR-ACTUAL
                       INSPECT WS-VALOR-ACTUAL REPLACING ALL "," BY " "
                       IF WS-VALOR-ACTUAL NOT = WS-PC-ANTES(WS-KDX)
                               THEN
                           MOVE "Y" TO WS-DESFASADO-SW
                       END-IF
               END-EVALUATE
           END-IF.

       aprueba_cambio.
           MOVE SPACES TO WS-QUERY-STRING
           EVALUATE WS-PC-TIPO(WS-KDX)
               WHEN "N"
                   STRING "UPDATE productos SET nombre = '"
                          FUNCTION TRIM(WS-PC-DESPUES(WS-KDX))
                          "' WHERE id = " WS-PC-ID(WS-KDX)
                       DELIMITED BY SIZE
                       INTO WS-QUERY-STRING
               WHEN "P"
                   MOVE FUNCTION NUMVAL(WS-PC-DESPUES(WS-KDX))
                       TO WS-PRECIO-DESPUES
                   MOVE WS-PRECIO-DESPUES TO WS-PRECIO-EDIT
                   STRING "UPDATE productos SET precio = "
                          FUNCTION TRIM(WS-PRECIO-EDIT)
                          " WHERE id = " WS-PC-ID(WS-KDX)
                       DELIMITED BY SIZE
                       INTO WS-QUERY-STRING
               WHEN OTHER
                   STRING "UPDATE productos SET categoria = '"
                          FUNCTION TRIM(WS-PC-DESPUES(WS-KDX))
                          "' WHERE id = " WS-PC-ID(WS-KDX)
                       DELIMITED BY SIZE
                       INTO WS-QUERY-STRING
           END-EVALUATE

           CALL "executeQuery" USING BY REFERENCE WS-QUERY-STRING
                                   RETURNING WS-STATUS
           IF WS-STATUS = 0 THEN
               MOVE "A" TO WS-PC-ESTADO(WS-KDX)
               MOVE WS-OPERATOR-ID TO WS-PC-APROBADOR(WS-KDX)
               MOVE WS-FECHA-HOY TO WS-PC-FECHA-EST(WS-KDX)
               MOVE "Y" TO WS-PC-CAMBIO-SW
               ADD 1 TO WS-APROBADOS
               PERFORM write_audit_record
               IF WS-PC-TIPO(WS-KDX) = "P" THEN
                   PERFORM write_price_hist
               END-IF
               DISPLAY "Cambio aprobado y aplicado."
               MOVE "APROBADO" TO WS-TEXTO-RESULTADO
           ELSE
               DISPLAY "Falló la ejecución del UPDATE; el cambio "
                       "sigue pendiente."
               ADD 1 TO WS-FALLIDOS
               MOVE "UPDATE FALLIDO; PENDIENTE" TO WS-TEXTO-RESULTADO
           END-IF
           PERFORM informa_cambio.

       rechaza_cambio.
           MOVE "R" TO WS-PC-ESTADO(WS-KDX)
           MOVE WS-OPERATOR-ID TO WS-PC-APROBADOR(WS-KDX)
           MOVE WS-FECHA-HOY TO WS-PC-FECHA-EST(WS-KDX)
           MOVE "Y" TO WS-PC-CAMBIO-SW
           ADD 1 TO WS-RECHAZADOS
           DISPLAY "Cambio rechazado."
           MOVE "RECHAZADO" TO WS-TEXTO-RESULTADO
           PERFORM informa_cambio.

       deja_pendiente.
           ADD 1 TO WS-DEJADOS
           IF WS-DESFASADO THEN
               MOVE "DESFASADO; PENDIENTE" TO WS-TEXTO-RESULTADO
           ELSE
               MOVE "SIN DECIDIR; PENDIENTE" TO WS-TEXTO-RESULTADO
           END-IF
           PERFORM informa_cambio.

       informa_cambio.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PC-NUMERO(WS-KDX)    TO WS-REPORT-LINE(1:6)
           MOVE WS-PC-FECHA(WS-KDX)     TO WS-REPORT-LINE(8:8)
           MOVE WS-PC-ID(WS-KDX)        TO WS-REPORT-LINE(17:5)
           MOVE WS-PC-TIPO(WS-KDX)      TO WS-REPORT-LINE(23:1)
           MOVE WS-PC-ANTES(WS-KDX)     TO WS-REPORT-LINE(25:30)
           MOVE "->"                    TO WS-REPORT-LINE(56:2)
           MOVE WS-PC-DESPUES(WS-KDX)   TO WS-REPORT-LINE(59:30)
           MOVE WS-PC-OPERADOR(WS-KDX)  TO WS-REPORT-LINE(90:8)
           MOVE WS-PC-ORIGEN(WS-KDX)    TO WS-REPORT-LINE(99:10)
           MOVE WS-TEXTO-RESULTADO      TO WS-REPORT-LINE(110:30)
           WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE.

      * Auditoría U normal del cambio aplicado, con quien lo propuso
      * en AUD-OPERATOR y quien lo aprobó en AUD-APROBADOR.
       write_audit_record.
           MOVE FUNCTION CURRENT-DATE    TO AUD-TIMESTAMP
           MOVE "U"                      TO AUD-ACTION
           MOVE WS-PC-ID(WS-KDX)         TO AUD-ID
           MOVE WS-NOMBRE-ACTUAL         TO AUD-NOMBRE-ANTES
           IF WS-PC-TIPO(WS-KDX) = "N" THEN
               MOVE WS-PC-DESPUES(WS-KDX) TO AUD-NOMBRE-DESPUES
           ELSE
               MOVE WS-NOMBRE-ACTUAL     TO AUD-NOMBRE-DESPUES
           END-IF
           MOVE WS-PC-OPERADOR(WS-KDX)   TO AUD-OPERATOR
           MOVE WS-OPERATOR-ID           TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.

       write_price_hist.
           MOVE FUNCTION CURRENT-DATE    TO PRH-TIMESTAMP
           MOVE WS-PC-ID(WS-KDX)         TO PRH-ID
           MOVE WS-PRECIO-ANTES          TO PRH-PRECIO-ANTES
           MOVE WS-PRECIO-DESPUES        TO PRH-PRECIO-DESPUES
           MOVE WS-PC-ORIGEN(WS-KDX)     TO PRH-ORIGEN
           MOVE WS-PC-OPERADOR(WS-KDX)   TO PRH-OPERATOR
           MOVE WS-OPERATOR-ID           TO PRH-APROBADOR
           WRITE PRECIO-HIST-RECORD.

      *****************************************************************
      * Parámetros y fichero PENDCAMB.
      *****************************************************************
      * Días de caducidad del segundo campo de APROBPAR (umbral,dias);
      * sin fichero o sin valor, 7. El umbral lo usan los programas
      * que proponen los cambios.
       lee_aprobpar.
           MOVE 7 TO WS-DIAS-CADUCIDAD.
           OPEN INPUT APROB-PARM-FILE.
           IF WS-APROBPAR-FILE-STATUS = "00" THEN
               READ APROB-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-FIELD-UMBRAL
                                      WS-PAR-FIELD-DIAS
                       UNSTRING APROB-PARM-RECORD DELIMITED BY ","
                           INTO WS-PAR-FIELD-UMBRAL WS-PAR-FIELD-DIAS
                       END-UNSTRING
                       IF WS-PAR-FIELD-DIAS NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-FIELD-DIAS)
                               TO WS-DIAS-CADUCIDAD
                       END-IF
               END-READ
               CLOSE APROB-PARM-FILE
           END-IF.

       carga_pendcamb.
           MOVE ZERO TO WS-PC-COUNT.
           MOVE ZERO TO WS-PC-ULTIMO.
           MOVE "N" TO WS-PC-RECARGA-SW.
           MOVE "N" TO WS-PENDCAMB-EOF-SW.
           OPEN INPUT PEND-CAMB-FILE.
           IF WS-PENDCAMB-FILE-STATUS = "00" THEN
               PERFORM read_pendcamb
               PERFORM carga_pendcamb_linea UNTIL WS-PENDCAMB-EOF
               CLOSE PEND-CAMB-FILE
           END-IF.

       read_pendcamb.
           READ PEND-CAMB-FILE
               AT END MOVE "Y" TO WS-PENDCAMB-EOF-SW
           END-READ.

       carga_pendcamb_linea.
           MOVE SPACES TO WS-PC-FIELD-NUMERO WS-PC-FIELD-FECHA
                          WS-PC-FIELD-ID WS-PC-FIELD-TIPO
                          WS-PC-FIELD-ANTES WS-PC-FIELD-DESPUES
                          WS-PC-FIELD-OPER WS-PC-FIELD-ORIGEN
                          WS-PC-FIELD-ESTADO WS-PC-FIELD-APROB
                          WS-PC-FIELD-FESTADO
           UNSTRING PEND-CAMB-RECORD DELIMITED BY ","
               INTO WS-PC-FIELD-NUMERO WS-PC-FIELD-FECHA
                    WS-PC-FIELD-ID WS-PC-FIELD-TIPO
                    WS-PC-FIELD-ANTES WS-PC-FIELD-DESPUES
                    WS-PC-FIELD-OPER WS-PC-FIELD-ORIGEN
                    WS-PC-FIELD-ESTADO WS-PC-FIELD-APROB
                    WS-PC-FIELD-FESTADO
           END-UNSTRING
           IF WS-PC-FIELD-NUMERO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PC-FIELD-NUMERO)
                   TO WS-PC-NUM-LEIDO
               IF NOT WS-PC-RECARGA
                       OR WS-PC-NUM-LEIDO > WS-PC-ULTIMO THEN
                   PERFORM anade_pendcamb
               END-IF
           END-IF
           PERFORM read_pendcamb.

      * En la carga inicial se anota el número más alto leído; en la
      * recarga previa a la reescritura solo entran los cambios con
      * número por encima de ese, encolados durante la revisión.
       anade_pendcamb.
           IF WS-PC-COUNT < WS-PC-MAX THEN
               ADD 1 TO WS-PC-COUNT
               MOVE WS-PC-COUNT TO WS-KDX
               MOVE WS-PC-NUM-LEIDO TO WS-PC-NUMERO(WS-KDX)
               IF WS-PC-RECARGA THEN
                   ADD 1 TO WS-PC-NUEVOS
               ELSE
                   IF WS-PC-NUM-LEIDO > WS-PC-ULTIMO THEN
                       MOVE WS-PC-NUM-LEIDO TO WS-PC-ULTIMO
                   END-IF
               END-IF
               MOVE WS-PC-FIELD-FECHA TO WS-PC-FECHA(WS-KDX)
               MOVE FUNCTION NUMVAL(WS-PC-FIELD-ID)
                   TO WS-PC-ID(WS-KDX)
               MOVE WS-PC-FIELD-TIPO TO WS-PC-TIPO(WS-KDX)
               MOVE WS-PC-FIELD-ANTES TO WS-PC-ANTES(WS-KDX)
               MOVE WS-PC-FIELD-DESPUES TO WS-PC-DESPUES(WS-KDX)
               MOVE WS-PC-FIELD-OPER TO WS-PC-OPERADOR(WS-KDX)
               MOVE WS-PC-FIELD-ORIGEN TO WS-PC-ORIGEN(WS-KDX)
               MOVE WS-PC-FIELD-ESTADO TO WS-PC-ESTADO(WS-KDX)
               MOVE WS-PC-FIELD-APROB TO WS-PC-APROBADOR(WS-KDX)
               MOVE WS-PC-FIELD-FESTADO
                   TO WS-PC-FECHA-EST(WS-KDX)
           ELSE
               IF NOT WS-PC-LLENA THEN
                   MOVE "Y" TO WS-PC-LLENA-SW
                   DISPLAY "Aviso: tabla de cambios llena; "
                           "PENDCAMB incompleto."
               END-IF
           END-IF.

      * Mientras se revisaba, setup, CobolBatch o CobolPrice han podido
      * encolar cambios nuevos: antes de reescribir se relee PENDCAMB
      * y se añaden a la tabla para no perderlos.
       guarda_pendcamb.
           IF WS-PC-CAMBIO AND NOT WS-PC-LLENA THEN
               PERFORM recarga_pendcamb
               IF WS-PC-LLENA THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: tabla de cambios llena al releer "
                          "PENDCAMB; las decisiones no se han grabado"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY "Tabla de cambios llena; PENDCAMB no "
                           "reescrito."
               ELSE
                   OPEN OUTPUT PEND-CAMB-FILE
                   MOVE 1 TO WS-KDX
                   PERFORM reescribe_pendcamb_linea
                       UNTIL WS-KDX > WS-PC-COUNT
                   CLOSE PEND-CAMB-FILE
                   IF WS-PC-NUEVOS > ZERO THEN
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING WS-PC-NUEVOS " cambios encolados durante"
                              " la revision quedan pendientes"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE APROB-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       recarga_pendcamb.
           MOVE ZERO TO WS-PC-NUEVOS.
           MOVE "Y" TO WS-PC-RECARGA-SW.
           MOVE "N" TO WS-PENDCAMB-EOF-SW.
           OPEN INPUT PEND-CAMB-FILE.
           IF WS-PENDCAMB-FILE-STATUS = "00" THEN
               PERFORM read_pendcamb
               PERFORM carga_pendcamb_linea UNTIL WS-PENDCAMB-EOF
               CLOSE PEND-CAMB-FILE
           END-IF.
           MOVE "N" TO WS-PC-RECARGA-SW.

       reescribe_pendcamb_linea.
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-PC-NUMERO(WS-KDX)
                  "," WS-PC-FECHA(WS-KDX)
                  "," WS-PC-ID(WS-KDX)
                  "," WS-PC-TIPO(WS-KDX)
                  "," FUNCTION TRIM(WS-PC-ANTES(WS-KDX))
                  "," FUNCTION TRIM(WS-PC-DESPUES(WS-KDX))
                  "," DELIMITED BY SIZE
                  WS-PC-OPERADOR(WS-KDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PC-ORIGEN(WS-KDX) DELIMITED BY SPACE
                  "," WS-PC-ESTADO(WS-KDX)
                  "," DELIMITED BY SIZE
                  WS-PC-APROBADOR(WS-KDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PC-FECHA-EST(WS-KDX) DELIMITED BY SPACE
               INTO WS-OUT-LINE
           WRITE PEND-CAMB-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-KDX.
