       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolCliPed.

      * Pedidos de cliente con reserva de stock. Cada pedido lleva su
      * propio número, tomado del secuencial persistente CLISEQ (no
      * se mezcla con los pedidos de compra de PEDSEQ), y sus líneas
      * quedan en el fichero CLIPED (una línea por línea de pedido:
      * numero,linea,fecha,cliente,id,almacen,cantidad,estado,
      * operador,fecha-estado; estado R=reservada X=expedida
      * A=anulada). Trabaja en cinco modos:
      *   1 = alta: pide el cliente y las líneas (producto, almacén
      *       en blanco = A01, cantidad). Cada línea se acepta solo si
      *       el almacén tiene disponible suficiente (stock de STKLOC
      *       menos lo ya reservado) y su cantidad se suma a lo
      *       reservado del producto y almacén en STKLOC. Un producto
      *       sin ninguna línea en STKLOC tiene todo su stock en el
      *       almacén por defecto, igual que lo trata CobolMovim. Los
      *       productos descatalogados en PRODSTAT no se venden, ni el
      *       stock del almacén de cuarentena CUA (ver CobolDevol);
      *   2 = consulta de un pedido con el estado de cada línea;
      *   3 = expedición: las líneas reservadas del pedido pasan a
      *       expedidas y se escriben en MOVIN como salidas S con
      *       referencia PEDCLI numero-linea y el número de pedido en
      *       el campo pedido. La reserva sigue hasta que CobolMovim
      *       aplica la salida, que es cuando la libera;
      *   4 = anulación: las líneas reservadas pasan a anuladas y su
      *       reserva se devuelve al disponible;
      *   5 = disponible (ATP): por producto (o solo el id pedido) y
      *       almacén, stock, reservado y disponible = stock menos
      *       reservado, marcando los almacenes con más reservado que
      *       stock.
      * Exige en OPERPERM (operador,funciones) la función V; sin
      * permiso el intento queda en AUDITLOG con acción X y el proceso
      * no arranca. Todo queda detallado en el informe CLIRPT.
      * STKLOC y CLIPED se releen después de lo que teclea el operador
      * y justo antes de reescribirlos, para no pisar lo que CobolMovim,
      * setup u otro operador hayan grabado entretanto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT CLIENTE-SEQ-FILE ASSIGN TO "CLISEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT CLIENTE-PED-FILE ASSIGN TO "CLIPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIPED-FILE-STATUS.

           SELECT CLIENTE-REPORT-FILE ASSIGN TO "CLIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOV-CONTROL-FILE ASSIGN TO "MOVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIN-FILE-STATUS.

           SELECT PROD-STAT-FILE ASSIGN TO "PRODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPER-PERM-FILE ASSIGN TO "OPERPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERPERM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD        PIC X(200).

       FD  CLIENTE-SEQ-FILE.
       01  CLIENTE-SEQ-RECORD      PIC X(200).

       FD  CLIENTE-PED-FILE.
       01  CLIENTE-PED-RECORD      PIC X(200).

       FD  CLIENTE-REPORT-FILE.
       01  CLIENTE-REPORT-RECORD   PIC X(200).

       FD  MOV-CONTROL-FILE.
       01  MOV-CONTROL-RECORD      PIC X(200).

       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD        PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDIT.

       FD  OPER-PERM-FILE.
       01  OPER-PERM-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-STKLOC-FILE-STATUS PIC X(02).
           01  WS-SEQ-FILE-STATUS  PIC X(02).
           01  WS-CLIPED-FILE-STATUS PIC X(02).
           01  WS-MOVIN-FILE-STATUS PIC X(02).
           01  WS-PRODSTAT-FILE-STATUS PIC X(02).
           01  WS-AUDIT-FILE-STATUS PIC X(02).

           01  WS-OPERATOR-ID      PIC X(08).

           01  WS-MODO             PIC 9(01).
               88  WS-MODO-ALTA       VALUE 1.
               88  WS-MODO-CONSULTA   VALUE 2.
               88  WS-MODO-EXPIDE     VALUE 3.
               88  WS-MODO-ANULA      VALUE 4.
               88  WS-MODO-ATP        VALUE 5.

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-STKLOC-EOF-SW    PIC X(01) VALUE "N".
               88  WS-STKLOC-EOF      VALUE "Y".
           01  WS-CLIPED-EOF-SW    PIC X(01) VALUE "N".
               88  WS-CLIPED-EOF      VALUE "Y".
           01  WS-PRODSTAT-EOF-SW  PIC X(01) VALUE "N".
               88  WS-PRODSTAT-EOF    VALUE "Y".

           01  WS-ALMACEN-DEFECTO  PIC X(03) VALUE "A01".
           01  WS-ALMACEN-CUARENTENA PIC X(03) VALUE "CUA".

           01  WS-STKLOC-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-STKLOC-LLENA    VALUE "Y".
           01  WS-STKLOC-CAMBIO-SW PIC X(01) VALUE "N".
               88  WS-STKLOC-CAMBIO   VALUE "Y".
           01  WS-STKLOC-MAX       PIC 9(04) VALUE 4000.
           01  WS-STKLOC-COUNT     PIC 9(04) VALUE ZERO.
           01  WS-TABLA-STKLOC.
               05  WS-STKLOC OCCURS 4000 TIMES.
                   10  WS-SL-ID        PIC 9(05).
                   10  WS-SL-ALMACEN   PIC X(03).
                   10  WS-SL-STOCK     PIC 9(07).
                   10  WS-SL-RESERVADO PIC 9(07).

           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).
           01  WS-SL-FIELD-RESERV  PIC X(07).

      * Líneas de pedido de cliente de CLIPED.
           01  WS-LC-LLENA-SW      PIC X(01) VALUE "N".
               88  WS-LC-LLENA        VALUE "Y".
           01  WS-LC-CAMBIO-SW     PIC X(01) VALUE "N".
               88  WS-LC-CAMBIO       VALUE "Y".
           01  WS-LC-MAX           PIC 9(04) VALUE 4000.
           01  WS-LC-COUNT         PIC 9(04) VALUE ZERO.
           01  WS-TABLA-LINEAS.
               05  WS-LINEA-CLI OCCURS 4000 TIMES.
                   10  WS-LC-NUMERO    PIC 9(06).
                   10  WS-LC-LINEA     PIC 9(03).
                   10  WS-LC-FECHA     PIC X(08).
                   10  WS-LC-CLIENTE   PIC X(30).
                   10  WS-LC-ID        PIC 9(05).
                   10  WS-LC-ALMACEN   PIC X(03).
                   10  WS-LC-CANTIDAD  PIC 9(07).
                   10  WS-LC-ESTADO    PIC X(01).
                   10  WS-LC-OPERADOR  PIC X(08).
                   10  WS-LC-FECHA-EST PIC X(08).

           01  WS-LC-FIELD-NUMERO  PIC X(06).
           01  WS-LC-FIELD-LINEA   PIC X(03).
           01  WS-LC-FIELD-FECHA   PIC X(08).
           01  WS-LC-FIELD-CLIENTE PIC X(30).
           01  WS-LC-FIELD-ID      PIC X(05).
           01  WS-LC-FIELD-ALMACEN PIC X(03).
           01  WS-LC-FIELD-CANTIDAD PIC X(07).
           01  WS-LC-FIELD-ESTADO  PIC X(01).
           01  WS-LC-FIELD-OPER    PIC X(08).
           01  WS-LC-FIELD-FESTADO PIC X(08).

           01  WS-PRODSTAT-LLENA-SW PIC X(01) VALUE "N".
               88  WS-PRODSTAT-LLENA  VALUE "Y".
           01  WS-PRODSTAT-MAX     PIC 9(04) VALUE 1000.
           01  WS-PRODSTAT-COUNT   PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PRODSTAT.
               05  WS-PRODSTAT OCCURS 1000 TIMES.
                   10  WS-PST-ID       PIC 9(05).
           01  WS-PS-FIELD-ID      PIC X(05).
           01  WS-PS-FIELD-ESTADO  PIC X(01).
           01  WS-DESCATALOGADO-SW PIC X(01).
               88  WS-DESCATALOGADO   VALUE "Y".

           01  WS-LDX              PIC 9(04) VALUE ZERO.
           01  WS-KDX              PIC 9(04) VALUE ZERO.
           01  WS-PDX              PIC 9(04) VALUE ZERO.
           01  WS-LOC-HALLADO-SW   PIC X(01).
               88  WS-LOC-HALLADO     VALUE "Y".
           01  WS-LOC-DISPONIBLE-SW PIC X(01).
               88  WS-LOC-DISPONIBLE  VALUE "Y".
           01  WS-SIN-REPARTO-SW   PIC X(01).
               88  WS-SIN-REPARTO     VALUE "Y".
           01  WS-PROD-HALLADO-SW  PIC X(01).
               88  WS-PROD-HALLADO    VALUE "Y".
           01  WS-FIN-LINEAS-SW    PIC X(01).
               88  WS-FIN-LINEAS      VALUE "Y".

           01  WS-PEDIDO-NUM       PIC 9(06) VALUE ZERO.
           01  WS-PEDIDO-TXT       PIC X(06).
           01  WS-LINEA-NUM        PIC 9(03) VALUE ZERO.
           01  WS-LINEA-MAX        PIC 9(03) VALUE 99.
           01  WS-CLIENTE          PIC X(30).
           01  WS-ID-TXT           PIC X(05).
           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-ID-FILTRO        PIC 9(05) VALUE ZERO.
           01  WS-ALMACEN-TXT      PIC X(03).
           01  WS-ALMACEN-BUSCADO  PIC X(03).
           01  WS-CANTIDAD-TXT     PIC X(07).
           01  WS-CANTIDAD         PIC 9(07) VALUE ZERO.
           01  WS-DISPONIBLE       PIC S9(08) VALUE ZERO.
           01  WS-LIBERADO         PIC 9(07) VALUE ZERO.
           01  WS-NOMBRE           PIC X(50).
           01  WS-ESTADO-TXT       PIC X(09).
           01  WS-REFERENCIA       PIC X(20).

           01  WS-LINEAS-PEDIDO    PIC 9(03) VALUE ZERO.
           01  WS-LINEAS-RESERVADAS PIC 9(03) VALUE ZERO.
           01  WS-LINEAS-TRATADAS  PIC 9(03) VALUE ZERO.
           01  WS-ATP-LINEAS       PIC 9(05) VALUE ZERO.
           01  WS-ATP-SOBREVENTA   PIC 9(05) VALUE ZERO.
           01  WS-TOTAL-STOCK      PIC 9(10) VALUE ZERO.
           01  WS-TOTAL-RESERVADO  PIC 9(10) VALUE ZERO.
           01  WS-TOTAL-DISPONIBLE PIC S9(10) VALUE ZERO.

           01  WS-CANT-EDIT        PIC ZZZZZZ9.
           01  WS-RES-EDIT         PIC ZZZZZZ9.
           01  WS-DISP-EDIT        PIC -(7)9.
           01  WS-TOTAL-EDIT       PIC Z(9)9.
           01  WS-TOTAL-RES-EDIT   PIC Z(9)9.
           01  WS-TOTAL-DISP-EDIT  PIC -(10)9.

           01  WS-CONFIRMA         PIC X(01).

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-OUT-LINE         PIC X(200).
           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW  PIC X(01) VALUE "N".
               88  WS-OPERPERM-EOF    VALUE "Y".
           01  WS-FUNCION-PEDIDA   PIC X(01) VALUE "V".
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
           DISPLAY "Pedidos de cliente."
           DISPLAY "(1) Alta  (2) Consulta  (3) Expedicion  "
                   "(4) Anulacion  (5) Disponible (ATP): "
           ACCEPT WS-MODO.

           IF NOT WS-MODO-ALTA AND NOT WS-MODO-CONSULTA
                   AND NOT WS-MODO-EXPIDE AND NOT WS-MODO-ANULA
                   AND NOT WS-MODO-ATP THEN
               DISPLAY "Opción no válida."
               STOP RUN
           END-IF.

           PERFORM comprueba_permiso.
           IF NOT WS-AUTORIZADO THEN
               PERFORM rechaza_arranque
               STOP RUN
           END-IF.

           PERFORM load_stock_loc.
           PERFORM load_prodstat.

           OPEN OUTPUT CLIENTE-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-MODO-ALTA
                   PERFORM alta_pedido
               WHEN WS-MODO-CONSULTA
                   PERFORM consulta_pedido
               WHEN WS-MODO-EXPIDE
                   PERFORM expide_pedido
               WHEN WS-MODO-ANULA
                   PERFORM anula_pedido
               WHEN WS-MODO-ATP
                   PERFORM informe_disponible
           END-EVALUATE.
           CLOSE CLIENTE-REPORT-FILE.
           DISPLAY "Informe escrito en CLIRPT.".
           STOP RUN.

      * Comprueba en OPERPERM que el operador tiene la función V. Sin
      * fichero OPERPERM no se restringe nada (mismo criterio que
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
           MOVE "CobolCliPed"         TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
                   " sin permiso para pedidos de cliente; "
                   "proceso no lanzado.".

       open_audit_log.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

      *****************************************************************
      * Modo 1: alta de pedido con reserva línea a línea.
      *****************************************************************
       alta_pedido.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " ALTA DE PEDIDO DE CLIENTE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE

      * Con la tabla de STKLOC llena no se podría reescribir la
      * reserva sin perder líneas: no se admiten altas.
           IF WS-STKLOC-LLENA THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALTA NO ADMITIDA: tabla de stock por almacen "
                      "llena"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Tabla de stock por almacen llena; alta no "
                       "admitida."
           ELSE
               PERFORM alta_pedido_cliente
           END-IF.

       alta_pedido_cliente.
           DISPLAY "Cliente: "
           ACCEPT WS-CLIENTE.
           INSPECT WS-CLIENTE REPLACING ALL "," BY " ".
           IF WS-CLIENTE = SPACES THEN
               DISPLAY "Sin cliente; alta cancelada."
               MOVE "Alta cancelada: sin cliente." TO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM lee_cliseq
               ADD 1 TO WS-PEDIDO-NUM
               MOVE ZERO TO WS-LINEA-NUM
               MOVE ZERO TO WS-LINEAS-PEDIDO
               PERFORM open_cliped_extend
               MOVE "N" TO WS-FIN-LINEAS-SW
               PERFORM alta_linea UNTIL WS-FIN-LINEAS
               CLOSE CLIENTE-PED-FILE
               PERFORM cierra_alta
           END-IF.

       cierra_alta.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LINEAS-PEDIDO = ZERO THEN
               STRING "Pedido sin lineas aceptadas; no se registra "
                      "ningun pedido."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY "Pedido sin lineas; no se registra."
           ELSE
               PERFORM escribe_cliseq
               STRING "PEDIDO " WS-PEDIDO-NUM
                      " cliente " FUNCTION TRIM(WS-CLIENTE)
                      " registrado con " WS-LINEAS-PEDIDO
                      " lineas reservadas"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY "Pedido " WS-PEDIDO-NUM " registrado con "
                       WS-LINEAS-PEDIDO " lineas."
           END-IF
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE.

       alta_linea.
           IF WS-LINEA-NUM >= WS-LINEA-MAX THEN
               DISPLAY "Maximo de lineas por pedido alcanzado."
               MOVE "Y" TO WS-FIN-LINEAS-SW
           ELSE
               DISPLAY "Id de producto (blanco = fin): "
               ACCEPT WS-ID-TXT
               IF WS-ID-TXT = SPACES THEN
                   MOVE "Y" TO WS-FIN-LINEAS-SW
               ELSE
                   PERFORM alta_linea_datos
               END-IF
           END-IF.

       alta_linea_datos.
           MOVE FUNCTION NUMVAL(WS-ID-TXT) TO WS-ID
           DISPLAY "Almacen (blanco = " WS-ALMACEN-DEFECTO "): "
           ACCEPT WS-ALMACEN-TXT
           IF WS-ALMACEN-TXT = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-TXT
           END-IF
           DISPLAY "Cantidad: "
           ACCEPT WS-CANTIDAD-TXT
           MOVE FUNCTION NUMVAL(WS-CANTIDAD-TXT) TO WS-CANTIDAD

           PERFORM busca_producto_maestro
           PERFORM comprueba_descatalogado
           EVALUATE TRUE
               WHEN NOT WS-PROD-HALLADO
                   MOVE "producto inexistente" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-DESCATALOGADO
                   MOVE "producto descatalogado" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-CANTIDAD = ZERO
                   MOVE "cantidad no valida" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-ALMACEN-TXT = WS-ALMACEN-CUARENTENA
                   MOVE "almacen de cuarentena no vendible"
                       TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN OTHER
                   PERFORM reserva_linea
           END-EVALUATE.

      * El motivo llega en WS-REPORT-LINE y se completa con la línea.
       rechaza_linea.
           MOVE SPACES TO WS-OUT-LINE
           STRING "   RECHAZADA id " WS-ID
                  " almacen " WS-ALMACEN-TXT
                  " cantidad " WS-CANTIDAD
                  ": " WS-REPORT-LINE(1:40)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * La reserva se hace sobre STKLOC recién leído y se graba en el
      * momento, línea a línea.
       reserva_linea.
           PERFORM load_stock_loc
           IF WS-STKLOC-LLENA THEN
               MOVE "N" TO WS-LOC-DISPONIBLE-SW
           ELSE
               PERFORM obtiene_linea_almacen
           END-IF
           IF NOT WS-LOC-DISPONIBLE THEN
               MOVE "tabla de stock por almacen llena"
                   TO WS-REPORT-LINE
               PERFORM rechaza_linea
           ELSE
               COMPUTE WS-DISPONIBLE = WS-SL-STOCK(WS-LDX)
                   - WS-SL-RESERVADO(WS-LDX)
               IF WS-CANTIDAD > WS-DISPONIBLE THEN
                   MOVE WS-DISPONIBLE TO WS-DISP-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "disponible insuficiente ("
                          FUNCTION TRIM(WS-DISP-EDIT) ")"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM rechaza_linea
               ELSE
                   PERFORM acepta_linea
                   PERFORM guarda_stkloc
               END-IF
           END-IF.

       acepta_linea.
           ADD WS-CANTIDAD TO WS-SL-RESERVADO(WS-LDX)
           MOVE "Y" TO WS-STKLOC-CAMBIO-SW
           ADD 1 TO WS-LINEA-NUM
           ADD 1 TO WS-LINEAS-PEDIDO
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-PEDIDO-NUM
                  "," WS-LINEA-NUM
                  "," WS-FECHA-HOY
                  "," FUNCTION TRIM(WS-CLIENTE)
                  "," WS-ID
                  "," WS-ALMACEN-TXT
                  "," WS-CANTIDAD
                  ",R"
                  "," WS-OPERATOR-ID
                  "," WS-FECHA-HOY
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE CLIENTE-PED-RECORD FROM WS-OUT-LINE

           COMPUTE WS-DISPONIBLE = WS-SL-STOCK(WS-LDX)
               - WS-SL-RESERVADO(WS-LDX)
           MOVE WS-DISPONIBLE TO WS-DISP-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   LINEA " WS-LINEA-NUM
                  " id " WS-ID
                  " " WS-NOMBRE(1:30)
                  " almacen " WS-ALMACEN-TXT
                  " cantidad " WS-CANTIDAD
                  " RESERVADA; disponible " WS-DISP-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * Localiza la línea de STKLOC del producto y almacén de la línea
      * de pedido (WS-LDX). Un producto sin ninguna línea recibe antes
      * la del almacén por defecto con el stock de la foto.
       obtiene_linea_almacen.
           PERFORM comprueba_reparto_producto.
           IF WS-SIN-REPARTO THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-BUSCADO
               PERFORM busca_stock_almacen
               IF WS-LOC-DISPONIBLE THEN
                   MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-SL-STOCK(WS-LDX)
                   MOVE "Y" TO WS-STKLOC-CAMBIO-SW
               END-IF
           END-IF.
           MOVE WS-ALMACEN-TXT TO WS-ALMACEN-BUSCADO.
           PERFORM busca_stock_almacen.

       comprueba_reparto_producto.
           MOVE "Y" TO WS-SIN-REPARTO-SW.
           MOVE 1 TO WS-LDX.
           PERFORM comprueba_reparto_item
               UNTIL NOT WS-SIN-REPARTO OR WS-LDX > WS-STKLOC-COUNT.

       comprueba_reparto_item.
           IF WS-SL-ID(WS-LDX) = WS-ID THEN
               MOVE "N" TO WS-SIN-REPARTO-SW
           ELSE
               ADD 1 TO WS-LDX
           END-IF.

       busca_stock_almacen.
           MOVE "Y" TO WS-LOC-DISPONIBLE-SW.
           MOVE "N" TO WS-LOC-HALLADO-SW.
           MOVE 1 TO WS-LDX.
           PERFORM busca_stock_almacen_item
               UNTIL WS-LOC-HALLADO OR WS-LDX > WS-STKLOC-COUNT.
           IF NOT WS-LOC-HALLADO THEN
               IF WS-STKLOC-COUNT < WS-STKLOC-MAX THEN
                   ADD 1 TO WS-STKLOC-COUNT
                   MOVE WS-STKLOC-COUNT TO WS-LDX
                   MOVE WS-ID TO WS-SL-ID(WS-LDX)
                   MOVE WS-ALMACEN-BUSCADO TO WS-SL-ALMACEN(WS-LDX)
                   MOVE ZERO TO WS-SL-STOCK(WS-LDX)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-LDX)
               ELSE
                   MOVE "N" TO WS-LOC-DISPONIBLE-SW
                   IF NOT WS-STKLOC-LLENA THEN
                       MOVE "Y" TO WS-STKLOC-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por almacen "
                               "llena; STKLOC incompleto."
                   END-IF
               END-IF
           END-IF.

       busca_stock_almacen_item.
           IF WS-SL-ID(WS-LDX) = WS-ID
                   AND WS-SL-ALMACEN(WS-LDX) = WS-ALMACEN-BUSCADO THEN
               MOVE "Y" TO WS-LOC-HALLADO-SW
           ELSE
               ADD 1 TO WS-LDX
           END-IF.

       busca_producto_maestro.
           MOVE "N" TO WS-PROD-HALLADO-SW.
           MOVE SPACES TO WS-NOMBRE.
           MOVE "N" TO WS-MASTER-EOF-SW.
           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible."
           ELSE
               PERFORM read_master_record
               PERFORM busca_producto_item
                   UNTIL WS-PROD-HALLADO OR WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.

       busca_producto_item.
           IF FUNCTION NUMVAL(PM-ID) = WS-ID THEN
               MOVE "Y" TO WS-PROD-HALLADO-SW
               MOVE PM-NOMBRE TO WS-NOMBRE
           ELSE
               PERFORM read_master_record
           END-IF.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

       open_cliped_extend.
           OPEN EXTEND CLIENTE-PED-FILE.
           IF WS-CLIPED-FILE-STATUS = "35" THEN
               OPEN OUTPUT CLIENTE-PED-FILE
               CLOSE CLIENTE-PED-FILE
               OPEN EXTEND CLIENTE-PED-FILE
           END-IF.

       lee_cliseq.
           MOVE ZERO TO WS-PEDIDO-NUM.
           OPEN INPUT CLIENTE-SEQ-FILE.
           IF WS-SEQ-FILE-STATUS = "00" THEN
               READ CLIENTE-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CLIENTE-SEQ-RECORD(1:6))
                           TO WS-PEDIDO-NUM
               END-READ
               CLOSE CLIENTE-SEQ-FILE
           END-IF.

       escribe_cliseq.
           OPEN OUTPUT CLIENTE-SEQ-FILE.
           MOVE SPACES TO CLIENTE-SEQ-RECORD.
           MOVE WS-PEDIDO-NUM TO CLIENTE-SEQ-RECORD(1:6).
           WRITE CLIENTE-SEQ-RECORD.
           CLOSE CLIENTE-SEQ-FILE.

      *****************************************************************
      * Modo 2: consulta de un pedido.
      *****************************************************************
       consulta_pedido.
           PERFORM pide_pedido.
           PERFORM carga_lineas.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " CONSULTA DEL PEDIDO DE CLIENTE "
                  WS-PEDIDO-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ZERO TO WS-LINEAS-TRATADAS
           MOVE 1 TO WS-KDX
           PERFORM consulta_linea UNTIL WS-KDX > WS-LC-COUNT
           IF WS-LINEAS-TRATADAS = ZERO THEN
               PERFORM informa_pedido_inexistente
           END-IF.

       consulta_linea.
           IF WS-LC-NUMERO(WS-KDX) = WS-PEDIDO-NUM THEN
               IF WS-LINEAS-TRATADAS = ZERO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CLIENTE " WS-LC-CLIENTE(WS-KDX)
                          " FECHA " WS-LC-FECHA(WS-KDX)
                          " OPERADOR " WS-LC-OPERADOR(WS-KDX)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-IF
               ADD 1 TO WS-LINEAS-TRATADAS
               PERFORM texto_estado
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LINEA " WS-LC-LINEA(WS-KDX)
                      " id " WS-LC-ID(WS-KDX)
                      " almacen " WS-LC-ALMACEN(WS-KDX)
                      " cantidad " WS-LC-CANTIDAD(WS-KDX)
                      " " WS-ESTADO-TXT
                      " " WS-LC-FECHA-EST(WS-KDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF
           ADD 1 TO WS-KDX.

       texto_estado.
           EVALUATE WS-LC-ESTADO(WS-KDX)
               WHEN "R"
                   MOVE "RESERVADA" TO WS-ESTADO-TXT
               WHEN "X"
                   MOVE "EXPEDIDA" TO WS-ESTADO-TXT
               WHEN "A"
                   MOVE "ANULADA" TO WS-ESTADO-TXT
               WHEN OTHER
                   MOVE "?" TO WS-ESTADO-TXT
           END-EVALUATE.

       pide_pedido.
           DISPLAY "Numero de pedido de cliente: "
           ACCEPT WS-PEDIDO-TXT.
           MOVE FUNCTION NUMVAL(WS-PEDIDO-TXT) TO WS-PEDIDO-NUM.

       informa_pedido_inexistente.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PEDIDO " WS-PEDIDO-NUM " no existe"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Pedido " WS-PEDIDO-NUM " no existe.".

      *****************************************************************
      * Modo 3: expedición de las líneas reservadas.
      *****************************************************************
       expide_pedido.
           PERFORM pide_pedido.
           PERFORM carga_lineas.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " EXPEDICION DEL PEDIDO DE CLIENTE "
                  WS-PEDIDO-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM cuenta_reservadas
           EVALUATE TRUE
               WHEN WS-LINEAS-PEDIDO = ZERO
                   PERFORM informa_pedido_inexistente
               WHEN WS-LINEAS-RESERVADAS = ZERO
                   PERFORM informa_sin_reservadas
               WHEN WS-LC-LLENA
                   PERFORM informa_tabla_llena
               WHEN OTHER
                   DISPLAY "Expedir " WS-LINEAS-RESERVADAS
                           " lineas reservadas (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
                       PERFORM expide_confirmado
                   ELSE
                       MOVE "Expedicion cancelada por el operador."
                           TO WS-REPORT-LINE
                       WRITE CLIENTE-REPORT-RECORD
                           FROM WS-REPORT-LINE
                   END-IF
           END-EVALUATE.

      * Tras la confirmación se relee CLIPED: CLIPED se reescribe
      * entero y puede haber cambiado mientras se esperaba la respuesta.
       expide_confirmado.
           PERFORM carga_lineas.
           PERFORM cuenta_reservadas.
           EVALUATE TRUE
               WHEN WS-LINEAS-RESERVADAS = ZERO
                   PERFORM informa_sin_reservadas
               WHEN WS-LC-LLENA
                   PERFORM informa_tabla_llena
               WHEN OTHER
                   PERFORM expide_lineas
           END-EVALUATE.

       expide_lineas.
           OPEN EXTEND MOV-CONTROL-FILE.
           IF WS-MOVIN-FILE-STATUS = "35" THEN
               OPEN OUTPUT MOV-CONTROL-FILE
               CLOSE MOV-CONTROL-FILE
               OPEN EXTEND MOV-CONTROL-FILE
           END-IF.
           MOVE ZERO TO WS-LINEAS-TRATADAS.
           MOVE 1 TO WS-KDX.
           PERFORM expide_linea UNTIL WS-KDX > WS-LC-COUNT.
           CLOSE MOV-CONTROL-FILE.
           PERFORM guarda_lineas.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PEDIDO " WS-PEDIDO-NUM " " WS-LINEAS-TRATADAS
                  " salidas generadas en MOVIN"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "Pedido " WS-PEDIDO-NUM ": " WS-LINEAS-TRATADAS
                   " salidas generadas en MOVIN.".

       expide_linea.
           IF WS-LC-NUMERO(WS-KDX) = WS-PEDIDO-NUM
                   AND WS-LC-ESTADO(WS-KDX) = "R" THEN
               MOVE SPACES TO WS-REFERENCIA
               STRING "PEDCLI " WS-LC-NUMERO(WS-KDX)
                      "-" WS-LC-LINEA(WS-KDX)
                   DELIMITED BY SIZE
                   INTO WS-REFERENCIA
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-LC-ID(WS-KDX)
                      ",S,"
                      WS-LC-CANTIDAD(WS-KDX)
                      "," FUNCTION TRIM(WS-REFERENCIA)
                      "," WS-LC-ALMACEN(WS-KDX)
                      ",,"
                      WS-LC-NUMERO(WS-KDX)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE MOV-CONTROL-RECORD FROM WS-OUT-LINE
               MOVE "X" TO WS-LC-ESTADO(WS-KDX)
               MOVE WS-FECHA-HOY TO WS-LC-FECHA-EST(WS-KDX)
               MOVE "Y" TO WS-LC-CAMBIO-SW
               ADD 1 TO WS-LINEAS-TRATADAS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LINEA " WS-LC-LINEA(WS-KDX)
                      " id " WS-LC-ID(WS-KDX)
                      " almacen " WS-LC-ALMACEN(WS-KDX)
                      " cantidad " WS-LC-CANTIDAD(WS-KDX)
                      " EXPEDIDA"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-KDX.

       cuenta_reservadas.
           MOVE ZERO TO WS-LINEAS-PEDIDO.
           MOVE ZERO TO WS-LINEAS-RESERVADAS.
           MOVE 1 TO WS-KDX.
           PERFORM cuenta_reservadas_item UNTIL WS-KDX > WS-LC-COUNT.

       cuenta_reservadas_item.
           IF WS-LC-NUMERO(WS-KDX) = WS-PEDIDO-NUM THEN
               ADD 1 TO WS-LINEAS-PEDIDO
               IF WS-LC-ESTADO(WS-KDX) = "R" THEN
                   ADD 1 TO WS-LINEAS-RESERVADAS
               END-IF
           END-IF
           ADD 1 TO WS-KDX.

       informa_sin_reservadas.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PEDIDO " WS-PEDIDO-NUM
                  " no tiene lineas reservadas pendientes"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Pedido " WS-PEDIDO-NUM
                   " sin lineas reservadas pendientes.".

       informa_tabla_llena.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVISO: tabla de lineas de pedido llena; CLIPED "
                  "no se puede reescribir"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Tabla de lineas de pedido llena; operacion no "
                   "realizada.".

      *****************************************************************
      * Modo 4: anulación de las líneas reservadas.
      *****************************************************************
       anula_pedido.
           PERFORM pide_pedido.
           PERFORM carga_lineas.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " ANULACION DEL PEDIDO DE CLIENTE "
                  WS-PEDIDO-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM cuenta_reservadas
           EVALUATE TRUE
               WHEN WS-LINEAS-PEDIDO = ZERO
                   PERFORM informa_pedido_inexistente
               WHEN WS-LINEAS-RESERVADAS = ZERO
                   PERFORM informa_sin_reservadas
               WHEN WS-LC-LLENA
                   PERFORM informa_tabla_llena
               WHEN WS-STKLOC-LLENA
                   PERFORM informa_tabla_llena
               WHEN OTHER
                   DISPLAY "Anular " WS-LINEAS-RESERVADAS
                           " lineas reservadas (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
                       PERFORM anula_confirmado
                   ELSE
                       MOVE "Anulacion cancelada por el operador."
                           TO WS-REPORT-LINE
                       WRITE CLIENTE-REPORT-RECORD
                           FROM WS-REPORT-LINE
                   END-IF
           END-EVALUATE.

      * Tras la confirmación se releen CLIPED y STKLOC, que se
      * reescriben enteros con la reserva devuelta.
       anula_confirmado.
           PERFORM carga_lineas.
           PERFORM load_stock_loc.
           PERFORM cuenta_reservadas.
           EVALUATE TRUE
               WHEN WS-LINEAS-RESERVADAS = ZERO
                   PERFORM informa_sin_reservadas
               WHEN WS-LC-LLENA
                   PERFORM informa_tabla_llena
               WHEN WS-STKLOC-LLENA
                   PERFORM informa_tabla_llena
               WHEN OTHER
                   PERFORM anula_lineas
           END-EVALUATE.

       anula_lineas.
           MOVE ZERO TO WS-LINEAS-TRATADAS.
           MOVE 1 TO WS-KDX.
           PERFORM anula_linea UNTIL WS-KDX > WS-LC-COUNT.
           PERFORM guarda_lineas.
           PERFORM guarda_stkloc.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PEDIDO " WS-PEDIDO-NUM " " WS-LINEAS-TRATADAS
                  " lineas anuladas y reserva devuelta"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "Pedido " WS-PEDIDO-NUM ": " WS-LINEAS-TRATADAS
                   " lineas anuladas.".

      * La reserva se devuelve sin bajar de cero, por si el reservado
      * del almacén se hubiera tocado a mano.
       anula_linea.
           IF WS-LC-NUMERO(WS-KDX) = WS-PEDIDO-NUM
                   AND WS-LC-ESTADO(WS-KDX) = "R" THEN
               MOVE WS-LC-ID(WS-KDX) TO WS-ID
               MOVE WS-LC-ALMACEN(WS-KDX) TO WS-ALMACEN-BUSCADO
               MOVE "N" TO WS-LOC-HALLADO-SW
               MOVE 1 TO WS-LDX
               PERFORM busca_stock_almacen_item
                   UNTIL WS-LOC-HALLADO OR WS-LDX > WS-STKLOC-COUNT
               MOVE ZERO TO WS-LIBERADO
               IF WS-LOC-HALLADO THEN
                   IF WS-SL-RESERVADO(WS-LDX)
                           > WS-LC-CANTIDAD(WS-KDX) THEN
                       MOVE WS-LC-CANTIDAD(WS-KDX) TO WS-LIBERADO
                   ELSE
                       MOVE WS-SL-RESERVADO(WS-LDX) TO WS-LIBERADO
                   END-IF
                   SUBTRACT WS-LIBERADO FROM WS-SL-RESERVADO(WS-LDX)
                   MOVE "Y" TO WS-STKLOC-CAMBIO-SW
               END-IF
               MOVE "A" TO WS-LC-ESTADO(WS-KDX)
               MOVE WS-FECHA-HOY TO WS-LC-FECHA-EST(WS-KDX)
               MOVE "Y" TO WS-LC-CAMBIO-SW
               ADD 1 TO WS-LINEAS-TRATADAS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LINEA " WS-LC-LINEA(WS-KDX)
                      " id " WS-LC-ID(WS-KDX)
                      " almacen " WS-LC-ALMACEN(WS-KDX)
                      " cantidad " WS-LC-CANTIDAD(WS-KDX)
                      " ANULADA; reserva devuelta " WS-LIBERADO
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-KDX.

      *****************************************************************
      * Modo 5: disponible (ATP) por producto y almacén.
      *****************************************************************
       informe_disponible.
           DISPLAY "ID de producto (blanco = todos): "
           ACCEPT WS-ID-TXT.
           IF WS-ID-TXT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-ID-TXT) TO WS-ID-FILTRO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " DISPONIBLE (ATP) = STOCK - RESERVADO"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ID    NOMBRE                         ALM  "
                  "  STOCK RESERVADO DISPONIBLE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE "N" TO WS-MASTER-EOF-SW
           OPEN INPUT PRODUCTOS-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible."
               MOVE "Sin foto de PRODUCTOS-MASTER disponible."
                   TO WS-REPORT-LINE
               WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_master_record
               PERFORM disponible_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF

           COMPUTE WS-TOTAL-DISPONIBLE =
               WS-TOTAL-STOCK - WS-TOTAL-RESERVADO
           MOVE WS-TOTAL-STOCK TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-RESERVADO TO WS-TOTAL-RES-EDIT
           MOVE WS-TOTAL-DISPONIBLE TO WS-TOTAL-DISP-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL: lineas " WS-ATP-LINEAS
                  " stock " WS-TOTAL-EDIT
                  " reservado " WS-TOTAL-RES-EDIT
                  " disponible " WS-TOTAL-DISP-EDIT
                  " sobrevendidas " WS-ATP-SOBREVENTA
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * Un producto sin ninguna línea en STKLOC se muestra con todo su
      * stock de la foto en el almacén por defecto y nada reservado.
       disponible_producto.
           MOVE FUNCTION NUMVAL(PM-ID) TO WS-ID
           IF WS-ID-TXT = SPACES OR WS-ID = WS-ID-FILTRO THEN
               MOVE "Y" TO WS-SIN-REPARTO-SW
               MOVE 1 TO WS-LDX
               PERFORM disponible_almacen
                   UNTIL WS-LDX > WS-STKLOC-COUNT
               IF WS-SIN-REPARTO THEN
                   MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-BUSCADO
                   MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-CANTIDAD
                   MOVE ZERO TO WS-LIBERADO
                   PERFORM escribe_disponible
               END-IF
           END-IF
           PERFORM read_master_record.

       disponible_almacen.
           IF WS-SL-ID(WS-LDX) = WS-ID THEN
               MOVE "N" TO WS-SIN-REPARTO-SW
               MOVE WS-SL-ALMACEN(WS-LDX)   TO WS-ALMACEN-BUSCADO
               MOVE WS-SL-STOCK(WS-LDX)     TO WS-CANTIDAD
               MOVE WS-SL-RESERVADO(WS-LDX) TO WS-LIBERADO
               PERFORM escribe_disponible
           END-IF
           ADD 1 TO WS-LDX.

      * Stock en WS-CANTIDAD y reservado en WS-LIBERADO.
       escribe_disponible.
           ADD 1 TO WS-ATP-LINEAS
           ADD WS-CANTIDAD TO WS-TOTAL-STOCK
           ADD WS-LIBERADO TO WS-TOTAL-RESERVADO
           COMPUTE WS-DISPONIBLE = WS-CANTIDAD - WS-LIBERADO
           MOVE WS-CANTIDAD TO WS-CANT-EDIT
           MOVE WS-LIBERADO TO WS-RES-EDIT
           MOVE WS-DISPONIBLE TO WS-DISP-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING PM-ID
                  " " PM-NOMBRE(1:30)
                  " " WS-ALMACEN-BUSCADO
                  "  " WS-CANT-EDIT
                  "   " WS-RES-EDIT
                  "   " WS-DISP-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           IF WS-DISPONIBLE < 0 THEN
               ADD 1 TO WS-ATP-SOBREVENTA
               MOVE "SOBREVENDIDO" TO WS-REPORT-LINE(82:12)
           END-IF
           WRITE CLIENTE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ID-TXT NOT = SPACES THEN
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF.

      *****************************************************************
      * Carga y grabación de CLIPED, STKLOC y PRODSTAT.
      *****************************************************************
       carga_lineas.
           MOVE ZERO TO WS-LC-COUNT.
           MOVE "N" TO WS-LC-LLENA-SW.
           MOVE "N" TO WS-LC-CAMBIO-SW.
           MOVE "N" TO WS-CLIPED-EOF-SW.
           OPEN INPUT CLIENTE-PED-FILE.
           IF WS-CLIPED-FILE-STATUS = "00" THEN
               PERFORM read_cliped
               PERFORM carga_linea UNTIL WS-CLIPED-EOF
               CLOSE CLIENTE-PED-FILE
           END-IF.

       read_cliped.
           READ CLIENTE-PED-FILE
               AT END MOVE "Y" TO WS-CLIPED-EOF-SW
           END-READ.

       carga_linea.
           MOVE SPACES TO WS-LC-FIELD-NUMERO WS-LC-FIELD-LINEA
                          WS-LC-FIELD-FECHA WS-LC-FIELD-CLIENTE
                          WS-LC-FIELD-ID WS-LC-FIELD-ALMACEN
                          WS-LC-FIELD-CANTIDAD WS-LC-FIELD-ESTADO
                          WS-LC-FIELD-OPER WS-LC-FIELD-FESTADO
           UNSTRING CLIENTE-PED-RECORD DELIMITED BY ","
               INTO WS-LC-FIELD-NUMERO WS-LC-FIELD-LINEA
                    WS-LC-FIELD-FECHA WS-LC-FIELD-CLIENTE
                    WS-LC-FIELD-ID WS-LC-FIELD-ALMACEN
                    WS-LC-FIELD-CANTIDAD WS-LC-FIELD-ESTADO
                    WS-LC-FIELD-OPER WS-LC-FIELD-FESTADO
           END-UNSTRING
           IF WS-LC-FIELD-NUMERO NOT = SPACES THEN
               IF WS-LC-COUNT < WS-LC-MAX THEN
                   ADD 1 TO WS-LC-COUNT
                   MOVE FUNCTION NUMVAL(WS-LC-FIELD-NUMERO)
                       TO WS-LC-NUMERO(WS-LC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-LC-FIELD-LINEA)
                       TO WS-LC-LINEA(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-FECHA TO WS-LC-FECHA(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-CLIENTE
                       TO WS-LC-CLIENTE(WS-LC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-LC-FIELD-ID)
                       TO WS-LC-ID(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-ALMACEN
                       TO WS-LC-ALMACEN(WS-LC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-LC-FIELD-CANTIDAD)
                       TO WS-LC-CANTIDAD(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-ESTADO
                       TO WS-LC-ESTADO(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-OPER
                       TO WS-LC-OPERADOR(WS-LC-COUNT)
                   MOVE WS-LC-FIELD-FESTADO
                       TO WS-LC-FECHA-EST(WS-LC-COUNT)
               ELSE
                   IF NOT WS-LC-LLENA THEN
                       MOVE "Y" TO WS-LC-LLENA-SW
                       DISPLAY "Aviso: tabla de lineas de pedido "
                               "llena; CLIPED incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_cliped.

       guarda_lineas.
           IF WS-LC-CAMBIO AND NOT WS-LC-LLENA THEN
               OPEN OUTPUT CLIENTE-PED-FILE
               MOVE 1 TO WS-KDX
               PERFORM reescribe_linea UNTIL WS-KDX > WS-LC-COUNT
               CLOSE CLIENTE-PED-FILE
           END-IF.

       reescribe_linea.
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-LC-NUMERO(WS-KDX)
                  "," WS-LC-LINEA(WS-KDX)
                  "," WS-LC-FECHA(WS-KDX)
                  "," FUNCTION TRIM(WS-LC-CLIENTE(WS-KDX))
                  "," WS-LC-ID(WS-KDX)
                  "," WS-LC-ALMACEN(WS-KDX)
                  "," WS-LC-CANTIDAD(WS-KDX)
                  "," WS-LC-ESTADO(WS-KDX)
                  "," WS-LC-OPERADOR(WS-KDX)
                  "," WS-LC-FECHA-EST(WS-KDX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE CLIENTE-PED-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-KDX.

       load_stock_loc.
           MOVE ZERO TO WS-STKLOC-COUNT.
           MOVE "N" TO WS-STKLOC-LLENA-SW.
           MOVE "N" TO WS-STKLOC-CAMBIO-SW.
           MOVE "N" TO WS-STKLOC-EOF-SW.
           OPEN INPUT STOCK-LOC-FILE.
           IF WS-STKLOC-FILE-STATUS = "00" THEN
               PERFORM read_stock_loc
               PERFORM load_stock_loc_line UNTIL WS-STKLOC-EOF
               CLOSE STOCK-LOC-FILE
           END-IF.

       read_stock_loc.
           READ STOCK-LOC-FILE
               AT END MOVE "Y" TO WS-STKLOC-EOF-SW
           END-READ.

       load_stock_loc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           END-UNSTRING
           IF WS-SL-FIELD-ID NOT = SPACES THEN
               IF WS-STKLOC-COUNT < WS-STKLOC-MAX THEN
                   ADD 1 TO WS-STKLOC-COUNT
                   MOVE FUNCTION NUMVAL(WS-SL-FIELD-ID)
                       TO WS-SL-ID(WS-STKLOC-COUNT)
                   MOVE WS-SL-FIELD-ALMACEN
                       TO WS-SL-ALMACEN(WS-STKLOC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-SL-FIELD-STOCK)
                       TO WS-SL-STOCK(WS-STKLOC-COUNT)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-STKLOC-COUNT)
                   IF WS-SL-FIELD-RESERV NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-SL-FIELD-RESERV)
                           TO WS-SL-RESERVADO(WS-STKLOC-COUNT)
                   END-IF
               ELSE
                   IF NOT WS-STKLOC-LLENA THEN
                       MOVE "Y" TO WS-STKLOC-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por almacen "
                               "llena; STKLOC incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_stock_loc.

       guarda_stkloc.
           IF WS-STKLOC-CAMBIO AND NOT WS-STKLOC-LLENA THEN
               OPEN OUTPUT STOCK-LOC-FILE
               MOVE 1 TO WS-LDX
               PERFORM guarda_stkloc_line
                   UNTIL WS-LDX > WS-STKLOC-COUNT
               CLOSE STOCK-LOC-FILE
           END-IF.

       guarda_stkloc_line.
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-SL-ID(WS-LDX)
                  "," WS-SL-ALMACEN(WS-LDX)
                  "," WS-SL-STOCK(WS-LDX)
                  "," WS-SL-RESERVADO(WS-LDX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE STOCK-LOC-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-LDX.

      * Los productos descatalogados en PRODSTAT no admiten pedidos.
       load_prodstat.
           OPEN INPUT PROD-STAT-FILE.
           IF WS-PRODSTAT-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_prodstat
               PERFORM load_prodstat_line UNTIL WS-PRODSTAT-EOF
               CLOSE PROD-STAT-FILE
           END-IF.

       read_prodstat.
           READ PROD-STAT-FILE
               AT END MOVE "Y" TO WS-PRODSTAT-EOF-SW
           END-READ.

       load_prodstat_line.
           MOVE SPACES TO WS-PS-FIELD-ID WS-PS-FIELD-ESTADO
           UNSTRING PROD-STAT-RECORD DELIMITED BY ","
               INTO WS-PS-FIELD-ID WS-PS-FIELD-ESTADO
           END-UNSTRING
           IF WS-PS-FIELD-ID NOT = SPACES
                   AND WS-PS-FIELD-ESTADO = "D" THEN
               IF WS-PRODSTAT-COUNT < WS-PRODSTAT-MAX THEN
                   ADD 1 TO WS-PRODSTAT-COUNT
                   MOVE FUNCTION NUMVAL(WS-PS-FIELD-ID)
                       TO WS-PST-ID(WS-PRODSTAT-COUNT)
               ELSE
                   IF NOT WS-PRODSTAT-LLENA THEN
                       MOVE "Y" TO WS-PRODSTAT-LLENA-SW
                       DISPLAY "Aviso: tabla de estados de producto "
                               "llena; exclusion incompleta."
                   END-IF
               END-IF
           END-IF
           PERFORM read_prodstat.

       comprueba_descatalogado.
           MOVE "N" TO WS-DESCATALOGADO-SW.
           MOVE 1 TO WS-PDX.
           PERFORM comprueba_descatalogado_item
               UNTIL WS-DESCATALOGADO
               OR WS-PDX > WS-PRODSTAT-COUNT.

       comprueba_descatalogado_item.
           IF WS-PST-ID(WS-PDX) = WS-ID THEN
               MOVE "Y" TO WS-DESCATALOGADO-SW
           ELSE
               ADD 1 TO WS-PDX
           END-IF.
