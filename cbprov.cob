       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolProv.

      * Cumplimiento de proveedores y lista de pedidos a reclamar.
      * Cruza el fichero de pedidos PEDIDOS (numero,fecha,id,nombre,
      * cantidad,proveedor,plazo, ver CobolPedido) con las órdenes de
      * OPENORD (estado y cantidad recibida, que acumula CobolMovim) y
      * con las entradas E aplicadas del histórico de movimientos
      * (MOVHARCH y MOVHIST) que llevan pedido casado, para saber qué
      * día quedó servido cada pedido. La fecha prometida es la fecha
      * del pedido más el plazo del proveedor (SUPREF codigo,nombre,
      * plazo,categoria). Para cada proveedor el informe PROVRPT da:
      *   - pedidos evaluados: los ya cerrados y los abiertos con la
      *     fecha prometida vencida (los abiertos en plazo no cuentan);
      *   - % a tiempo: pedidos completos en o antes de la fecha
      *     prometida sobre los evaluados;
      *   - % de servicio: unidades servidas (sin contar el exceso)
      *     sobre las pedidas de los pedidos evaluados, y los pedidos
      *     servidos con exceso;
      *   - plazo medio prometido frente al plazo medio real (de la
      *     fecha del pedido al día en que quedó completo).
      * Los pedidos cerrados antes de que se registrara lo recibido
      * (sin entradas casadas) no se pueden medir y solo se cuentan.
      * Al final va la lista de reclamación: pedidos abiertos con la
      * fecha prometida ya pasada, agrupados por proveedor, con los
      * días de retraso y la cantidad pendiente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-REF-FILE ASSIGN TO "SUPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPREF-FILE-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDO-FILE-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-FILE-STATUS.

           SELECT MOV-HIST-FILE ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT MOV-ARCH-FILE ASSIGN TO "MOVHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT PROV-REPORT-FILE ASSIGN TO "PROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-REF-FILE.
       01  SUPPLIER-REF-RECORD     PIC X(200).

       FD  PEDIDO-FILE.
       01  PEDIDO-RECORD           PIC X(200).

       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD       PIC X(200).

       FD  MOV-HIST-FILE.
           COPY CPMOVIM.

       FD  MOV-ARCH-FILE.
       01  MOV-ARCH-RECORD         PIC X(200).

       FD  PROV-REPORT-FILE.
       01  PROV-REPORT-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-SUPREF-FILE-STATUS PIC X(02).
           01  WS-PEDIDO-FILE-STATUS PIC X(02).
           01  WS-OPENORD-FILE-STATUS PIC X(02).
           01  WS-HIST-FILE-STATUS PIC X(02).
           01  WS-ARCH-FILE-STATUS PIC X(02).

           01  WS-SUPREF-EOF-SW    PIC X(01) VALUE "N".
               88  WS-SUPREF-EOF      VALUE "Y".
           01  WS-PEDIDO-EOF-SW    PIC X(01) VALUE "N".
               88  WS-PEDIDO-EOF      VALUE "Y".
           01  WS-OPENORD-EOF-SW   PIC X(01) VALUE "N".
               88  WS-OPENORD-EOF     VALUE "Y".
           01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
               88  WS-HIST-EOF        VALUE "Y".
           01  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
               88  WS-ARCH-EOF        VALUE "Y".

      * Proveedores: los de SUPREF (un código puede figurar en varias
      * categorías) más los que aparezcan en PEDIDOS sin estar ya.
           01  WS-PROV-LLENA-SW    PIC X(01) VALUE "N".
               88  WS-PROV-LLENA      VALUE "Y".
           01  WS-PROV-MAX         PIC 9(03) VALUE 200.
           01  WS-PROV-COUNT       PIC 9(03) VALUE ZERO.
           01  WS-TABLA-PROVEEDORES.
               05  WS-PROV OCCURS 200 TIMES.
                   10  WS-PV-CODIGO    PIC X(06).
                   10  WS-PV-NOMBRE    PIC X(30).
                   10  WS-PV-PEDIDOS   PIC 9(05).
                   10  WS-PV-EVALUADOS PIC 9(05).
                   10  WS-PV-A-TIEMPO  PIC 9(05).
                   10  WS-PV-PEDIDA    PIC 9(09).
                   10  WS-PV-SERVIDA   PIC 9(09).
                   10  WS-PV-EXCESOS   PIC 9(05).
                   10  WS-PV-UNID-EXCESO PIC 9(09).
                   10  WS-PV-ENTREGADOS PIC 9(05).
                   10  WS-PV-DIAS-PROMETIDOS PIC 9(07).
                   10  WS-PV-DIAS-REALES PIC 9(07).
                   10  WS-PV-VENCIDOS  PIC 9(05).
                   10  WS-PV-SIN-DETALLE PIC 9(05).

      * Pedidos de PEDIDOS con su estado de OPENORD y lo que de verdad
      * entró contra ellos según el histórico de movimientos.
           01  WS-PED-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-PED-LLENA       VALUE "Y".
           01  WS-PED-MAX          PIC 9(04) VALUE 2000.
           01  WS-PED-COUNT        PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PEDIDOS.
               05  WS-PED OCCURS 2000 TIMES.
                   10  WS-PD-NUMERO    PIC X(06).
                   10  WS-PD-FECHA     PIC X(08).
                   10  WS-PD-ID        PIC 9(05).
                   10  WS-PD-NOMBRE    PIC X(30).
                   10  WS-PD-CANTIDAD  PIC 9(07).
                   10  WS-PD-PROVEEDOR PIC X(06).
                   10  WS-PD-PLAZO     PIC 9(03).
                   10  WS-PD-ESTADO    PIC X(01).
                   10  WS-PD-RECIBIDO  PIC 9(07).
                   10  WS-PD-ENTRADO   PIC 9(07).
                   10  WS-PD-COMPLETO  PIC X(08).
                   10  WS-PD-PROMESA   PIC 9(08).
                   10  WS-PD-PROMESA-TXT PIC X(08).
                   10  WS-PD-PRV-IDX   PIC 9(03).

           01  WS-SR-FIELD-CODIGO  PIC X(06).
           01  WS-SR-FIELD-NOMBRE  PIC X(30).
           01  WS-SR-FIELD-PLAZO   PIC X(03).
           01  WS-SR-FIELD-CATEGORIA PIC X(30).

           01  WS-PD-FIELD-NUMERO  PIC X(06).
           01  WS-PD-FIELD-FECHA   PIC X(08).
           01  WS-PD-FIELD-ID      PIC X(05).
           01  WS-PD-FIELD-NOMBRE  PIC X(50).
           01  WS-PD-FIELD-CANTIDAD PIC X(07).
           01  WS-PD-FIELD-PROVEEDOR PIC X(06).
           01  WS-PD-FIELD-PLAZO   PIC X(03).

           01  WS-OO-FIELD-PEDIDO  PIC X(06).
           01  WS-OO-FIELD-ID      PIC X(05).
           01  WS-OO-FIELD-CANT    PIC X(07).
           01  WS-OO-FIELD-ESTADO  PIC X(01).
           01  WS-OO-FIELD-FECHA   PIC X(08).
           01  WS-OO-FIELD-RECIB   PIC X(07).

           01  WS-IDX              PIC 9(04) VALUE ZERO.
           01  WS-PDX              PIC 9(04) VALUE ZERO.
           01  WS-VDX              PIC 9(03) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".
           01  WS-PRV-HALLADO-SW   PIC X(01).
               88  WS-PRV-HALLADO     VALUE "Y".
           01  WS-PEDIDO-BUSCADO   PIC X(06).
           01  WS-PROVEEDOR-BUSCADO PIC X(06).
           01  WS-NOMBRE-ALTA      PIC X(30).

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-HOY-INT          PIC 9(08) VALUE ZERO.
           01  WS-FECHA-INT        PIC 9(08) VALUE ZERO.
           01  WS-COMPLETO-INT     PIC 9(08) VALUE ZERO.
           01  WS-DIAS             PIC 9(05) VALUE ZERO.
           01  WS-SERVIDO          PIC 9(07) VALUE ZERO.
           01  WS-PENDIENTE        PIC 9(07) VALUE ZERO.
           01  WS-EVALUADO-SW      PIC X(01).
               88  WS-EVALUADO        VALUE "Y".

           01  WS-SIN-ORDEN        PIC 9(05) VALUE ZERO.
           01  WS-SIN-FECHA        PIC 9(05) VALUE ZERO.
           01  WS-ENTRADAS-CASADAS PIC 9(07) VALUE ZERO.
           01  WS-ENTRADAS-HUERFANAS PIC 9(07) VALUE ZERO.
           01  WS-TOTAL-VENCIDOS   PIC 9(05) VALUE ZERO.

           01  WS-PORCENTAJE       PIC 9(03)V9 VALUE ZERO.
           01  WS-PCT-TIEMPO-EDIT  PIC ZZ9.9.
           01  WS-PCT-SERVICIO-EDIT PIC ZZ9.9.
           01  WS-MEDIA            PIC 9(04)V9 VALUE ZERO.
           01  WS-MEDIA-PROM-EDIT  PIC ZZZ9.9.
           01  WS-MEDIA-REAL-EDIT  PIC ZZZ9.9.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).

           PERFORM load_supref.
           PERFORM load_pedidos.
           IF WS-PED-COUNT = ZERO THEN
               DISPLAY "No hay pedidos en PEDIDOS; informe de "
                       "proveedores no generado."
               STOP RUN
           END-IF.
           PERFORM load_open_orders.
           PERFORM carga_entradas.

           MOVE 1 TO WS-PDX.
           PERFORM evalua_pedido UNTIL WS-PDX > WS-PED-COUNT.

           OPEN OUTPUT PROV-REPORT-FILE.
           PERFORM escribe_cabecera.
           MOVE 1 TO WS-VDX.
           PERFORM escribe_proveedor UNTIL WS-VDX > WS-PROV-COUNT.
           PERFORM escribe_reclamacion.
           PERFORM escribe_totales.
           CLOSE PROV-REPORT-FILE.

           DISPLAY "Informe de proveedores escrito en PROVRPT: "
                   WS-PED-COUNT " pedidos, " WS-TOTAL-VENCIDOS
                   " vencidos a reclamar.".
           STOP RUN.

      *****************************************************************
      * Carga de SUPREF, PEDIDOS y OPENORD.
      *****************************************************************
       load_supref.
           OPEN INPUT SUPPLIER-REF-FILE.
           IF WS-SUPREF-FILE-STATUS NOT = "00" THEN
               DISPLAY "Aviso: no hay fichero de proveedores SUPREF."
           ELSE
               PERFORM read_supref
               PERFORM load_supref_line UNTIL WS-SUPREF-EOF
               CLOSE SUPPLIER-REF-FILE
           END-IF.

       read_supref.
           READ SUPPLIER-REF-FILE
               AT END MOVE "Y" TO WS-SUPREF-EOF-SW
           END-READ.

       load_supref_line.
           MOVE SPACES TO WS-SR-FIELD-CODIGO WS-SR-FIELD-NOMBRE
                          WS-SR-FIELD-PLAZO WS-SR-FIELD-CATEGORIA
           UNSTRING SUPPLIER-REF-RECORD DELIMITED BY ","
               INTO WS-SR-FIELD-CODIGO WS-SR-FIELD-NOMBRE
                    WS-SR-FIELD-PLAZO WS-SR-FIELD-CATEGORIA
           END-UNSTRING
           IF WS-SR-FIELD-CODIGO NOT = SPACES THEN
               MOVE WS-SR-FIELD-CODIGO TO WS-PROVEEDOR-BUSCADO
               MOVE WS-SR-FIELD-NOMBRE TO WS-NOMBRE-ALTA
               PERFORM busca_proveedor
           END-IF
           PERFORM read_supref.

      * Localiza el proveedor y, si no está, lo da de alta con el
      * nombre de WS-NOMBRE-ALTA. Con la tabla llena queda sin hallar.
       busca_proveedor.
           MOVE "N" TO WS-PRV-HALLADO-SW.
           MOVE 1 TO WS-VDX.
           PERFORM busca_proveedor_item
               UNTIL WS-PRV-HALLADO OR WS-VDX > WS-PROV-COUNT.
           IF NOT WS-PRV-HALLADO THEN
               IF WS-PROV-COUNT < WS-PROV-MAX THEN
                   ADD 1 TO WS-PROV-COUNT
                   MOVE WS-PROV-COUNT TO WS-VDX
                   INITIALIZE WS-PROV(WS-VDX)
                   MOVE WS-PROVEEDOR-BUSCADO TO WS-PV-CODIGO(WS-VDX)
                   MOVE WS-NOMBRE-ALTA TO WS-PV-NOMBRE(WS-VDX)
                   MOVE "Y" TO WS-PRV-HALLADO-SW
               ELSE
                   IF NOT WS-PROV-LLENA THEN
                       MOVE "Y" TO WS-PROV-LLENA-SW
                       DISPLAY "Aviso: tabla de proveedores llena; "
                               "hay proveedores sin evaluar."
                   END-IF
               END-IF
           END-IF.

       busca_proveedor_item.
           IF WS-PV-CODIGO(WS-VDX) = WS-PROVEEDOR-BUSCADO THEN
               MOVE "Y" TO WS-PRV-HALLADO-SW
           ELSE
               ADD 1 TO WS-VDX
           END-IF.

       load_pedidos.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PEDIDO-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_pedido
               PERFORM load_pedido_line UNTIL WS-PEDIDO-EOF
               CLOSE PEDIDO-FILE
           END-IF.

       read_pedido.
           READ PEDIDO-FILE
               AT END MOVE "Y" TO WS-PEDIDO-EOF-SW
           END-READ.

       load_pedido_line.
           MOVE SPACES TO WS-PD-FIELD-NUMERO WS-PD-FIELD-FECHA
                          WS-PD-FIELD-ID WS-PD-FIELD-NOMBRE
                          WS-PD-FIELD-CANTIDAD WS-PD-FIELD-PROVEEDOR
                          WS-PD-FIELD-PLAZO
           UNSTRING PEDIDO-RECORD DELIMITED BY ","
               INTO WS-PD-FIELD-NUMERO WS-PD-FIELD-FECHA
                    WS-PD-FIELD-ID WS-PD-FIELD-NOMBRE
                    WS-PD-FIELD-CANTIDAD WS-PD-FIELD-PROVEEDOR
                    WS-PD-FIELD-PLAZO
           END-UNSTRING
           IF WS-PD-FIELD-NUMERO NOT = SPACES THEN
               IF WS-PED-COUNT < WS-PED-MAX THEN
                   PERFORM alta_pedido
               ELSE
                   IF NOT WS-PED-LLENA THEN
                       MOVE "Y" TO WS-PED-LLENA-SW
                       DISPLAY "Aviso: tabla de pedidos llena; "
                               "hay pedidos sin evaluar."
                   END-IF
               END-IF
           END-IF
           PERFORM read_pedido.

       alta_pedido.
           ADD 1 TO WS-PED-COUNT
           MOVE WS-PED-COUNT TO WS-PDX
           MOVE WS-PD-FIELD-NUMERO TO WS-PD-NUMERO(WS-PDX)
           MOVE WS-PD-FIELD-FECHA TO WS-PD-FECHA(WS-PDX)
           MOVE FUNCTION NUMVAL(WS-PD-FIELD-ID) TO WS-PD-ID(WS-PDX)
           MOVE WS-PD-FIELD-NOMBRE TO WS-PD-NOMBRE(WS-PDX)
           MOVE FUNCTION NUMVAL(WS-PD-FIELD-CANTIDAD)
               TO WS-PD-CANTIDAD(WS-PDX)
           MOVE WS-PD-FIELD-PROVEEDOR TO WS-PD-PROVEEDOR(WS-PDX)
           MOVE FUNCTION NUMVAL(WS-PD-FIELD-PLAZO)
               TO WS-PD-PLAZO(WS-PDX)
           MOVE SPACES TO WS-PD-ESTADO(WS-PDX)
           MOVE ZERO TO WS-PD-RECIBIDO(WS-PDX)
           MOVE ZERO TO WS-PD-ENTRADO(WS-PDX)
           MOVE SPACES TO WS-PD-COMPLETO(WS-PDX)
           MOVE ZERO TO WS-PD-PROMESA(WS-PDX)
           MOVE SPACES TO WS-PD-PROMESA-TXT(WS-PDX)
           IF WS-PD-FECHA(WS-PDX) IS NUMERIC THEN
               COMPUTE WS-PD-PROMESA(WS-PDX) =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-PD-FECHA(WS-PDX)))
                   + WS-PD-PLAZO(WS-PDX)
               MOVE FUNCTION DATE-OF-INTEGER(WS-PD-PROMESA(WS-PDX))
                   TO WS-PD-PROMESA-TXT(WS-PDX)
           END-IF
           MOVE WS-PD-FIELD-PROVEEDOR TO WS-PROVEEDOR-BUSCADO
           MOVE "NO FIGURA EN SUPREF" TO WS-NOMBRE-ALTA
           PERFORM busca_proveedor
           IF WS-PRV-HALLADO THEN
               MOVE WS-VDX TO WS-PD-PRV-IDX(WS-PDX)
           ELSE
               MOVE ZERO TO WS-PD-PRV-IDX(WS-PDX)
           END-IF.

       busca_pedido.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-PDX.
           PERFORM busca_pedido_item
               UNTIL WS-HALLADO OR WS-PDX > WS-PED-COUNT.

       busca_pedido_item.
           IF WS-PD-NUMERO(WS-PDX) = WS-PEDIDO-BUSCADO THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-PDX
           END-IF.

       load_open_orders.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPENORD-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_open_order
               PERFORM load_open_order UNTIL WS-OPENORD-EOF
               CLOSE OPEN-ORDER-FILE
           END-IF.

       read_open_order.
           READ OPEN-ORDER-FILE
               AT END MOVE "Y" TO WS-OPENORD-EOF-SW
           END-READ.

       load_open_order.
           MOVE SPACES TO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                          WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                          WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           UNSTRING OPEN-ORDER-RECORD DELIMITED BY ","
               INTO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                    WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                    WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           END-UNSTRING
           IF WS-OO-FIELD-PEDIDO NOT = SPACES THEN
               MOVE WS-OO-FIELD-PEDIDO TO WS-PEDIDO-BUSCADO
               PERFORM busca_pedido
               IF WS-HALLADO THEN
                   MOVE WS-OO-FIELD-ESTADO TO WS-PD-ESTADO(WS-PDX)
                   IF WS-OO-FIELD-RECIB NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-OO-FIELD-RECIB)
                           TO WS-PD-RECIBIDO(WS-PDX)
                   END-IF
               END-IF
           END-IF
           PERFORM read_open_order.

      *****************************************************************
      * Entradas casadas: el archivo de periodos cerrados primero y el
      * histórico vivo después, en orden de grabación, para fechar el
      * día en que cada pedido llegó a su cantidad.
      *****************************************************************
       carga_entradas.
           OPEN INPUT MOV-ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_arch_record
               PERFORM examina_arch_movimiento UNTIL WS-ARCH-EOF
               CLOSE MOV-ARCH-FILE
           END-IF.
           OPEN INPUT MOV-HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_hist_record
               PERFORM examina_movimiento UNTIL WS-HIST-EOF
               CLOSE MOV-HIST-FILE
           END-IF.

       read_hist_record.
           READ MOV-HIST-FILE
               AT END MOVE "Y" TO WS-HIST-EOF-SW
           END-READ.

       examina_movimiento.
           PERFORM examina_entrada
           PERFORM read_hist_record.

       read_arch_record.
           READ MOV-ARCH-FILE
               AT END MOVE "Y" TO WS-ARCH-EOF-SW
           END-READ.

       examina_arch_movimiento.
           IF MOV-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE MOV-ARCH-RECORD(1:112) TO MOVIMIENTO-RECORD
               PERFORM examina_entrada
           END-IF
           PERFORM read_arch_record.

       examina_entrada.
           IF MOV-TIPO = "E" AND MOV-RESULTADO = "APLICADO"
                   AND MOV-PEDIDO NOT = SPACES THEN
               MOVE MOV-PEDIDO TO WS-PEDIDO-BUSCADO
               PERFORM busca_pedido
               IF WS-HALLADO THEN
                   ADD 1 TO WS-ENTRADAS-CASADAS
                   ADD FUNCTION NUMVAL(MOV-CANTIDAD)
                       TO WS-PD-ENTRADO(WS-PDX)
                   IF WS-PD-COMPLETO(WS-PDX) = SPACES
                           AND WS-PD-ENTRADO(WS-PDX)
                               >= WS-PD-CANTIDAD(WS-PDX) THEN
                       MOVE MOV-TIMESTAMP(1:8)
                           TO WS-PD-COMPLETO(WS-PDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-ENTRADAS-HUERFANAS
               END-IF
           END-IF.

      *****************************************************************
      * Evaluación de cada pedido y acumulación en su proveedor.
      *****************************************************************
       evalua_pedido.
           IF WS-PD-ESTADO(WS-PDX) = SPACES THEN
               ADD 1 TO WS-SIN-ORDEN
           ELSE
               IF WS-PD-PROMESA(WS-PDX) = ZERO THEN
                   ADD 1 TO WS-SIN-FECHA
               ELSE
                   IF WS-PD-PRV-IDX(WS-PDX) > ZERO THEN
                       MOVE WS-PD-PRV-IDX(WS-PDX) TO WS-VDX
                       PERFORM evalua_pedido_proveedor
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-PDX.

       evalua_pedido_proveedor.
           ADD 1 TO WS-PV-PEDIDOS(WS-VDX)
           MOVE "N" TO WS-EVALUADO-SW
           IF WS-PD-ESTADO(WS-PDX) = "C" THEN
               IF WS-PD-COMPLETO(WS-PDX) = SPACES THEN
                   ADD 1 TO WS-PV-SIN-DETALLE(WS-VDX)
               ELSE
                   MOVE "Y" TO WS-EVALUADO-SW
               END-IF
           ELSE
               IF WS-HOY-INT > WS-PD-PROMESA(WS-PDX) THEN
                   MOVE "Y" TO WS-EVALUADO-SW
                   ADD 1 TO WS-PV-VENCIDOS(WS-VDX)
                   ADD 1 TO WS-TOTAL-VENCIDOS
               END-IF
           END-IF
           IF WS-EVALUADO THEN
               PERFORM acumula_evaluado
           END-IF.

       acumula_evaluado.
           ADD 1 TO WS-PV-EVALUADOS(WS-VDX)
           ADD WS-PD-CANTIDAD(WS-PDX) TO WS-PV-PEDIDA(WS-VDX)
           IF WS-PD-RECIBIDO(WS-PDX) > WS-PD-CANTIDAD(WS-PDX) THEN
               MOVE WS-PD-CANTIDAD(WS-PDX) TO WS-SERVIDO
               ADD 1 TO WS-PV-EXCESOS(WS-VDX)
               COMPUTE WS-PV-UNID-EXCESO(WS-VDX) =
                   WS-PV-UNID-EXCESO(WS-VDX)
                   + WS-PD-RECIBIDO(WS-PDX) - WS-PD-CANTIDAD(WS-PDX)
           ELSE
               MOVE WS-PD-RECIBIDO(WS-PDX) TO WS-SERVIDO
           END-IF
           ADD WS-SERVIDO TO WS-PV-SERVIDA(WS-VDX)

           IF WS-PD-COMPLETO(WS-PDX) NOT = SPACES THEN
               COMPUTE WS-COMPLETO-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-PD-COMPLETO(WS-PDX)))
               COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-PD-FECHA(WS-PDX)))
               IF WS-COMPLETO-INT <= WS-PD-PROMESA(WS-PDX) THEN
                   ADD 1 TO WS-PV-A-TIEMPO(WS-VDX)
               END-IF
               ADD 1 TO WS-PV-ENTREGADOS(WS-VDX)
               ADD WS-PD-PLAZO(WS-PDX)
                   TO WS-PV-DIAS-PROMETIDOS(WS-VDX)
               IF WS-COMPLETO-INT > WS-FECHA-INT THEN
                   COMPUTE WS-PV-DIAS-REALES(WS-VDX) =
                       WS-PV-DIAS-REALES(WS-VDX)
                       + WS-COMPLETO-INT - WS-FECHA-INT
               END-IF
           END-IF.

      *****************************************************************
      * Informe PROVRPT.
      *****************************************************************
       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP
                  " CUMPLIMIENTO DE PROVEEDORES A " WS-FECHA-HOY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROVEEDOR NOMBRE                        "
                  " PEDIDOS EVALUA. %TIEMPO %SERVIC. EXCESOS"
                  " PLAZO PROM. PLAZO REAL VENCIDOS SIN DETALLE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE.

       escribe_proveedor.
           IF WS-PV-PEDIDOS(WS-VDX) > ZERO THEN
               PERFORM calcula_indices
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-PV-CODIGO(WS-VDX)
                      "    " WS-PV-NOMBRE(WS-VDX)
                      " " WS-PV-PEDIDOS(WS-VDX)
                      "   " WS-PV-EVALUADOS(WS-VDX)
                      "   " WS-PCT-TIEMPO-EDIT
                      "    " WS-PCT-SERVICIO-EDIT
                      "   " WS-PV-EXCESOS(WS-VDX)
                      "      " WS-MEDIA-PROM-EDIT
                      "     " WS-MEDIA-REAL-EDIT
                      "    " WS-PV-VENCIDOS(WS-VDX)
                      "       " WS-PV-SIN-DETALLE(WS-VDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
               IF WS-PV-EXCESOS(WS-VDX) > ZERO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "          servidos con exceso: "
                          WS-PV-UNID-EXCESO(WS-VDX) " unidades"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-VDX.

       calcula_indices.
           MOVE ZERO TO WS-PCT-TIEMPO-EDIT WS-PCT-SERVICIO-EDIT
                        WS-MEDIA-PROM-EDIT WS-MEDIA-REAL-EDIT
           IF WS-PV-EVALUADOS(WS-VDX) > ZERO THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-PV-A-TIEMPO(WS-VDX) * 100
                   / WS-PV-EVALUADOS(WS-VDX)
               MOVE WS-PORCENTAJE TO WS-PCT-TIEMPO-EDIT
           END-IF
           IF WS-PV-PEDIDA(WS-VDX) > ZERO THEN
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-PV-SERVIDA(WS-VDX) * 100
                   / WS-PV-PEDIDA(WS-VDX)
               MOVE WS-PORCENTAJE TO WS-PCT-SERVICIO-EDIT
           END-IF
           IF WS-PV-ENTREGADOS(WS-VDX) > ZERO THEN
               COMPUTE WS-MEDIA ROUNDED =
                   WS-PV-DIAS-PROMETIDOS(WS-VDX)
                   / WS-PV-ENTREGADOS(WS-VDX)
               MOVE WS-MEDIA TO WS-MEDIA-PROM-EDIT
               COMPUTE WS-MEDIA ROUNDED =
                   WS-PV-DIAS-REALES(WS-VDX)
                   / WS-PV-ENTREGADOS(WS-VDX)
               MOVE WS-MEDIA TO WS-MEDIA-REAL-EDIT
           END-IF.

      * Lista de reclamación: pedidos abiertos con la fecha prometida
      * vencida, agrupados por proveedor.
       escribe_reclamacion.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "PEDIDOS VENCIDOS A RECLAMAR" TO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TOTAL-VENCIDOS = ZERO THEN
               MOVE "   ninguno" TO WS-REPORT-LINE
               WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE 1 TO WS-VDX
               PERFORM reclama_proveedor UNTIL WS-VDX > WS-PROV-COUNT
           END-IF.

       reclama_proveedor.
           IF WS-PV-VENCIDOS(WS-VDX) > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PROVEEDOR " WS-PV-CODIGO(WS-VDX)
                      " " WS-PV-NOMBRE(WS-VDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 1 TO WS-PDX
               PERFORM reclama_pedido UNTIL WS-PDX > WS-PED-COUNT
           END-IF
           ADD 1 TO WS-VDX.

       reclama_pedido.
           IF WS-PD-PRV-IDX(WS-PDX) = WS-VDX
                   AND WS-PD-ESTADO(WS-PDX) = "A"
                   AND WS-PD-PROMESA(WS-PDX) > ZERO
                   AND WS-HOY-INT > WS-PD-PROMESA(WS-PDX) THEN
               COMPUTE WS-DIAS = WS-HOY-INT - WS-PD-PROMESA(WS-PDX)
               MOVE ZERO TO WS-PENDIENTE
               IF WS-PD-CANTIDAD(WS-PDX) > WS-PD-RECIBIDO(WS-PDX) THEN
                   COMPUTE WS-PENDIENTE = WS-PD-CANTIDAD(WS-PDX)
                       - WS-PD-RECIBIDO(WS-PDX)
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   PEDIDO " WS-PD-NUMERO(WS-PDX)
                      " fecha " WS-PD-FECHA(WS-PDX)
                      " prometido " WS-PD-PROMESA-TXT(WS-PDX)
                      " retraso " WS-DIAS " dias"
                      " id " WS-PD-ID(WS-PDX)
                      " " WS-PD-NOMBRE(WS-PDX)
                      " pedido " WS-PD-CANTIDAD(WS-PDX)
                      " recibido " WS-PD-RECIBIDO(WS-PDX)
                      " pendiente " WS-PENDIENTE
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-PDX.

       escribe_totales.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALES: pedidos " WS-PED-COUNT
                  " vencidos " WS-TOTAL-VENCIDOS
                  " entradas casadas " WS-ENTRADAS-CASADAS
                  " entradas con pedido desconocido "
                  WS-ENTRADAS-HUERFANAS
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SIN-ORDEN > ZERO OR WS-SIN-FECHA > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         pedidos sin orden en OPENORD "
                      WS-SIN-ORDEN
                      " pedidos con fecha no valida " WS-SIN-FECHA
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PROV-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
