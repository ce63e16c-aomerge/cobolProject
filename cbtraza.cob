       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolTraza.

      * Trazabilidad de un lote para retiradas (recall). Pide el lote
      * de proveedor y, opcionalmente, el producto, y recorre el
      * archivo de periodos cerrados MOVHARCH (saltando las líneas de
      * control, ver CobolArch) y después MOVHIST buscando todos los
      * movimientos grabados con ese lote (ver CPMOVIM: CobolMovim
      * deja una línea por lote consumido). En TRAZRPT lista cada
      * movimiento en orden de grabación con su almacén, documento y
      * pedido; en las salidas que expiden un pedido de cliente busca
      * el cliente en CLIPED. Después resume las unidades entradas,
      * salidas y rechazadas, los clientes que han recibido el lote y
      * las existencias que quedan hoy del lote en cada almacén según
      * STKLOTE, para saber qué retirar y a quién avisar.
      * Los ajustes de inventario que tocan un lote sin indicarlo en
      * la línea no llevan lote en MOVHIST (ver CobolMovim).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-HIST-FILE ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT MOV-ARCH-FILE ASSIGN TO "MOVHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT CLI-PEDIDO-FILE ASSIGN TO "CLIPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIPED-FILE-STATUS.

           SELECT STOCK-LOTE-FILE ASSIGN TO "STKLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOTE-FILE-STATUS.

           SELECT TRAZA-REPORT-FILE ASSIGN TO "TRAZRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOV-HIST-FILE.
           COPY CPMOVIM.

       FD  MOV-ARCH-FILE.
       01  MOV-ARCH-RECORD         PIC X(200).

       FD  CLI-PEDIDO-FILE.
       01  CLI-PEDIDO-RECORD       PIC X(200).

       FD  STOCK-LOTE-FILE.
       01  STOCK-LOTE-RECORD       PIC X(200).

       FD  TRAZA-REPORT-FILE.
       01  TRAZA-REPORT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-HIST-FILE-STATUS PIC X(02).
           01  WS-ARCH-FILE-STATUS PIC X(02).
           01  WS-CLIPED-FILE-STATUS PIC X(02).
           01  WS-STKLOTE-FILE-STATUS PIC X(02).

           01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
               88  WS-HIST-EOF        VALUE "Y".
           01  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
               88  WS-ARCH-EOF        VALUE "Y".
           01  WS-CLIPED-EOF-SW    PIC X(01) VALUE "N".
               88  WS-CLIPED-EOF      VALUE "Y".
           01  WS-STKLOTE-EOF-SW   PIC X(01) VALUE "N".
               88  WS-STKLOTE-EOF     VALUE "Y".

           01  WS-LOTE-PEDIDO      PIC X(10).
           01  WS-ID-PEDIDO        PIC X(05).
           01  WS-ID-FILTRO        PIC 9(05) VALUE ZERO.
           01  WS-ID               PIC 9(05) VALUE ZERO.

      * Cabeceras de pedido de cliente (numero y cliente) de CLIPED.
           01  WS-CLIPED-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-CLIPED-LLENA    VALUE "Y".
           01  WS-CLIPED-MAX       PIC 9(04) VALUE 3000.
           01  WS-CLIPED-COUNT     PIC 9(04) VALUE ZERO.
           01  WS-TABLA-CLIPED.
               05  WS-CLIPED OCCURS 3000 TIMES.
                   10  WS-CP-NUMERO    PIC X(06).
                   10  WS-CP-CLIENTE   PIC X(30).

           01  WS-CP-FIELD-NUMERO  PIC X(06).
           01  WS-CP-FIELD-LINEA   PIC X(03).
           01  WS-CP-FIELD-FECHA   PIC X(08).
           01  WS-CP-FIELD-CLIENTE PIC X(30).

      * Clientes que han recibido el lote, con las unidades.
           01  WS-DEST-LLENA-SW    PIC X(01) VALUE "N".
               88  WS-DEST-LLENA      VALUE "Y".
           01  WS-DEST-MAX         PIC 9(04) VALUE 500.
           01  WS-DEST-COUNT       PIC 9(04) VALUE ZERO.
           01  WS-TABLA-DESTINOS.
               05  WS-DEST OCCURS 500 TIMES.
                   10  WS-DS-CLIENTE   PIC X(30).
                   10  WS-DS-PEDIDO    PIC X(06).
                   10  WS-DS-UNIDADES  PIC 9(09).

           01  WS-LT-FIELD-ID      PIC X(05).
           01  WS-LT-FIELD-ALMACEN PIC X(03).
           01  WS-LT-FIELD-LOTE    PIC X(10).
           01  WS-LT-FIELD-CADUC   PIC X(08).
           01  WS-LT-FIELD-STOCK   PIC X(07).

           01  WS-IDX              PIC 9(04) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".

           01  WS-CANTIDAD         PIC 9(07) VALUE ZERO.
           01  WS-CLIENTE          PIC X(30).
           01  WS-DOCUMENTO        PIC X(40).

           01  WS-LEIDOS           PIC 9(07) VALUE ZERO.
           01  WS-MOVIMIENTOS      PIC 9(05) VALUE ZERO.
           01  WS-UNID-ENTRADAS    PIC 9(09) VALUE ZERO.
           01  WS-UNID-SALIDAS     PIC 9(09) VALUE ZERO.
           01  WS-UNID-CLIENTES    PIC 9(09) VALUE ZERO.
           01  WS-UNID-TRASPASOS   PIC 9(09) VALUE ZERO.
           01  WS-RECHAZADOS       PIC 9(05) VALUE ZERO.
           01  WS-UNID-EXISTENCIA  PIC 9(09) VALUE ZERO.

           01  WS-STOCK-EDIT       PIC ZZZZZZ9.
           01  WS-UNID-EDIT        PIC Z(8)9.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           DISPLAY "Trazabilidad de un lote."
           DISPLAY "Lote de proveedor: "
           ACCEPT WS-LOTE-PEDIDO.
           IF WS-LOTE-PEDIDO = SPACES THEN
               DISPLAY "Sin lote no hay nada que trazar."
               STOP RUN
           END-IF.
           DISPLAY "ID de producto (blanco = todos): "
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-ID-PEDIDO) TO WS-ID-FILTRO
           END-IF.

           PERFORM load_cliped.
           OPEN OUTPUT TRAZA-REPORT-FILE.
           PERFORM escribe_cabecera.
           PERFORM recorre_movimientos.
           PERFORM escribe_totales.
           PERFORM escribe_destinos.
           PERFORM escribe_existencias.
           CLOSE TRAZA-REPORT-FILE.

           DISPLAY "Lote " WS-LOTE-PEDIDO ": " WS-MOVIMIENTOS
                   " movimientos, " WS-DEST-COUNT " pedidos de "
                   "cliente, " WS-UNID-EXISTENCIA " unidades en stock."
           DISPLAY "Trazabilidad escrita en TRAZRPT."
           STOP RUN.

       load_cliped.
           OPEN INPUT CLI-PEDIDO-FILE.
           IF WS-CLIPED-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_cliped
               PERFORM load_cliped_line UNTIL WS-CLIPED-EOF
               CLOSE CLI-PEDIDO-FILE
           END-IF.

       read_cliped.
           READ CLI-PEDIDO-FILE
               AT END MOVE "Y" TO WS-CLIPED-EOF-SW
           END-READ.

      * Basta una entrada por pedido: todas sus líneas llevan el
      * mismo cliente y vienen seguidas en el fichero.
       load_cliped_line.
           MOVE SPACES TO WS-CP-FIELD-NUMERO WS-CP-FIELD-LINEA
                          WS-CP-FIELD-FECHA WS-CP-FIELD-CLIENTE
           UNSTRING CLI-PEDIDO-RECORD DELIMITED BY ","
               INTO WS-CP-FIELD-NUMERO WS-CP-FIELD-LINEA
                    WS-CP-FIELD-FECHA WS-CP-FIELD-CLIENTE
           END-UNSTRING
           IF WS-CP-FIELD-NUMERO NOT = SPACES THEN
               IF WS-CLIPED-COUNT = ZERO THEN
                   PERFORM alta_cliped
               ELSE
                   IF WS-CP-NUMERO(WS-CLIPED-COUNT)
                           NOT = WS-CP-FIELD-NUMERO THEN
                       PERFORM alta_cliped
                   END-IF
               END-IF
           END-IF
           PERFORM read_cliped.

       alta_cliped.
           IF WS-CLIPED-COUNT < WS-CLIPED-MAX THEN
               ADD 1 TO WS-CLIPED-COUNT
               MOVE WS-CP-FIELD-NUMERO TO WS-CP-NUMERO(WS-CLIPED-COUNT)
               MOVE WS-CP-FIELD-CLIENTE
                   TO WS-CP-CLIENTE(WS-CLIPED-COUNT)
           ELSE
               IF NOT WS-CLIPED-LLENA THEN
                   MOVE "Y" TO WS-CLIPED-LLENA-SW
                   DISPLAY "Aviso: tabla de pedidos de cliente "
                           "llena; hay clientes sin identificar."
               END-IF
           END-IF.

       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " TRAZABILIDAD DEL LOTE " WS-LOTE-PEDIDO
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ID-PEDIDO = SPACES THEN
               MOVE "PRODUCTOS: TODOS" TO WS-REPORT-LINE
           ELSE
               STRING "PRODUCTO: " WS-ID-FILTRO
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           STRING "FECHA    ID    T CANTIDAD ALM DST REFERENCIA"
                  "           RESULTADO DOCUMENTO"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Recorrido del histórico: el archivo de periodos cerrados
      * primero (los movimientos más antiguos) y MOVHIST después.
      *****************************************************************
       recorre_movimientos.
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
               DISPLAY "No se encontró el histórico de movimientos "
                       "(MOVHIST)."
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
           PERFORM examina_movimiento_comun
           PERFORM read_hist_record.

       read_arch_record.
           READ MOV-ARCH-FILE
               AT END MOVE "Y" TO WS-ARCH-EOF-SW
           END-READ.

       examina_arch_movimiento.
           IF MOV-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE MOV-ARCH-RECORD(1:112) TO MOVIMIENTO-RECORD
               PERFORM examina_movimiento_comun
           END-IF
           PERFORM read_arch_record.

       examina_movimiento_comun.
           ADD 1 TO WS-LEIDOS
           IF MOV-LOTE = WS-LOTE-PEDIDO AND MOV-ID NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(MOV-ID) TO WS-ID
               IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
                   PERFORM escribe_movimiento
               END-IF
           END-IF.

       escribe_movimiento.
           ADD 1 TO WS-MOVIMIENTOS
           MOVE FUNCTION NUMVAL(MOV-CANTIDAD) TO WS-CANTIDAD
           MOVE SPACES TO WS-DOCUMENTO
           IF MOV-RESULTADO NOT = "APLICADO" THEN
               ADD 1 TO WS-RECHAZADOS
           ELSE
               EVALUATE MOV-TIPO
                   WHEN "E"
                       ADD WS-CANTIDAD TO WS-UNID-ENTRADAS
                       IF MOV-PEDIDO NOT = SPACES THEN
                           STRING "PEDIDO COMPRA " MOV-PEDIDO
                               DELIMITED BY SIZE
                               INTO WS-DOCUMENTO
                       END-IF
                   WHEN "S"
                       ADD WS-CANTIDAD TO WS-UNID-SALIDAS
                       IF MOV-PEDIDO NOT = SPACES THEN
                           PERFORM anota_cliente
                       END-IF
                   WHEN "T"
                       ADD WS-CANTIDAD TO WS-UNID-TRASPASOS
               END-EVALUATE
           END-IF
           MOVE WS-CANTIDAD TO WS-STOCK-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING MOV-TIMESTAMP(1:8) " "
                  MOV-ID " "
                  MOV-TIPO " "
                  WS-STOCK-EDIT "  "
                  MOV-ALMACEN " "
                  MOV-ALMACEN-DEST " "
                  MOV-REFERENCIA " "
                  MOV-RESULTADO " "
                  WS-DOCUMENTO
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE.

      * Salida que expide un pedido de cliente: se busca el cliente y
      * se acumulan las unidades por pedido.
       anota_cliente.
           ADD WS-CANTIDAD TO WS-UNID-CLIENTES
           MOVE SPACES TO WS-CLIENTE
           MOVE "N" TO WS-HALLADO-SW
           MOVE 1 TO WS-IDX
           PERFORM busca_cliped_item
               UNTIL WS-HALLADO OR WS-IDX > WS-CLIPED-COUNT
           IF WS-HALLADO THEN
               MOVE WS-CP-CLIENTE(WS-IDX) TO WS-CLIENTE
           ELSE
               MOVE "(cliente desconocido)" TO WS-CLIENTE
           END-IF
           STRING "PEDIDO CLIENTE " MOV-PEDIDO " "
                  WS-CLIENTE
               DELIMITED BY SIZE
               INTO WS-DOCUMENTO
           PERFORM acumula_destino.

       busca_cliped_item.
           IF WS-CP-NUMERO(WS-IDX) = MOV-PEDIDO THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       acumula_destino.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-IDX.
           PERFORM busca_destino_item
               UNTIL WS-HALLADO OR WS-IDX > WS-DEST-COUNT.
           IF WS-HALLADO THEN
               ADD WS-CANTIDAD TO WS-DS-UNIDADES(WS-IDX)
           ELSE
               IF WS-DEST-COUNT < WS-DEST-MAX THEN
                   ADD 1 TO WS-DEST-COUNT
                   MOVE WS-CLIENTE TO WS-DS-CLIENTE(WS-DEST-COUNT)
                   MOVE MOV-PEDIDO TO WS-DS-PEDIDO(WS-DEST-COUNT)
                   MOVE WS-CANTIDAD TO WS-DS-UNIDADES(WS-DEST-COUNT)
               ELSE
                   IF NOT WS-DEST-LLENA THEN
                       MOVE "Y" TO WS-DEST-LLENA-SW
                       DISPLAY "Aviso: tabla de clientes llena; "
                               "ver el detalle de movimientos."
                   END-IF
               END-IF
           END-IF.

       busca_destino_item.
           IF WS-DS-PEDIDO(WS-IDX) = MOV-PEDIDO THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       escribe_totales.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           STRING "MOVIMIENTOS DEL LOTE: " WS-MOVIMIENTOS
                  "  RECHAZADOS: " WS-RECHAZADOS
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNID-ENTRADAS TO WS-UNID-EDIT
           STRING "UNIDADES ENTRADAS:     " WS-UNID-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNID-SALIDAS TO WS-UNID-EDIT
           STRING "UNIDADES SALIDAS:      " WS-UNID-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNID-CLIENTES TO WS-UNID-EDIT
           STRING "  DE ELLAS A CLIENTES: " WS-UNID-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNID-TRASPASOS TO WS-UNID-EDIT
           STRING "UNIDADES TRASPASADAS:  " WS-UNID-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE.

       escribe_destinos.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "CLIENTES QUE HAN RECIBIDO EL LOTE" TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-DEST-COUNT = ZERO THEN
               MOVE "  (ninguno)" TO WS-REPORT-LINE
               WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM escribe_destino UNTIL WS-IDX > WS-DEST-COUNT.

       escribe_destino.
           MOVE WS-DS-UNIDADES(WS-IDX) TO WS-UNID-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  PEDIDO " WS-DS-PEDIDO(WS-IDX) " "
                  WS-DS-CLIENTE(WS-IDX) " UNIDADES " WS-UNID-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-IDX.

      *****************************************************************
      * Lo que queda del lote hoy, por producto y almacén (STKLOTE).
      *****************************************************************
       escribe_existencias.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "EXISTENCIAS ACTUALES DEL LOTE" TO WS-REPORT-LINE
           WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT STOCK-LOTE-FILE.
           IF WS-STKLOTE-FILE-STATUS NOT = "00" THEN
               MOVE "  SIN FICHERO STKLOTE" TO WS-REPORT-LINE
               WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_stock_lote
               PERFORM examina_stock_lote UNTIL WS-STKLOTE-EOF
               CLOSE STOCK-LOTE-FILE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNID-EXISTENCIA TO WS-UNID-EDIT
               STRING "  TOTAL EN STOCK: " WS-UNID-EDIT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       read_stock_lote.
           READ STOCK-LOTE-FILE
               AT END MOVE "Y" TO WS-STKLOTE-EOF-SW
           END-READ.

       examina_stock_lote.
           MOVE SPACES TO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                          WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                          WS-LT-FIELD-STOCK
           UNSTRING STOCK-LOTE-RECORD DELIMITED BY ","
               INTO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                    WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                    WS-LT-FIELD-STOCK
           END-UNSTRING
           IF WS-LT-FIELD-LOTE = WS-LOTE-PEDIDO
                   AND WS-LT-FIELD-ID NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-LT-FIELD-ID) TO WS-ID
               IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
                   MOVE FUNCTION NUMVAL(WS-LT-FIELD-STOCK)
                       TO WS-CANTIDAD
                   ADD WS-CANTIDAD TO WS-UNID-EXISTENCIA
                   MOVE WS-CANTIDAD TO WS-STOCK-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ID " WS-ID
                          " ALMACEN " WS-LT-FIELD-ALMACEN
                          " CADUCIDAD " WS-LT-FIELD-CADUC
                          " STOCK " WS-STOCK-EDIT
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE TRAZA-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM read_stock_lote.
