
      * Proceso batch de movimientos de stock: lee un fichero de
      * movimientos con una orden por línea (id,tipo,cantidad,
      * referencia,almacen,almacen-destino,pedido,coste,lote,caducidad,
      * origen; tipo E=entrada S=salida A=ajuste al valor contado del
      * almacén T=traspaso entre almacenes; almacén en blanco = A01, el
      * destino solo se usa en los traspasos y el pedido en las
      * entradas, de compra, y en las salidas, de cliente), aplica cada
      * movimiento sobre la columna stock de productos y sobre el stock
      * por almacén del fichero STKLOC (una línea por producto y
      * almacén: id,almacen,stock,reservado; lo reservado lo anotan los
      * pedidos de cliente, ver CobolCliPed), rechaza los que dejarían
      * en negativo el stock total o el del almacén afectado y deja
      * constancia de todos ellos (aplicados y rechazados) en el
      * histórico permanente MOVHIST, además del log de proceso MOVLOG.
      * Los traspasos T mueven stock del almacén de origen al de destino
      * sin tocar el total de productos y deben cuadrar: se rechazan si
      * el origen no tiene cantidad suficiente. Cuando se aplica una
      * entrada E, la cantidad se casa con un pedido de compra de
      * OPENORD (ver CobolPedido): el indicado en la línea (lo trae
      * CobolRecv del albarán del almacén) o, si no viene, el pedido
      * abierto más antiguo del producto. Lo recibido se acumula en el
      * pedido: si no llega a lo pedido el pedido sigue abierto con el
      * pendiente, si lo completa se cierra (estado C) y si lo supera se
      * cierra marcando el EXCESO en MOVLOG. Un pedido indicado que no
      * existe para el producto también queda señalado y la entrada se
      * aplica sin casar. El pedido casado se graba en MOVHIST y OPENORD
      * se reescribe al final del proceso, para que CobolReord no siga
      * mostrando el producto como "ya pedido". Una salida S que trae
      * número de pedido de cliente es la expedición de una línea de ese
      * pedido: al aplicarse libera del almacén la reserva que tenía
      * hecha y el pedido de cliente queda grabado en MOVHIST. Cada
      * entrada E aplicada recalcula el coste medio ponderado del
      * producto en COSTMED (id,coste,fecha) con el coste unitario de la
      * línea (lo trae CobolRecv del albarán) o, si no viene, el del
      * pedido de compra casado en PEDIDOS; el cambio queda en el
      * histórico de costes COSTHIST (ver CPCOSTE). Una entrada sin
      * coste conocido deja el coste medio como estaba. El stock de cada
      * almacén se desglosa por lote de proveedor en STKLOTE
      * (id,almacen,lote,caducidad,stock); lo que no está en ningún lote
      * es stock sin lote (el anterior al control de lotes o de
      * productos que no lo llevan). Una entrada E con lote suma a ese
      * lote. Una salida S o un traspaso T sin lote indicado sale
      * primero del stock sin lote y después de los lotes por orden de
      * caducidad (FEFO); con lote indicado sale solo de ese lote y se
      * rechaza si no tiene la cantidad. Cada lote consumido deja su
      * propia línea en MOVHIST con el lote, de modo que un movimiento
      * puede dar varias líneas (ver CobolTraza). Las entradas al
      * almacén de cuarentena CUA son devoluciones de cliente (ver
      * CobolDevol): no se casan con pedidos de compra ni cambian el
      * coste medio, porque la mercancía vuelve al coste con que salió.
      * La undécima posición de cada línea, si viene, es el programa que
      * la generó (CobolRecv la rellena). Al acabar se dejan en CTLTOT
      * (ver CPCTLTOT) dos líneas de totales de control: una de todo
      * MOVIN (líneas leídas, aplicadas, rechazadas o erróneas y suma de
      * cantidades) y otra solo de las entradas E llegadas de CobolRecv,
      * que CobolBalance cuadra con lo que este escribió.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDO-FILE-STATUS.

           SELECT COSTE-MEDIO-FILE ASSIGN TO "COSTMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTMED-FILE-STATUS.

           SELECT COSTE-HIST-FILE ASSIGN TO "COSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTHIST-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

           SELECT STOCK-LOTE-FILE ASSIGN TO "STKLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOV-CONTROL-FILE.
       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD       PIC X(200).

       FD  PEDIDO-FILE.
       01  PEDIDO-RECORD          PIC X(200).

       FD  COSTE-MEDIO-FILE.
       01  COSTE-MEDIO-RECORD     PIC X(200).

       FD  COSTE-HIST-FILE.
           COPY CPCOSTE.

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       FD  STOCK-LOTE-FILE.
       01  STOCK-LOTE-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-FIELD-REFERENCIA PIC X(20).
           01  WS-FIELD-ALMACEN    PIC X(03).
           01  WS-FIELD-ALM-DEST   PIC X(03).
           01  WS-FIELD-PEDIDO     PIC X(06).
           01  WS-FIELD-COSTE      PIC X(12).
           01  WS-FIELD-LOTE       PIC X(10).
           01  WS-FIELD-CADUCIDAD  PIC X(08).
           01  WS-FIELD-ORIGEN     PIC X(12).

           01  WS-ALMACEN-DEFECTO  PIC X(03) VALUE "A01".
           01  WS-ALMACEN-CUARENTENA PIC X(03) VALUE "CUA".

           01  WS-STKLOC-FILE-STATUS PIC X(02).
           01  WS-STKLOC-EOF-SW    PIC X(01) VALUE "N".
                   10  WS-SL-ID        PIC 9(05).
                   10  WS-SL-ALMACEN   PIC X(03).
                   10  WS-SL-STOCK     PIC 9(07).
                   10  WS-SL-RESERVADO PIC 9(07).

           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).
           01  WS-SL-FIELD-RESERV  PIC X(07).
           01  WS-RESERVA-LIBERADA PIC 9(07) VALUE ZERO.

      * Stock por lote (STKLOTE): desglose por lote de proveedor del
      * stock de cada producto y almacén.
           01  WS-STKLOTE-FILE-STATUS PIC X(02).
           01  WS-STKLOTE-EOF-SW   PIC X(01) VALUE "N".
               88  WS-STKLOTE-EOF     VALUE "Y".
           01  WS-STKLOTE-LLENA-SW PIC X(01) VALUE "N".
               88  WS-STKLOTE-LLENA   VALUE "Y".
           01  WS-STKLOTE-CAMBIO-SW PIC X(01) VALUE "N".
               88  WS-STKLOTE-CAMBIO  VALUE "Y".
           01  WS-STKLOTE-MAX      PIC 9(04) VALUE 6000.
           01  WS-STKLOTE-COUNT    PIC 9(04) VALUE ZERO.
           01  WS-TABLA-STKLOTE.
               05  WS-STKLOTE OCCURS 6000 TIMES.
                   10  WS-LT-ID        PIC 9(05).
                   10  WS-LT-ALMACEN   PIC X(03).
                   10  WS-LT-LOTE      PIC X(10).
                   10  WS-LT-CADUCIDAD PIC X(08).
                   10  WS-LT-STOCK     PIC 9(07).

           01  WS-LT-FIELD-ID      PIC X(05).
           01  WS-LT-FIELD-ALMACEN PIC X(03).
           01  WS-LT-FIELD-LOTE    PIC X(10).
           01  WS-LT-FIELD-CADUC   PIC X(08).
           01  WS-LT-FIELD-STOCK   PIC X(07).

           01  WS-TDX              PIC 9(04) VALUE ZERO.
           01  WS-TDX-BUSCA        PIC 9(04) VALUE ZERO.
           01  WS-LOTE-HALLADO-SW  PIC X(01).
               88  WS-LOTE-HALLADO    VALUE "Y".
           01  WS-LOTE-VALIDO-SW   PIC X(01).
               88  WS-LOTE-VALIDO     VALUE "Y".
           01  WS-LOTE-BUSCADO     PIC X(10).
           01  WS-CADUC-BUSCADA    PIC X(08).
           01  WS-CADUC-MENOR      PIC X(08).
           01  WS-CADUC-ITEM       PIC X(08).
           01  WS-MOTIVO-LOTE      PIC X(40).
           01  WS-SUMA-LOTES       PIC 9(09) VALUE ZERO.
           01  WS-LOTES-ORIGEN     PIC 9(04) VALUE ZERO.
           01  WS-SIN-LOTE         PIC 9(07) VALUE ZERO.
           01  WS-PENDIENTE        PIC 9(07) VALUE ZERO.
           01  WS-PORCION          PIC 9(07) VALUE ZERO.
           01  WS-STOCK-TRAMO      PIC 9(07) VALUE ZERO.
           01  WS-TRAMO-DESPUES    PIC 9(07) VALUE ZERO.
           01  WS-LOTE-TRAMO       PIC X(10).
           01  WS-CADUC-TRAMO      PIC X(08).

           01  WS-LDX              PIC 9(04) VALUE ZERO.
           01  WS-LDX-ORIGEN       PIC 9(04) VALUE ZERO.
           01  WS-OK-COUNT         PIC 9(05) VALUE ZERO.
           01  WS-RECHAZO-COUNT    PIC 9(05) VALUE ZERO.
           01  WS-ERROR-COUNT      PIC 9(05) VALUE ZERO.
           01  WS-OK-ANTES         PIC 9(05) VALUE ZERO.
           01  WS-HASH-CANTIDAD    PIC 9(11) VALUE ZERO.
           01  WS-RECV-LEIDOS      PIC 9(05) VALUE ZERO.
           01  WS-RECV-APLICADOS   PIC 9(05) VALUE ZERO.
           01  WS-RECV-RECHAZADOS  PIC 9(05) VALUE ZERO.
           01  WS-RECV-HASH-CANT   PIC 9(11) VALUE ZERO.

           01  WS-LOG-LINE         PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).
                   10  WS-OO-CANTIDAD  PIC X(07).
                   10  WS-OO-ESTADO    PIC X(01).
                   10  WS-OO-FECHA     PIC X(08).
                   10  WS-OO-RECIBIDO  PIC 9(07).

           01  WS-OO-FIELD-PEDIDO  PIC X(06).
           01  WS-OO-FIELD-ID      PIC X(05).
           01  WS-OO-FIELD-CANT    PIC X(07).
           01  WS-OO-FIELD-ESTADO  PIC X(01).
           01  WS-OO-FIELD-FECHA   PIC X(08).
           01  WS-OO-FIELD-RECIB   PIC X(07).

           01  WS-ODX              PIC 9(04) VALUE ZERO.
           01  WS-PEDIDO-HALLADO-SW PIC X(01) VALUE "N".
               88  WS-PEDIDO-HALLADO   VALUE "Y".
           01  WS-PEDIDO-BUSCADO   PIC 9(06) VALUE ZERO.
           01  WS-PEDIDO-CASADO    PIC X(06) VALUE SPACES.
           01  WS-PEDIDO-CANT      PIC 9(07) VALUE ZERO.
           01  WS-PEDIDO-PEND      PIC 9(07) VALUE ZERO.
           01  WS-PEDIDO-EXCESO    PIC 9(07) VALUE ZERO.
           01  WS-OUT-LINE         PIC X(200).

      * Coste de los pedidos de compra (solo los que lo traen).
           01  WS-PEDIDO-FILE-STATUS PIC X(02).
           01  WS-PEDIDO-EOF-SW    PIC X(01) VALUE "N".
               88  WS-PEDIDO-EOF      VALUE "Y".
           01  WS-PEDCOSTE-LLENA-SW PIC X(01) VALUE "N".
               88  WS-PEDCOSTE-LLENA  VALUE "Y".
           01  WS-PEDCOSTE-MAX     PIC 9(04) VALUE 3000.
           01  WS-PEDCOSTE-COUNT   PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PEDCOSTE.
               05  WS-PEDCOSTE OCCURS 3000 TIMES.
                   10  WS-PK-PEDIDO    PIC 9(06).
                   10  WS-PK-ID        PIC 9(05).
                   10  WS-PK-COSTE     PIC 9(07)V99.

           01  WS-PK-FIELD-NUMERO  PIC X(06).
           01  WS-PK-FIELD-FECHA   PIC X(08).
           01  WS-PK-FIELD-ID      PIC X(05).
           01  WS-PK-FIELD-NOMBRE  PIC X(50).
           01  WS-PK-FIELD-CANT    PIC X(07).
           01  WS-PK-FIELD-PROV    PIC X(06).
           01  WS-PK-FIELD-PLAZO   PIC X(03).
           01  WS-PK-FIELD-COSTE   PIC X(12).

      * Coste medio ponderado por producto (COSTMED).
           01  WS-COSTMED-FILE-STATUS PIC X(02).
           01  WS-COSTHIST-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-COSTMED-EOF-SW   PIC X(01) VALUE "N".
               88  WS-COSTMED-EOF     VALUE "Y".
           01  WS-COSTMED-LLENA-SW PIC X(01) VALUE "N".
               88  WS-COSTMED-LLENA   VALUE "Y".
           01  WS-COSTMED-CAMBIO-SW PIC X(01) VALUE "N".
               88  WS-COSTMED-CAMBIO  VALUE "Y".
           01  WS-COSTMED-MAX      PIC 9(04) VALUE 5000.
           01  WS-COSTMED-COUNT    PIC 9(04) VALUE ZERO.
           01  WS-TABLA-COSTMED.
               05  WS-COSTMED OCCURS 5000 TIMES.
                   10  WS-CM-ID        PIC 9(05).
                   10  WS-CM-COSTE     PIC 9(07)V99.
                   10  WS-CM-FECHA     PIC X(08).

           01  WS-CM-FIELD-ID      PIC X(05).
           01  WS-CM-FIELD-COSTE   PIC X(12).
           01  WS-CM-FIELD-FECHA   PIC X(08).

           01  WS-KDX              PIC 9(04) VALUE ZERO.
           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-COSTE-HALLADO-SW PIC X(01).
               88  WS-COSTE-HALLADO   VALUE "Y".
           01  WS-COSTE-ENTRADA    PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-ANTES      PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-NUEVO      PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-TXT        PIC 9(07).99.
           01  WS-COSTE-ANTES-TXT  PIC 9(07).99.
           01  WS-COSTE-ENT-TXT    PIC 9(07).99.

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW  PIC X(01) VALUE "N".
               88  WS-OPERPERM-EOF    VALUE "Y".
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolMovim"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
           PERFORM open_mov_hist
           PERFORM load_open_orders
           PERFORM load_stock_loc
           PERFORM load_stock_lote
           PERFORM load_pedidos_coste
           PERFORM load_coste_medio
           PERFORM open_coste_hist

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
               PERFORM rewrite_stock_loc
           END-IF

           IF WS-STKLOTE-CAMBIO THEN
               PERFORM rewrite_stock_lote
           END-IF

           IF WS-COSTMED-CAMBIO THEN
               PERFORM rewrite_coste_medio
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " FIN proceso movimientos. Lineas: "
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE

           PERFORM escribe_control_total

           CLOSE MOV-LOG-FILE
           CLOSE MOV-HIST-FILE
           CLOSE COSTE-HIST-FILE
           CLOSE AUDIT-LOG-FILE.

       read_mov_line.
           MOVE SPACES TO WS-FIELD-ID WS-FIELD-TIPO
                          WS-FIELD-CANTIDAD WS-FIELD-REFERENCIA
                          WS-FIELD-ALMACEN WS-FIELD-ALM-DEST
                          WS-FIELD-PEDIDO WS-PEDIDO-CASADO
                          WS-FIELD-COSTE WS-FIELD-LOTE
                          WS-FIELD-CADUCIDAD WS-FIELD-ORIGEN
           UNSTRING MOV-CONTROL-RECORD DELIMITED BY ","
               INTO WS-FIELD-ID WS-FIELD-TIPO
                    WS-FIELD-CANTIDAD WS-FIELD-REFERENCIA
                    WS-FIELD-ALMACEN WS-FIELD-ALM-DEST
                    WS-FIELD-PEDIDO WS-FIELD-COSTE
                    WS-FIELD-LOTE WS-FIELD-CADUCIDAD
                    WS-FIELD-ORIGEN
           END-UNSTRING
           MOVE WS-OK-COUNT TO WS-OK-ANTES

           IF WS-FIELD-ALMACEN = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-FIELD-ALMACEN
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           PERFORM acumula_control_total
           PERFORM read_mov_line.

      * Una línea cuenta como aplicada si ha sumado en OK; si no, ha
      * quedado rechazada o en error.
       acumula_control_total.
           ADD FUNCTION NUMVAL(WS-FIELD-CANTIDAD) TO WS-HASH-CANTIDAD
           IF WS-FIELD-ORIGEN = "CobolRecv"
                   AND WS-FIELD-TIPO = "E" THEN
               ADD 1 TO WS-RECV-LEIDOS
               ADD FUNCTION NUMVAL(WS-FIELD-CANTIDAD)
                   TO WS-RECV-HASH-CANT
               IF WS-OK-COUNT > WS-OK-ANTES THEN
                   ADD 1 TO WS-RECV-APLICADOS
               ELSE
                   ADD 1 TO WS-RECV-RECHAZADOS
               END-IF
           END-IF.

       escribe_control_total.
           OPEN EXTEND CONTROL-TOTAL-FILE
           IF WS-CTLTOT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-TOTAL-FILE
               CLOSE CONTROL-TOTAL-FILE
               OPEN EXTEND CONTROL-TOTAL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE WS-TIMESTAMP     TO CTL-TIMESTAMP
           MOVE "CobolMovim"     TO CTL-PROGRAMA
           MOVE "MOVIN"          TO CTL-FICHERO
           MOVE WS-LINE-COUNT    TO CTL-LEIDOS
           MOVE WS-OK-COUNT      TO CTL-ESCRITOS
           COMPUTE CTL-RECHAZADOS = WS-RECHAZO-COUNT + WS-ERROR-COUNT
           MOVE WS-HASH-CANTIDAD TO CTL-HASH-CANTIDAD
           MOVE ZERO             TO CTL-HASH-IMPORTE
           WRITE CONTROL-TOTAL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE WS-TIMESTAMP     TO CTL-TIMESTAMP
           MOVE "CobolMovim"     TO CTL-PROGRAMA
           MOVE "MOVIN"          TO CTL-FICHERO
           MOVE "CobolRecv"      TO CTL-ORIGEN
           MOVE WS-RECV-LEIDOS   TO CTL-LEIDOS
           MOVE WS-RECV-APLICADOS TO CTL-ESCRITOS
           MOVE WS-RECV-RECHAZADOS TO CTL-RECHAZADOS
           MOVE WS-RECV-HASH-CANT TO CTL-HASH-CANTIDAD
           MOVE ZERO             TO CTL-HASH-IMPORTE
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE.

       lookup_producto_by_id.
           STRING "SELECT * FROM productos WHERE id = " WS-ID
               DELIMITED BY SIZE
               ADD 1 TO WS-RECHAZO-COUNT
               WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
           ELSE
               PERFORM valida_lote_movimiento
               IF WS-LOTE-VALIDO THEN
                   PERFORM apply_movimiento_global
               ELSE
                   PERFORM rechaza_lote
               END-IF
           END-IF.

       apply_movimiento_global.
               MOVE WS-STOCK-NUEVO TO WS-STOCK-SALIDA
               MOVE WS-LOC-NUEVO TO WS-SL-STOCK(WS-LDX-ORIGEN)
               MOVE "Y" TO WS-STKLOC-CAMBIO-SW
               IF WS-FIELD-TIPO = "E"
                       AND WS-FIELD-ALMACEN
                           NOT = WS-ALMACEN-CUARENTENA THEN
                   PERFORM casa_entrada_pedido
                   PERFORM recalcula_coste_medio
               END-IF
               IF WS-FIELD-TIPO = "S"
                       AND WS-FIELD-PEDIDO NOT = SPACES THEN
                   PERFORM libera_reserva_cliente
               END-IF
               PERFORM registra_lotes
               PERFORM write_audit_record
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " MOVIMIENTO OK id=" WS-FIELD-ID
           ELSE
               MOVE SPACES             TO MOV-ALMACEN-DEST
           END-IF
           MOVE WS-PEDIDO-CASADO       TO MOV-PEDIDO
           MOVE WS-FIELD-LOTE          TO MOV-LOTE
           WRITE MOVIMIENTO-RECORD.

      * Traspaso T: mueve cantidad del almacén de origen al de destino
               ADD 1 TO WS-RECHAZO-COUNT
               WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
           ELSE
               PERFORM valida_lote_movimiento
               IF WS-LOTE-VALIDO THEN
                   PERFORM apply_traspaso_aplica
               ELSE
                   PERFORM rechaza_lote
               END-IF
           END-IF.

      * El destino se localiza ANTES de tocar el origen: si no cabe

           MOVE "APLICADO" TO WS-RESULTADO
           MOVE WS-STOCK-ACTUAL TO WS-STOCK-SALIDA
           PERFORM consume_lotes

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
                   MOVE WS-ID TO WS-SL-ID(WS-LDX)
                   MOVE WS-ALMACEN-BUSCADO TO WS-SL-ALMACEN(WS-LDX)
                   MOVE ZERO TO WS-SL-STOCK(WS-LDX)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-LDX)
               ELSE
                   MOVE "N" TO WS-LOC-DISPONIBLE-SW
                   IF NOT WS-STKLOC-LLENA THEN
                       TO WS-SL-ALMACEN(WS-STKLOC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-COL4)
                       TO WS-SL-STOCK(WS-STKLOC-COUNT)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-STKLOC-COUNT)
               ELSE
                   IF NOT WS-STKLOC-LLENA THEN
                       MOVE "Y" TO WS-STKLOC-LLENA-SW

       load_stock_loc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           END-UNSTRING

           IF WS-SL-FIELD-ID NOT = SPACES THEN
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
           STRING WS-SL-ID(WS-LDX)
                  "," WS-SL-ALMACEN(WS-LDX)
                  "," WS-SL-STOCK(WS-LDX)
                  "," WS-SL-RESERVADO(WS-LDX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE STOCK-LOC-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-LDX.

       load_stock_lote.
           OPEN INPUT STOCK-LOTE-FILE.
           IF WS-STKLOTE-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_stock_lote
               PERFORM load_stock_lote_line UNTIL WS-STKLOTE-EOF
               CLOSE STOCK-LOTE-FILE
           END-IF.

       read_stock_lote.
           READ STOCK-LOTE-FILE
               AT END MOVE "Y" TO WS-STKLOTE-EOF-SW
           END-READ.

       load_stock_lote_line.
           MOVE SPACES TO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                          WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                          WS-LT-FIELD-STOCK
           UNSTRING STOCK-LOTE-RECORD DELIMITED BY ","
               INTO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                    WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                    WS-LT-FIELD-STOCK
           END-UNSTRING

           IF WS-LT-FIELD-ID NOT = SPACES THEN
               IF WS-STKLOTE-COUNT < WS-STKLOTE-MAX THEN
                   ADD 1 TO WS-STKLOTE-COUNT
                   MOVE FUNCTION NUMVAL(WS-LT-FIELD-ID)
                       TO WS-LT-ID(WS-STKLOTE-COUNT)
                   MOVE WS-LT-FIELD-ALMACEN
                       TO WS-LT-ALMACEN(WS-STKLOTE-COUNT)
                   MOVE WS-LT-FIELD-LOTE
                       TO WS-LT-LOTE(WS-STKLOTE-COUNT)
                   MOVE WS-LT-FIELD-CADUC
                       TO WS-LT-CADUCIDAD(WS-STKLOTE-COUNT)
                   MOVE FUNCTION NUMVAL(WS-LT-FIELD-STOCK)
                       TO WS-LT-STOCK(WS-STKLOTE-COUNT)
               ELSE
                   IF NOT WS-STKLOTE-LLENA THEN
                       MOVE "Y" TO WS-STKLOTE-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por lote "
                               "llena; STKLOTE incompleto."
                   END-IF
               END-IF
           END-IF

           PERFORM read_stock_lote.

      * Los lotes agotados no se vuelven a escribir: su historia queda
      * en MOVHIST.
       rewrite_stock_lote.
           IF WS-STKLOTE-LLENA THEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP
                      " AVISO tabla de stock por lote llena; "
                      "STKLOTE no reescrito"
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
           ELSE
               OPEN OUTPUT STOCK-LOTE-FILE
               MOVE 1 TO WS-TDX
               PERFORM rewrite_stock_lote_line
                   UNTIL WS-TDX > WS-STKLOTE-COUNT
               CLOSE STOCK-LOTE-FILE
           END-IF.

       rewrite_stock_lote_line.
           IF WS-LT-STOCK(WS-TDX) > ZERO THEN
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-LT-ID(WS-TDX)
                      "," WS-LT-ALMACEN(WS-TDX)
                      "," WS-LT-LOTE(WS-TDX)
                      "," WS-LT-CADUCIDAD(WS-TDX)
                      "," WS-LT-STOCK(WS-TDX)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE STOCK-LOTE-RECORD FROM WS-OUT-LINE
           END-IF
           ADD 1 TO WS-TDX.

       load_open_orders.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPENORD-FILE-STATUS NOT = "00" THEN
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
                       TO WS-OO-ESTADO(WS-OPENORD-COUNT)
                   MOVE WS-OO-FIELD-FECHA
                       TO WS-OO-FECHA(WS-OPENORD-COUNT)
      * Las órdenes anteriores al control de lo recibido no traen el
      * sexto campo y empiezan con cero recibido.
                   IF WS-OO-FIELD-RECIB = SPACES THEN
                       MOVE ZERO TO WS-OO-RECIBIDO(WS-OPENORD-COUNT)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-OO-FIELD-RECIB)
                           TO WS-OO-RECIBIDO(WS-OPENORD-COUNT)
                   END-IF
               ELSE
                   IF NOT WS-OPENORD-LLENA THEN
                       MOVE "Y" TO WS-OPENORD-LLENA-SW

           PERFORM read_open_order.

      * Casa la entrada E aplicada con su pedido de compra. Con pedido
      * indicado solo vale esa orden del mismo producto (esté abierta o
      * ya cerrada, para poder señalar el exceso); sin pedido se toma
      * la orden abierta más antigua del producto, que es la primera
      * del fichero porque CobolPedido las va añadiendo al final.
       casa_entrada_pedido.
           MOVE "N" TO WS-PEDIDO-HALLADO-SW.
           MOVE 1 TO WS-ODX.
           IF WS-FIELD-PEDIDO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-FIELD-PEDIDO)
                   TO WS-PEDIDO-BUSCADO
               PERFORM busca_pedido_indicado
                   UNTIL WS-PEDIDO-HALLADO OR WS-ODX > WS-OPENORD-COUNT
               IF NOT WS-PEDIDO-HALLADO THEN
                   PERFORM pedido_no_encontrado
               END-IF
           ELSE
               PERFORM busca_pedido_abierto
                   UNTIL WS-PEDIDO-HALLADO OR WS-ODX > WS-OPENORD-COUNT
           END-IF.
           IF WS-PEDIDO-HALLADO THEN
               PERFORM acumula_recibido_pedido
           END-IF.

       busca_pedido_indicado.
           IF WS-OO-PEDIDO(WS-ODX) = WS-PEDIDO-BUSCADO
                   AND WS-OO-ID(WS-ODX) = WS-ID THEN
               MOVE "Y" TO WS-PEDIDO-HALLADO-SW
           ELSE
               ADD 1 TO WS-ODX
           END-IF.

       busca_pedido_abierto.
           IF WS-OO-ID(WS-ODX) = WS-ID
                   AND WS-OO-ESTADO(WS-ODX) = "A" THEN
               MOVE "Y" TO WS-PEDIDO-HALLADO-SW
           ELSE
               ADD 1 TO WS-ODX
           END-IF.

       pedido_no_encontrado.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " PEDIDO " WS-PEDIDO-BUSCADO
                  " NO ENCONTRADO para el id " WS-FIELD-ID
                  "; entrada aplicada sin casar"
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

      * Suma lo recibido y decide el estado: pendiente deja la orden
      * abierta, completa o con exceso la cierra. El exceso se mide
      * solo sobre lo que esta entrada añade por encima de lo pedido.
       acumula_recibido_pedido.
           MOVE WS-OO-PEDIDO(WS-ODX) TO WS-PEDIDO-CASADO
           MOVE FUNCTION NUMVAL(WS-OO-CANTIDAD(WS-ODX))
               TO WS-PEDIDO-CANT
           MOVE ZERO TO WS-PEDIDO-PEND WS-PEDIDO-EXCESO
           IF WS-OO-RECIBIDO(WS-ODX) > WS-PEDIDO-CANT THEN
               MOVE WS-CANTIDAD TO WS-PEDIDO-EXCESO
           ELSE
               IF WS-OO-RECIBIDO(WS-ODX) + WS-CANTIDAD
                       > WS-PEDIDO-CANT THEN
                   COMPUTE WS-PEDIDO-EXCESO = WS-OO-RECIBIDO(WS-ODX)
                       + WS-CANTIDAD - WS-PEDIDO-CANT
               ELSE
                   COMPUTE WS-PEDIDO-PEND = WS-PEDIDO-CANT
                       - WS-OO-RECIBIDO(WS-ODX) - WS-CANTIDAD
               END-IF
           END-IF
           IF WS-OO-RECIBIDO(WS-ODX) + WS-CANTIDAD > 9999999 THEN
               MOVE 9999999 TO WS-OO-RECIBIDO(WS-ODX)
           ELSE
               ADD WS-CANTIDAD TO WS-OO-RECIBIDO(WS-ODX)
           END-IF
           IF WS-PEDIDO-PEND = ZERO THEN
               MOVE "C" TO WS-OO-ESTADO(WS-ODX)
           END-IF
           MOVE "Y" TO WS-OPENORD-CAMBIO-SW

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           EVALUATE TRUE
               WHEN WS-PEDIDO-EXCESO > ZERO
                   STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                          " PEDIDO " WS-OO-PEDIDO(WS-ODX)
                          " CERRADO CON EXCESO id " WS-FIELD-ID
                          " recibido " WS-OO-RECIBIDO(WS-ODX)
                          " de " WS-PEDIDO-CANT
                          " exceso " WS-PEDIDO-EXCESO
                       DELIMITED BY SIZE
                       INTO WS-LOG-LINE
               WHEN WS-PEDIDO-PEND > ZERO
                   STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                          " PEDIDO " WS-OO-PEDIDO(WS-ODX)
                          " PARCIAL id " WS-FIELD-ID
                          " recibido " WS-OO-RECIBIDO(WS-ODX)
                          " de " WS-PEDIDO-CANT
                          " pendiente " WS-PEDIDO-PEND
                       DELIMITED BY SIZE
                       INTO WS-LOG-LINE
               WHEN OTHER
                   STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                          " PEDIDO " WS-OO-PEDIDO(WS-ODX)
                          " CERRADO contra la entrada del id "
                          WS-FIELD-ID
                          " recibido " WS-OO-RECIBIDO(WS-ODX)
                       DELIMITED BY SIZE
                       INTO WS-LOG-LINE
           END-EVALUATE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

      * Expedición de un pedido de cliente: la reserva del almacén se
      * reduce en lo expedido (nunca por debajo de cero, por si la
      * reserva se hubiera tocado a mano) y el pedido de cliente queda
      * en MOVHIST como pedido del movimiento.
       libera_reserva_cliente.
           MOVE WS-FIELD-PEDIDO TO WS-PEDIDO-CASADO
           IF WS-SL-RESERVADO(WS-LDX-ORIGEN) > WS-CANTIDAD THEN
               MOVE WS-CANTIDAD TO WS-RESERVA-LIBERADA
           ELSE
               MOVE WS-SL-RESERVADO(WS-LDX-ORIGEN)
                   TO WS-RESERVA-LIBERADA
           END-IF
           SUBTRACT WS-RESERVA-LIBERADA
               FROM WS-SL-RESERVADO(WS-LDX-ORIGEN)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " PEDIDO CLIENTE " WS-FIELD-PEDIDO
                  " EXPEDIDO id " WS-FIELD-ID
                  " almacen " WS-FIELD-ALMACEN
                  " reserva liberada " WS-RESERVA-LIBERADA
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

      * Comprueba ANTES de tocar nada que el movimiento se puede
      * llevar a los lotes: una salida o traspaso de un lote concreto
      * necesita que el lote tenga la cantidad en el almacén, una
      * entrada o ajuste con lote necesita su línea en la tabla y un
      * traspaso necesita sitio en la tabla para los lotes que lleguen
      * al almacén de destino.
       valida_lote_movimiento.
           MOVE "Y" TO WS-LOTE-VALIDO-SW.
           MOVE SPACES TO WS-MOTIVO-LOTE.
           MOVE WS-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO.
           MOVE WS-FIELD-LOTE TO WS-LOTE-BUSCADO.
           MOVE WS-FIELD-CADUCIDAD TO WS-CADUC-BUSCADA.
           EVALUATE TRUE
               WHEN WS-FIELD-LOTE = SPACES
                   CONTINUE
               WHEN WS-FIELD-TIPO = "S" OR WS-FIELD-TIPO = "T"
                   PERFORM busca_lote
                   IF NOT WS-LOTE-HALLADO THEN
                       MOVE "N" TO WS-LOTE-VALIDO-SW
                       MOVE "no existe en el almacen"
                           TO WS-MOTIVO-LOTE
                   ELSE
                       IF WS-LT-STOCK(WS-TDX) < WS-CANTIDAD THEN
                           MOVE "N" TO WS-LOTE-VALIDO-SW
                           MOVE "no tiene cantidad suficiente"
                               TO WS-MOTIVO-LOTE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM busca_lote_alta
                   IF NOT WS-LOTE-HALLADO THEN
                       MOVE "N" TO WS-LOTE-VALIDO-SW
                       MOVE "tabla de lotes llena" TO WS-MOTIVO-LOTE
                   END-IF
           END-EVALUATE.
           IF WS-LOTE-VALIDO AND WS-FIELD-TIPO = "T" THEN
               PERFORM cuenta_lotes_origen
               IF WS-STKLOTE-COUNT + WS-LOTES-ORIGEN
                       > WS-STKLOTE-MAX THEN
                   MOVE "N" TO WS-LOTE-VALIDO-SW
                   MOVE "tabla de lotes llena" TO WS-MOTIVO-LOTE
               END-IF
           END-IF.

       rechaza_lote.
           MOVE "RECHAZADO" TO WS-RESULTADO
           MOVE WS-STOCK-ACTUAL TO WS-STOCK-SALIDA
           PERFORM write_mov_hist
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " MOVIMIENTO RECHAZADO id=" WS-FIELD-ID
                  " lote " WS-FIELD-LOTE " "
                  WS-MOTIVO-LOTE
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           ADD 1 TO WS-RECHAZO-COUNT
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

      * Lleva el movimiento aplicado a los lotes y lo deja en MOVHIST:
      * la entrada suma a su lote (o al stock sin lote), la salida
      * consume por lotes con una línea por lote, y el ajuste reparte
      * la diferencia contada sin partir la línea del histórico,
      * porque su cantidad es el valor contado y no la variación.
       registra_lotes.
           EVALUATE WS-FIELD-TIPO
               WHEN "E"
                   PERFORM entrada_lote
                   PERFORM write_mov_hist
               WHEN "S"
                   PERFORM consume_lotes
               WHEN "A"
                   PERFORM ajuste_lotes
                   PERFORM write_mov_hist
           END-EVALUATE.

      * Si el lote ya existía con otra caducidad se mantiene la que
      * tenía y queda el aviso en MOVLOG.
       entrada_lote.
           IF WS-FIELD-LOTE NOT = SPACES THEN
               MOVE WS-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
               MOVE WS-FIELD-LOTE TO WS-LOTE-BUSCADO
               MOVE WS-FIELD-CADUCIDAD TO WS-CADUC-BUSCADA
               PERFORM busca_lote_alta
               ADD WS-CANTIDAD TO WS-LT-STOCK(WS-TDX)
               MOVE "Y" TO WS-STKLOTE-CAMBIO-SW
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO WS-LOG-LINE
               IF WS-LT-CADUCIDAD(WS-TDX) NOT = WS-FIELD-CADUCIDAD
                       THEN
                   STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                          " AVISO LOTE " WS-FIELD-LOTE
                          " id " WS-FIELD-ID
                          " llega con caducidad " WS-FIELD-CADUCIDAD
                          "; se mantiene " WS-LT-CADUCIDAD(WS-TDX)
                       DELIMITED BY SIZE
                       INTO WS-LOG-LINE
                   WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
                   MOVE SPACES TO WS-LOG-LINE
               END-IF
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " LOTE " WS-FIELD-LOTE
                      " ENTRADA id " WS-FIELD-ID
                      " almacen " WS-FIELD-ALMACEN
                      " cantidad " WS-CANTIDAD
                      " caducidad " WS-LT-CADUCIDAD(WS-TDX)
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
           END-IF.

      * Salida o traspaso: con lote indicado sale entero de ese lote
      * (ya comprobado); sin lote sale primero del stock sin lote, que
      * es el anterior al control de lotes y por tanto el más antiguo,
      * y después de los lotes por orden de caducidad, el primero que
      * caduca primero (FEFO; los lotes sin caducidad los últimos).
      * Cada tramo deja su línea en MOVHIST con el stock total antes y
      * después, así la cadena del histórico sigue cuadrando.
       consume_lotes.
           MOVE WS-CANTIDAD TO WS-PENDIENTE.
           MOVE WS-STOCK-ACTUAL TO WS-STOCK-TRAMO.
           IF WS-FIELD-LOTE NOT = SPACES THEN
               MOVE WS-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
               MOVE WS-FIELD-LOTE TO WS-LOTE-BUSCADO
               PERFORM busca_lote
               PERFORM consume_lote_tramo
           ELSE
               PERFORM calcula_sin_lote
               PERFORM consume_fefo
           END-IF.

      * Ajuste A: si el contado sube, la diferencia va al lote de la
      * línea o, sin lote, queda como stock sin lote; si baja, la
      * diferencia sale del lote indicado hasta donde llegue y el
      * resto como una salida sin lote (stock sin lote y FEFO).
       ajuste_lotes.
           MOVE WS-STOCK-ACTUAL TO WS-STOCK-TRAMO.
           IF WS-LOC-NUEVO > WS-LOC-STOCK THEN
               IF WS-FIELD-LOTE NOT = SPACES THEN
                   MOVE WS-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
                   MOVE WS-FIELD-LOTE TO WS-LOTE-BUSCADO
                   PERFORM busca_lote_alta
                   COMPUTE WS-PORCION = WS-LOC-NUEVO - WS-LOC-STOCK
                   ADD WS-PORCION TO WS-LT-STOCK(WS-TDX)
                   MOVE "Y" TO WS-STKLOTE-CAMBIO-SW
                   MOVE WS-FIELD-LOTE TO WS-LOTE-TRAMO
                   MOVE WS-LT-CADUCIDAD(WS-TDX) TO WS-CADUC-TRAMO
                   MOVE ZERO TO WS-PENDIENTE
                   PERFORM log_tramo_lote
               END-IF
           ELSE
               COMPUTE WS-PENDIENTE = WS-LOC-STOCK - WS-LOC-NUEVO
               PERFORM calcula_sin_lote
               IF WS-FIELD-LOTE NOT = SPACES
                       AND WS-PENDIENTE > ZERO THEN
                   MOVE WS-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
                   MOVE WS-FIELD-LOTE TO WS-LOTE-BUSCADO
                   PERFORM busca_lote
                   IF WS-LT-STOCK(WS-TDX) > ZERO THEN
                       PERFORM consume_lote_tramo
                   END-IF
               END-IF
               PERFORM consume_fefo
           END-IF.

      * Consume lo pendiente del stock sin lote calculado y después
      * por FEFO. Si los lotes no llegaran (STKLOTE descuadrado con
      * STKLOC) el resto sale como stock sin lote. Un movimiento de
      * cantidad cero no consume nada pero deja igualmente su línea en
      * MOVHIST, sin lote.
       consume_fefo.
           IF WS-PENDIENTE = ZERO THEN
               MOVE ZERO TO WS-PORCION
               MOVE SPACES TO WS-LOTE-TRAMO WS-CADUC-TRAMO
               PERFORM registra_tramo
           END-IF.
           IF WS-SIN-LOTE > ZERO AND WS-PENDIENTE > ZERO THEN
               PERFORM consume_sin_lote
           END-IF.
           MOVE "Y" TO WS-LOTE-HALLADO-SW.
           PERFORM consume_lote_fefo
               UNTIL WS-PENDIENTE = ZERO OR NOT WS-LOTE-HALLADO.
           IF WS-PENDIENTE > ZERO THEN
               MOVE WS-PENDIENTE TO WS-SIN-LOTE
               PERFORM consume_sin_lote
           END-IF.

       consume_sin_lote.
           IF WS-PENDIENTE < WS-SIN-LOTE THEN
               MOVE WS-PENDIENTE TO WS-PORCION
           ELSE
               MOVE WS-SIN-LOTE TO WS-PORCION
           END-IF
           MOVE SPACES TO WS-LOTE-TRAMO WS-CADUC-TRAMO
           PERFORM registra_tramo.

       consume_lote_fefo.
           PERFORM busca_lote_fefo
           IF WS-LOTE-HALLADO THEN
               PERFORM consume_lote_tramo
           END-IF.

      * Saca del lote WS-TDX lo pendiente o lo que tenga; en un
      * traspaso lo sacado entra en el mismo lote del almacén destino.
       consume_lote_tramo.
           IF WS-PENDIENTE < WS-LT-STOCK(WS-TDX) THEN
               MOVE WS-PENDIENTE TO WS-PORCION
           ELSE
               MOVE WS-LT-STOCK(WS-TDX) TO WS-PORCION
           END-IF
           SUBTRACT WS-PORCION FROM WS-LT-STOCK(WS-TDX)
           MOVE "Y" TO WS-STKLOTE-CAMBIO-SW
           MOVE WS-LT-LOTE(WS-TDX) TO WS-LOTE-TRAMO
           MOVE WS-LT-CADUCIDAD(WS-TDX) TO WS-CADUC-TRAMO
           IF WS-FIELD-TIPO = "T" THEN
               PERFORM traspasa_lote_destino
           END-IF
           PERFORM registra_tramo.

       traspasa_lote_destino.
           MOVE WS-FIELD-ALM-DEST TO WS-ALMACEN-BUSCADO
           MOVE WS-LOTE-TRAMO TO WS-LOTE-BUSCADO
           MOVE WS-CADUC-TRAMO TO WS-CADUC-BUSCADA
           PERFORM busca_lote_alta
           IF WS-LOTE-HALLADO THEN
               ADD WS-PORCION TO WS-LT-STOCK(WS-TDX)
           END-IF.

       registra_tramo.
           IF WS-FIELD-TIPO = "S" THEN
               COMPUTE WS-TRAMO-DESPUES = WS-STOCK-TRAMO - WS-PORCION
           ELSE
               MOVE WS-STOCK-TRAMO TO WS-TRAMO-DESPUES
           END-IF
           IF WS-FIELD-TIPO NOT = "A" THEN
               PERFORM write_mov_hist_tramo
           END-IF
           SUBTRACT WS-PORCION FROM WS-PENDIENTE
           IF WS-LOTE-TRAMO NOT = SPACES THEN
               PERFORM log_tramo_lote
           END-IF
           MOVE WS-TRAMO-DESPUES TO WS-STOCK-TRAMO.

       log_tramo_lote.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " LOTE " WS-LOTE-TRAMO
                  " id " WS-FIELD-ID
                  " tipo " WS-FIELD-TIPO
                  " almacen " WS-FIELD-ALMACEN
                  " cantidad " WS-PORCION
                  " caducidad " WS-CADUC-TRAMO
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

       write_mov_hist_tramo.
           MOVE FUNCTION CURRENT-DATE  TO MOV-TIMESTAMP
           MOVE WS-ID                  TO MOV-ID
           MOVE WS-FIELD-TIPO          TO MOV-TIPO
           MOVE WS-PORCION             TO MOV-CANTIDAD
           MOVE WS-STOCK-TRAMO         TO MOV-STOCK-ANTES
           MOVE WS-TRAMO-DESPUES       TO MOV-STOCK-DESPUES
           MOVE WS-FIELD-REFERENCIA    TO MOV-REFERENCIA
           MOVE WS-RESULTADO           TO MOV-RESULTADO
           MOVE WS-OPERATOR-ID         TO MOV-OPERATOR
           MOVE WS-FIELD-ALMACEN       TO MOV-ALMACEN
           IF WS-FIELD-TIPO = "T" THEN
               MOVE WS-FIELD-ALM-DEST  TO MOV-ALMACEN-DEST
           ELSE
               MOVE SPACES             TO MOV-ALMACEN-DEST
           END-IF
           MOVE WS-PEDIDO-CASADO       TO MOV-PEDIDO
           MOVE WS-LOTE-TRAMO          TO MOV-LOTE
           WRITE MOVIMIENTO-RECORD.

      * Stock sin lote del producto en el almacén del movimiento: lo
      * que STKLOC tenía antes del movimiento y no está en ningún lote.
       calcula_sin_lote.
           MOVE ZERO TO WS-SUMA-LOTES.
           MOVE 1 TO WS-TDX-BUSCA.
           PERFORM suma_lotes_item
               UNTIL WS-TDX-BUSCA > WS-STKLOTE-COUNT.
           IF WS-LOC-STOCK > WS-SUMA-LOTES THEN
               COMPUTE WS-SIN-LOTE = WS-LOC-STOCK - WS-SUMA-LOTES
           ELSE
               MOVE ZERO TO WS-SIN-LOTE
           END-IF.

       suma_lotes_item.
           IF WS-LT-ID(WS-TDX-BUSCA) = WS-ID
                   AND WS-LT-ALMACEN(WS-TDX-BUSCA) = WS-FIELD-ALMACEN
                   THEN
               ADD WS-LT-STOCK(WS-TDX-BUSCA) TO WS-SUMA-LOTES
           END-IF
           ADD 1 TO WS-TDX-BUSCA.

       cuenta_lotes_origen.
           MOVE ZERO TO WS-LOTES-ORIGEN.
           MOVE 1 TO WS-TDX-BUSCA.
           PERFORM cuenta_lotes_origen_item
               UNTIL WS-TDX-BUSCA > WS-STKLOTE-COUNT.

       cuenta_lotes_origen_item.
           IF WS-LT-ID(WS-TDX-BUSCA) = WS-ID
                   AND WS-LT-ALMACEN(WS-TDX-BUSCA) = WS-FIELD-ALMACEN
                   AND WS-LT-STOCK(WS-TDX-BUSCA) > ZERO THEN
               ADD 1 TO WS-LOTES-ORIGEN
           END-IF
           ADD 1 TO WS-TDX-BUSCA.

      * Lote con existencias del producto en el almacén del movimiento
      * que antes caduca; los lotes sin caducidad van detrás de todos.
       busca_lote_fefo.
           MOVE "N" TO WS-LOTE-HALLADO-SW.
           MOVE HIGH-VALUES TO WS-CADUC-MENOR.
           MOVE 1 TO WS-TDX-BUSCA.
           PERFORM busca_lote_fefo_item
               UNTIL WS-TDX-BUSCA > WS-STKLOTE-COUNT.

       busca_lote_fefo_item.
           IF WS-LT-ID(WS-TDX-BUSCA) = WS-ID
                   AND WS-LT-ALMACEN(WS-TDX-BUSCA) = WS-FIELD-ALMACEN
                   AND WS-LT-STOCK(WS-TDX-BUSCA) > ZERO THEN
               IF WS-LT-CADUCIDAD(WS-TDX-BUSCA) = SPACES THEN
                   MOVE "99999999" TO WS-CADUC-ITEM
               ELSE
                   MOVE WS-LT-CADUCIDAD(WS-TDX-BUSCA) TO WS-CADUC-ITEM
               END-IF
               IF WS-CADUC-ITEM < WS-CADUC-MENOR THEN
                   MOVE WS-CADUC-ITEM TO WS-CADUC-MENOR
                   MOVE WS-TDX-BUSCA TO WS-TDX
                   MOVE "Y" TO WS-LOTE-HALLADO-SW
               END-IF
           END-IF
           ADD 1 TO WS-TDX-BUSCA.

      * Localiza el lote WS-LOTE-BUSCADO del producto en el almacén
      * WS-ALMACEN-BUSCADO y deja su índice en WS-TDX.
       busca_lote.
           MOVE "N" TO WS-LOTE-HALLADO-SW.
           MOVE 1 TO WS-TDX.
           PERFORM busca_lote_item
               UNTIL WS-LOTE-HALLADO OR WS-TDX > WS-STKLOTE-COUNT.

       busca_lote_item.
           IF WS-LT-ID(WS-TDX) = WS-ID
                   AND WS-LT-ALMACEN(WS-TDX) = WS-ALMACEN-BUSCADO
                   AND WS-LT-LOTE(WS-TDX) = WS-LOTE-BUSCADO THEN
               MOVE "Y" TO WS-LOTE-HALLADO-SW
           ELSE
               ADD 1 TO WS-TDX
           END-IF.

      * Como busca_lote, pero si el lote no está lo da de alta a cero
      * con la caducidad WS-CADUC-BUSCADA; con la tabla llena queda
      * WS-LOTE-HALLADO en N.
       busca_lote_alta.
           PERFORM busca_lote.
           IF NOT WS-LOTE-HALLADO THEN
               IF WS-STKLOTE-COUNT < WS-STKLOTE-MAX THEN
                   ADD 1 TO WS-STKLOTE-COUNT
                   MOVE WS-STKLOTE-COUNT TO WS-TDX
                   MOVE WS-ID TO WS-LT-ID(WS-TDX)
                   MOVE WS-ALMACEN-BUSCADO TO WS-LT-ALMACEN(WS-TDX)
                   MOVE WS-LOTE-BUSCADO TO WS-LT-LOTE(WS-TDX)
                   MOVE WS-CADUC-BUSCADA TO WS-LT-CADUCIDAD(WS-TDX)
                   MOVE ZERO TO WS-LT-STOCK(WS-TDX)
                   MOVE "Y" TO WS-LOTE-HALLADO-SW
               ELSE
                   IF NOT WS-STKLOTE-LLENA THEN
                       MOVE "Y" TO WS-STKLOTE-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por lote "
                               "llena; STKLOTE incompleto."
                   END-IF
               END-IF
           END-IF.

      * Coste medio ponderado tras la entrada: el stock que había se
      * valora al coste medio anterior y lo que entra a su coste. Si
      * el producto aún no tenía coste conocido (o no había stock) el
      * coste medio pasa a ser el de la entrada.
       recalcula_coste_medio.
           MOVE ZERO TO WS-COSTE-ENTRADA.
           IF WS-FIELD-COSTE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-FIELD-COSTE)
                   TO WS-COSTE-ENTRADA
           END-IF.
           IF WS-COSTE-ENTRADA = ZERO
                   AND WS-PEDIDO-CASADO NOT = SPACES THEN
               PERFORM busca_coste_pedido
           END-IF.
           IF WS-COSTE-ENTRADA = ZERO THEN
               PERFORM entrada_sin_coste
           ELSE
               PERFORM busca_coste_medio
               IF WS-COSTE-HALLADO THEN
                   PERFORM aplica_coste_medio
               END-IF
           END-IF.

       busca_coste_pedido.
           MOVE "N" TO WS-COSTE-HALLADO-SW.
           MOVE FUNCTION NUMVAL(WS-PEDIDO-CASADO) TO WS-PEDIDO-BUSCADO.
           MOVE 1 TO WS-KDX.
           PERFORM busca_coste_pedido_item
               UNTIL WS-COSTE-HALLADO OR WS-KDX > WS-PEDCOSTE-COUNT.
           IF WS-COSTE-HALLADO THEN
               MOVE WS-PK-COSTE(WS-KDX) TO WS-COSTE-ENTRADA
           END-IF.

       busca_coste_pedido_item.
           IF WS-PK-PEDIDO(WS-KDX) = WS-PEDIDO-BUSCADO
                   AND WS-PK-ID(WS-KDX) = WS-ID THEN
               MOVE "Y" TO WS-COSTE-HALLADO-SW
           ELSE
               ADD 1 TO WS-KDX
           END-IF.

       entrada_sin_coste.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " ENTRADA SIN COSTE id " WS-FIELD-ID
                  "; coste medio sin cambios"
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

      * Localiza (o da de alta a cero) el coste medio del producto en
      * WS-CDX; con la tabla llena queda WS-COSTE-HALLADO en N.
       busca_coste_medio.
           MOVE "N" TO WS-COSTE-HALLADO-SW.
           MOVE 1 TO WS-CDX.
           PERFORM busca_coste_medio_item
               UNTIL WS-COSTE-HALLADO OR WS-CDX > WS-COSTMED-COUNT.
           IF NOT WS-COSTE-HALLADO THEN
               IF WS-COSTMED-COUNT < WS-COSTMED-MAX THEN
                   ADD 1 TO WS-COSTMED-COUNT
                   MOVE WS-COSTMED-COUNT TO WS-CDX
                   MOVE WS-ID TO WS-CM-ID(WS-CDX)
                   MOVE ZERO TO WS-CM-COSTE(WS-CDX)
                   MOVE SPACES TO WS-CM-FECHA(WS-CDX)
                   MOVE "Y" TO WS-COSTE-HALLADO-SW
               ELSE
                   IF NOT WS-COSTMED-LLENA THEN
                       MOVE "Y" TO WS-COSTMED-LLENA-SW
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       MOVE SPACES TO WS-LOG-LINE
                       STRING WS-TIMESTAMP
                              " AVISO tabla de costes medios llena; "
                              "hay entradas sin recalcular"
                           DELIMITED BY SIZE
                           INTO WS-LOG-LINE
                       WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
                   END-IF
               END-IF
           END-IF.

       busca_coste_medio_item.
           IF WS-CM-ID(WS-CDX) = WS-ID THEN
               MOVE "Y" TO WS-COSTE-HALLADO-SW
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

       aplica_coste_medio.
           MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE-ANTES
           IF WS-COSTE-ANTES = ZERO OR WS-STOCK-ACTUAL = ZERO
                   OR WS-STOCK-NUEVO = ZERO THEN
               MOVE WS-COSTE-ENTRADA TO WS-COSTE-NUEVO
           ELSE
               COMPUTE WS-COSTE-NUEVO ROUNDED =
                   (WS-STOCK-ACTUAL * WS-COSTE-ANTES
                    + WS-CANTIDAD * WS-COSTE-ENTRADA)
                   / WS-STOCK-NUEVO
           END-IF
           MOVE WS-COSTE-NUEVO TO WS-CM-COSTE(WS-CDX)
           MOVE WS-TIMESTAMP(1:8) TO WS-CM-FECHA(WS-CDX)
           MOVE "Y" TO WS-COSTMED-CAMBIO-SW

           MOVE FUNCTION CURRENT-DATE  TO CSH-TIMESTAMP
           MOVE WS-ID                  TO CSH-ID
           MOVE WS-COSTE-ANTES         TO CSH-COSTE-ANTES
           MOVE WS-COSTE-NUEVO         TO CSH-COSTE-DESPUES
           MOVE WS-CANTIDAD            TO CSH-CANTIDAD
           MOVE WS-COSTE-ENTRADA       TO CSH-COSTE-ENTRADA
           MOVE WS-PEDIDO-CASADO       TO CSH-PEDIDO
           MOVE "CobolMovim"           TO CSH-ORIGEN
           MOVE WS-OPERATOR-ID         TO CSH-OPERATOR
           WRITE COSTE-HIST-RECORD

           MOVE WS-COSTE-ANTES TO WS-COSTE-ANTES-TXT
           MOVE WS-COSTE-NUEVO TO WS-COSTE-TXT
           MOVE WS-COSTE-ENTRADA TO WS-COSTE-ENT-TXT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                  " COSTE MEDIO id " WS-FIELD-ID
                  " " WS-COSTE-ANTES-TXT " -> " WS-COSTE-TXT
                  " (entrada " WS-CANTIDAD " a " WS-COSTE-ENT-TXT ")"
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE MOV-LOG-RECORD FROM WS-LOG-LINE.

       open_coste_hist.
           OPEN EXTEND COSTE-HIST-FILE.
           IF WS-COSTHIST-FILE-STATUS = "35" THEN
               OPEN OUTPUT COSTE-HIST-FILE
               CLOSE COSTE-HIST-FILE
               OPEN EXTEND COSTE-HIST-FILE
           END-IF.

      * Solo interesan los pedidos que traen coste (octavo campo);
      * los anteriores a la tarifa de proveedores no lo tienen.
       load_pedidos_coste.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PEDIDO-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_pedido
               PERFORM load_pedido_coste UNTIL WS-PEDIDO-EOF
               CLOSE PEDIDO-FILE
           END-IF.

       read_pedido.
           READ PEDIDO-FILE
               AT END MOVE "Y" TO WS-PEDIDO-EOF-SW
           END-READ.

       load_pedido_coste.
           MOVE SPACES TO WS-PK-FIELD-NUMERO WS-PK-FIELD-FECHA
                          WS-PK-FIELD-ID WS-PK-FIELD-NOMBRE
                          WS-PK-FIELD-CANT WS-PK-FIELD-PROV
                          WS-PK-FIELD-PLAZO WS-PK-FIELD-COSTE
           UNSTRING PEDIDO-RECORD DELIMITED BY ","
               INTO WS-PK-FIELD-NUMERO WS-PK-FIELD-FECHA
                    WS-PK-FIELD-ID WS-PK-FIELD-NOMBRE
                    WS-PK-FIELD-CANT WS-PK-FIELD-PROV
                    WS-PK-FIELD-PLAZO WS-PK-FIELD-COSTE
           END-UNSTRING

           IF WS-PK-FIELD-NUMERO NOT = SPACES
                   AND WS-PK-FIELD-COSTE NOT = SPACES THEN
               IF FUNCTION NUMVAL(WS-PK-FIELD-COSTE) > ZERO THEN
                   IF WS-PEDCOSTE-COUNT < WS-PEDCOSTE-MAX THEN
                       ADD 1 TO WS-PEDCOSTE-COUNT
                       MOVE FUNCTION NUMVAL(WS-PK-FIELD-NUMERO)
                           TO WS-PK-PEDIDO(WS-PEDCOSTE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-PK-FIELD-ID)
                           TO WS-PK-ID(WS-PEDCOSTE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-PK-FIELD-COSTE)
                           TO WS-PK-COSTE(WS-PEDCOSTE-COUNT)
                   ELSE
                       IF NOT WS-PEDCOSTE-LLENA THEN
                           MOVE "Y" TO WS-PEDCOSTE-LLENA-SW
                           DISPLAY "Aviso: tabla de costes de pedido "
                                   "llena; hay pedidos sin coste."
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM read_pedido.

       load_coste_medio.
           OPEN INPUT COSTE-MEDIO-FILE.
           IF WS-COSTMED-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_coste_medio
               PERFORM load_coste_medio_line UNTIL WS-COSTMED-EOF
               CLOSE COSTE-MEDIO-FILE
           END-IF.

       read_coste_medio.
           READ COSTE-MEDIO-FILE
               AT END MOVE "Y" TO WS-COSTMED-EOF-SW
           END-READ.

       load_coste_medio_line.
           MOVE SPACES TO WS-CM-FIELD-ID WS-CM-FIELD-COSTE
                          WS-CM-FIELD-FECHA
           UNSTRING COSTE-MEDIO-RECORD DELIMITED BY ","
               INTO WS-CM-FIELD-ID WS-CM-FIELD-COSTE
                    WS-CM-FIELD-FECHA
           END-UNSTRING

           IF WS-CM-FIELD-ID NOT = SPACES THEN
               IF WS-COSTMED-COUNT < WS-COSTMED-MAX THEN
                   ADD 1 TO WS-COSTMED-COUNT
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-ID)
                       TO WS-CM-ID(WS-COSTMED-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-COSTE)
                       TO WS-CM-COSTE(WS-COSTMED-COUNT)
                   MOVE WS-CM-FIELD-FECHA
                       TO WS-CM-FECHA(WS-COSTMED-COUNT)
               ELSE
                   IF NOT WS-COSTMED-LLENA THEN
                       MOVE "Y" TO WS-COSTMED-LLENA-SW
                       DISPLAY "Aviso: tabla de costes medios "
                               "llena; COSTMED incompleto."
                   END-IF
               END-IF
           END-IF

           PERFORM read_coste_medio.

       rewrite_coste_medio.
           IF WS-COSTMED-LLENA THEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP
                      " AVISO tabla de costes medios llena; "
                      "COSTMED no reescrito"
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               WRITE MOV-LOG-RECORD FROM WS-LOG-LINE
           ELSE
               OPEN OUTPUT COSTE-MEDIO-FILE
               MOVE 1 TO WS-CDX
               PERFORM rewrite_coste_medio_line
                   UNTIL WS-CDX > WS-COSTMED-COUNT
               CLOSE COSTE-MEDIO-FILE
           END-IF.

       rewrite_coste_medio_line.
           MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE-TXT
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-CM-ID(WS-CDX)
                  "," WS-COSTE-TXT
                  "," WS-CM-FECHA(WS-CDX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE COSTE-MEDIO-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-CDX.

       rewrite_open_orders.
           IF WS-OPENORD-LLENA THEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                  "," WS-OO-CANTIDAD(WS-ODX)
                  "," WS-OO-ESTADO(WS-ODX)
                  "," WS-OO-FECHA(WS-ODX)
                  "," WS-OO-RECIBIDO(WS-ODX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE OPEN-ORDER-RECORD FROM WS-OUT-LINE
           MOVE WS-NOMBRE-ACTUAL       TO AUD-NOMBRE-ANTES
           MOVE WS-NOMBRE-ACTUAL       TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR
           MOVE SPACES                 TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
