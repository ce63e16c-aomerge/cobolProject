      * la regla de producto tiene prioridad y el almacén es opcional:
      * en blanco la regla se evalúa contra el stock total de la foto
      * y con almacén contra el stock de ese almacén en STKLOC) y
      * compara el stock DISPONIBLE de cada producto (stock menos lo
      * reservado por pedidos de cliente en STKLOC, ver CobolCliPed,
      * y sin lo que está en la cuarentena de devoluciones)
      * con su mínimo, escribiendo
      * en REORDRPT una sugerencia de compra agrupada por categoría
      * con totales. Un producto puede tener varias reglas P, una por
      * almacén, y cada una se evalúa por separado.
      * (id,nombre,categoria,stock,minimo,pedir,almacen; almacén en
      * blanco = regla sobre el stock total) para que CobolPedido las
      * convierta en pedidos numerados.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) los productos leídos de
      * la foto, las alertas escritas en REORDALT con la suma de sus
      * cantidades a pedir y los ya pedidos que no se alertan, para
      * que CobolBalance cuadre REORDALT con lo que trata CobolPedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD        PIC X(200).

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-REORD-FILE-STATUS  PIC X(02).
                   10  WS-SL-ID        PIC 9(05).
                   10  WS-SL-ALMACEN   PIC X(03).
                   10  WS-SL-STOCK     PIC 9(07).
                   10  WS-SL-RESERVADO PIC 9(07).
           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).
           01  WS-SL-FIELD-RESERV  PIC X(07).
           01  WS-RESERVADO-TOTAL  PIC 9(08) VALUE ZERO.
           01  WS-CUARENTENA-TOTAL PIC 9(08) VALUE ZERO.
           01  WS-ALMACEN-CUARENTENA PIC X(03) VALUE "CUA".
           01  WS-DISPONIBLE       PIC S9(08) VALUE ZERO.
           01  WS-SDX              PIC 9(04) VALUE ZERO.
           01  WS-LOC-HALLADO-SW   PIC X(01).
               88  WS-LOC-HALLADO     VALUE "Y".
           01  WS-REGLAS-P-APLICADAS PIC 9(03) VALUE ZERO.

           01  WS-PRODSTAT-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-PRODSTAT-EOF-SW  PIC X(01) VALUE "N".
               88  WS-PRODSTAT-EOF    VALUE "Y".
           01  WS-PRODSTAT-LLENA-SW PIC X(01) VALUE "N".
           01  WS-GRUPO-UNIDADES   PIC 9(08) VALUE ZERO.
           01  WS-TOTAL-PRODUCTOS  PIC 9(04) VALUE ZERO.
           01  WS-TOTAL-UNIDADES   PIC 9(08) VALUE ZERO.
           01  WS-MASTER-LEIDOS    PIC 9(07) VALUE ZERO.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).
      * stock de ese almacén en STKLOC y la regla sin almacén contra
      * el stock total de la foto.
       check_master_record.
           ADD 1 TO WS-MASTER-LEIDOS
           MOVE FUNCTION NUMVAL(PM-ID)    TO WS-ID
           PERFORM comprueba_descatalogado
           IF WS-DESCATALOGADO THEN

       check_master_activo.
           MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-STOCK
           PERFORM suma_reservado_producto
           MOVE ZERO TO WS-REGLAS-P-APLICADAS
           MOVE 1 TO WS-IDX
           PERFORM evalua_regla_producto
               ADD 1 TO WS-IDX
           END-IF.

      * El disponible negativo (más reservado que stock) cuenta como
      * cero.
       evalua_regla_comun.
           IF WS-REGLA-ALMACEN = SPACES THEN
               COMPUTE WS-DISPONIBLE = WS-STOCK - WS-RESERVADO-TOTAL
                   - WS-CUARENTENA-TOTAL
               IF WS-DISPONIBLE < 0 THEN
                   MOVE ZERO TO WS-STOCK-EVAL
               ELSE
                   MOVE WS-DISPONIBLE TO WS-STOCK-EVAL
               END-IF
           ELSE
               PERFORM obtiene_stock_almacen
           END-IF
           IF WS-SL-ID(WS-SDX) = WS-ID
                   AND WS-SL-ALMACEN(WS-SDX) = WS-REGLA-ALMACEN THEN
               MOVE "Y" TO WS-LOC-HALLADO-SW
               IF WS-SL-STOCK(WS-SDX) > WS-SL-RESERVADO(WS-SDX) THEN
                   COMPUTE WS-STOCK-EVAL = WS-SL-STOCK(WS-SDX)
                       - WS-SL-RESERVADO(WS-SDX)
               END-IF
           ELSE
               ADD 1 TO WS-SDX
           END-IF.

      * Reservado del producto en todos sus almacenes, y su stock en
      * la cuarentena de devoluciones (no vendible hasta que se
      * inspecciona, ver CobolDevol), para las reglas sobre el stock
      * total.
       suma_reservado_producto.
           MOVE ZERO TO WS-RESERVADO-TOTAL.
           MOVE ZERO TO WS-CUARENTENA-TOTAL.
           MOVE 1 TO WS-SDX.
           PERFORM suma_reservado_item UNTIL WS-SDX > WS-STKLOC-COUNT.

       suma_reservado_item.
           IF WS-SL-ID(WS-SDX) = WS-ID THEN
               ADD WS-SL-RESERVADO(WS-SDX) TO WS-RESERVADO-TOTAL
               IF WS-SL-ALMACEN(WS-SDX) = WS-ALMACEN-CUARENTENA THEN
                   ADD WS-SL-STOCK(WS-SDX) TO WS-CUARENTENA-TOTAL
               END-IF
           END-IF
           ADD 1 TO WS-SDX.

       load_stock_loc.
           OPEN INPUT STOCK-LOC-FILE.
           IF WS-STKLOC-FILE-STATUS NOT = "00" THEN

       load_stock_loc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           END-UNSTRING
           IF WS-SL-FIELD-ID NOT = SPACES THEN
               IF WS-STKLOC-COUNT < WS-STKLOC-MAX THEN
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

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " SUGERENCIA DE COMPRA (stock "
                  "disponible bajo punto de pedido)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REORDER-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REORDER-ALERT-FILE.
           CLOSE REORDER-REPORT-FILE.

           PERFORM escribe_control_total.

       escribe_control_total.
           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WS-CTLTOT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-TOTAL-FILE
               CLOSE CONTROL-TOTAL-FILE
               OPEN EXTEND CONTROL-TOTAL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE WS-TIMESTAMP       TO CTL-TIMESTAMP.
           MOVE "CobolReord"       TO CTL-PROGRAMA.
           MOVE "REORDALT"         TO CTL-FICHERO.
           MOVE WS-MASTER-LEIDOS   TO CTL-LEIDOS.
           MOVE WS-TOTAL-PRODUCTOS TO CTL-ESCRITOS.
           MOVE WS-YA-PEDIDOS      TO CTL-RECHAZADOS.
           MOVE WS-TOTAL-UNIDADES  TO CTL-HASH-CANTIDAD.
           MOVE ZERO               TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.

       write_grupo_categoria.
           IF WS-AL-IMPRESO(WS-IDX) = "N" THEN
               MOVE WS-AL-CATEGORIA(WS-IDX) TO WS-GRUPO-CATEGORIA
