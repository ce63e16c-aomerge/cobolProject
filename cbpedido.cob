       PROGRAM-ID. CobolPedido.

      * Generación de pedidos de compra a partir de las alertas de
      * reposición. Es un paso de la cadena nocturna de CobolSched,
      * justo tras CobolReord, y lee el fichero de alertas en formato
      * máquina REORDALT (una línea por producto:
      * id,nombre,categoria,stock,minimo,pedir). Para cada alerta busca
      * el proveedor asignado a la categoría en el fichero de
      * referencia SUPREF (una línea por asignación:
      * codigo,nombre,plazo-dias,categoria), numera el pedido con el
      * secuencial persistente PEDSEQ y deja constancia doble: el
      * pedido completo en PEDIDOS (numero,fecha,id,nombre,cantidad,
      * proveedor,plazo,coste) y la orden abierta en OPENORD
      * (numero,id,cantidad,estado,fecha,recibido; estado A=abierta
      * C=cerrada; recibido nace a cero). CobolReord consulta OPENORD
      * para no re-alertar productos ya pedidos y CobolMovim acumula lo
      * recibido contra el pedido y lo cierra cuando llega completo.
      * El coste unitario del pedido sale de la tarifa del proveedor
      * TARPROV (una línea por producto tarifado:
      * proveedor,id,coste); sin tarifa el pedido se graba con coste
      * cero y el informe lo señala, y el coste lo pondrá la entrada.
      * Las alertas sin proveedor asignado quedan detalladas en el
      * informe PEDIDRPT y no generan pedido.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) las alertas leídas, los
      * pedidos generados, las alertas sin proveedor y la suma de las
      * cantidades a pedir leídas, para que CobolBalance las cuadre con
      * lo que escribió CobolReord.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PEDIDO-REPORT-FILE ASSIGN TO "PEDIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TARIFA-FILE ASSIGN TO "TARPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORDER-ALERT-FILE.
       FD  PEDIDO-REPORT-FILE.
       01  PEDIDO-REPORT-RECORD    PIC X(200).

       FD  TARIFA-FILE.
       01  TARIFA-RECORD           PIC X(200).

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  WS-ALERT-FILE-STATUS PIC X(02).
           01  WS-SUPREF-FILE-STATUS PIC X(02).
           01  WS-SEQ-FILE-STATUS  PIC X(02).
           01  WS-PEDIDO-FILE-STATUS PIC X(02).
           01  WS-OPENORD-FILE-STATUS PIC X(02).
           01  WS-TARIFA-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).

           01  WS-ALERT-EOF-SW     PIC X(01) VALUE "N".
               88  WS-ALERT-EOF       VALUE "Y".
           01  WS-SUPREF-EOF-SW    PIC X(01) VALUE "N".
               88  WS-SUPREF-EOF      VALUE "Y".
           01  WS-TARIFA-EOF-SW    PIC X(01) VALUE "N".
               88  WS-TARIFA-EOF      VALUE "Y".

           01  WS-FIELD-ID         PIC X(05).
           01  WS-FIELD-NOMBRE     PIC X(50).
                   10  WS-SR-PLAZO     PIC 9(03).
                   10  WS-SR-CATEGORIA PIC X(30).

           01  WS-TAR-FIELD-PROV   PIC X(06).
           01  WS-TAR-FIELD-ID     PIC X(05).
           01  WS-TAR-FIELD-COSTE  PIC X(12).

           01  WS-TARIFA-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-TARIFA-LLENA    VALUE "Y".
           01  WS-TARIFA-MAX       PIC 9(04) VALUE 3000.
           01  WS-TARIFA-COUNT     PIC 9(04) VALUE ZERO.
           01  WS-TABLA-TARIFAS.
               05  WS-TARIFA OCCURS 3000 TIMES.
                   10  WS-TF-PROVEEDOR PIC X(06).
                   10  WS-TF-ID        PIC 9(05).
                   10  WS-TF-COSTE     PIC 9(07)V99.

           01  WS-TDX              PIC 9(04) VALUE ZERO.
           01  WS-TARIFA-HALLADA-SW PIC X(01) VALUE "N".
               88  WS-TARIFA-HALLADA  VALUE "Y".
           01  WS-ID-ALERTA        PIC 9(05) VALUE ZERO.
           01  WS-COSTE            PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-TXT        PIC 9(07).99.
           01  WS-SIN-TARIFA       PIC 9(04) VALUE ZERO.

           01  WS-IDX              PIC 9(03) VALUE ZERO.
           01  WS-PROV-HALLADO-SW  PIC X(01) VALUE "N".
               88  WS-PROV-HALLADO    VALUE "Y".
           01  WS-ALERTAS          PIC 9(04) VALUE ZERO.
           01  WS-GENERADOS        PIC 9(04) VALUE ZERO.
           01  WS-SIN-PROVEEDOR    PIC 9(04) VALUE ZERO.
           01  WS-HASH-PEDIR       PIC 9(11) VALUE ZERO.

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-OUT-LINE         PIC X(200).
           WRITE PEDIDO-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM load_supref.
           PERFORM load_tarifas.
           IF WS-SUPREF-COUNT = ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIN FICHERO DE PROVEEDORES (SUPREF); "
           END-IF.

           CLOSE PEDIDO-REPORT-FILE.
           PERFORM escribe_control_total.
           STOP RUN.

       load_supref.

           PERFORM read_supref.

       load_tarifas.
           OPEN INPUT TARIFA-FILE.
           IF WS-TARIFA-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM read_tarifa
               PERFORM load_tarifa_line UNTIL WS-TARIFA-EOF
               CLOSE TARIFA-FILE
           END-IF.

       read_tarifa.
           READ TARIFA-FILE
               AT END MOVE "Y" TO WS-TARIFA-EOF-SW
           END-READ.

       load_tarifa_line.
           MOVE SPACES TO WS-TAR-FIELD-PROV WS-TAR-FIELD-ID
                          WS-TAR-FIELD-COSTE
           UNSTRING TARIFA-RECORD DELIMITED BY ","
               INTO WS-TAR-FIELD-PROV WS-TAR-FIELD-ID
                    WS-TAR-FIELD-COSTE
           END-UNSTRING

           IF WS-TAR-FIELD-PROV NOT = SPACES THEN
               IF WS-TARIFA-COUNT < WS-TARIFA-MAX THEN
                   ADD 1 TO WS-TARIFA-COUNT
                   MOVE WS-TAR-FIELD-PROV
                       TO WS-TF-PROVEEDOR(WS-TARIFA-COUNT)
                   MOVE FUNCTION NUMVAL(WS-TAR-FIELD-ID)
                       TO WS-TF-ID(WS-TARIFA-COUNT)
                   MOVE FUNCTION NUMVAL(WS-TAR-FIELD-COSTE)
                       TO WS-TF-COSTE(WS-TARIFA-COUNT)
               ELSE
                   IF NOT WS-TARIFA-LLENA THEN
                       MOVE "Y" TO WS-TARIFA-LLENA-SW
                       DISPLAY "Aviso: tabla de tarifas llena; "
                               "hay productos sin coste."
                   END-IF
               END-IF
           END-IF

           PERFORM read_tarifa.

       run_pedidos.
           OPEN INPUT REORDER-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00" THEN
               STRING "ALERTAS: " WS-ALERTAS
                      "  PEDIDOS GENERADOS: " WS-GENERADOS
                      "  SIN PROVEEDOR: " WS-SIN-PROVEEDOR
                      "  SIN TARIFA: " WS-SIN-TARIFA
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PEDIDO-REPORT-RECORD FROM WS-REPORT-LINE
                    WS-FIELD-CATEGORIA WS-FIELD-STOCK
                    WS-FIELD-MINIMO WS-FIELD-PEDIR
           END-UNSTRING
           ADD FUNCTION NUMVAL(WS-FIELD-PEDIR) TO WS-HASH-PEDIR

           PERFORM busca_proveedor

               ADD 1 TO WS-IDX
           END-IF.

       busca_tarifa.
           MOVE "N" TO WS-TARIFA-HALLADA-SW.
           MOVE ZERO TO WS-COSTE.
           MOVE FUNCTION NUMVAL(WS-FIELD-ID) TO WS-ID-ALERTA.
           MOVE 1 TO WS-TDX.
           PERFORM busca_tarifa_item
               UNTIL WS-TARIFA-HALLADA OR WS-TDX > WS-TARIFA-COUNT.
           IF WS-TARIFA-HALLADA THEN
               MOVE WS-TF-COSTE(WS-TDX) TO WS-COSTE
           END-IF.

       busca_tarifa_item.
           IF WS-TF-PROVEEDOR(WS-TDX) = WS-SR-CODIGO(WS-IDX)
                   AND WS-TF-ID(WS-TDX) = WS-ID-ALERTA THEN
               MOVE "Y" TO WS-TARIFA-HALLADA-SW
           ELSE
               ADD 1 TO WS-TDX
           END-IF.

       genera_pedido.
           ADD 1 TO WS-PEDIDO-NUM
           ADD 1 TO WS-GENERADOS
           MOVE FUNCTION NUMVAL(WS-FIELD-PEDIR) TO WS-CANTIDAD
           PERFORM busca_tarifa
           MOVE WS-COSTE TO WS-COSTE-TXT

           MOVE SPACES TO WS-OUT-LINE
           STRING WS-PEDIDO-NUM
                  "," WS-CANTIDAD
                  "," WS-SR-CODIGO(WS-IDX)
                  "," WS-SR-PLAZO(WS-IDX)
                  "," WS-COSTE-TXT
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE PEDIDO-RECORD FROM WS-OUT-LINE
                  "," WS-CANTIDAD
                  ",A"
                  "," WS-FECHA-HOY
                  ",0000000"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE OPEN-ORDER-RECORD FROM WS-OUT-LINE
                  " proveedor " WS-SR-CODIGO(WS-IDX)
                  " " FUNCTION TRIM(WS-SR-NOMBRE(WS-IDX))
                  " plazo " WS-SR-PLAZO(WS-IDX) " dias"
                  " coste " WS-COSTE-TXT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE PEDIDO-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-TARIFA-HALLADA THEN
               ADD 1 TO WS-SIN-TARIFA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   SIN TARIFA del proveedor "
                      WS-SR-CODIGO(WS-IDX)
                      " para id " WS-FIELD-ID
                      "; pedido con coste cero"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PEDIDO-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       escribe_control_total.
           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WS-CTLTOT-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-TOTAL-FILE
               CLOSE CONTROL-TOTAL-FILE
               OPEN EXTEND CONTROL-TOTAL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE WS-TIMESTAMP     TO CTL-TIMESTAMP.
           MOVE "CobolPedido"    TO CTL-PROGRAMA.
           MOVE "REORDALT"       TO CTL-FICHERO.
           MOVE WS-ALERTAS       TO CTL-LEIDOS.
           MOVE WS-GENERADOS     TO CTL-ESCRITOS.
           MOVE WS-SIN-PROVEEDOR TO CTL-RECHAZADOS.
           MOVE WS-HASH-PEDIR    TO CTL-HASH-CANTIDAD.
           MOVE ZERO             TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
