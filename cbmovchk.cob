       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolMovChk.

      * Auditoría de la cadena de stock del histórico de movimientos.
      * Cada registro de MOVHIST (ver CPMOVIM) lleva el stock total del
      * producto antes y después del movimiento, así que el "antes" de
      * un movimiento APLICADO tiene que ser el "después" del anterior
      * del mismo producto: si no lo es, alguien cambió el stock fuera
      * de CobolMovim o de la opción 8 del menú. El programa reproduce
      * el archivo de periodos cerrados MOVHARCH (saltando las líneas
      * de control *CORTE* y *COLA*, ver CobolArch) y después MOVHIST,
      * en orden de grabación, y deja en MOVCHRPT:
      *   - cada ROTURA de cadena (antes distinto del después previo)
      *     y cada registro INCOHERENTE (después que no cuadra con el
      *     antes y la cantidad); tras avisar, la cadena sigue desde
      *     el valor grabado para no arrastrar el mismo salto;
      *   - cada producto cuyo stock final reproducido no coincide con
      *     la foto de PRODUCTOS-MASTER, y cada almacén cuyo stock
      *     reproducido (E suma, S resta, A fija el contado del
      *     almacén, T pasa de origen a destino) no coincide con
      *     STKLOC. El stock anterior al primer movimiento conocido de
      *     un producto se asigna al almacén por defecto A01, igual que
      *     hace la siembra de STKLOC;
      *   - si se pide una fecha de corte, el stock de cada producto
      *     (o solo del id pedido) y de cada uno de sus almacenes al
      *     cierre de ese día. Un producto sin movimientos posteriores
      *     conserva a esa fecha su stock actual.
      * Los movimientos RECHAZADO no tocan el stock y no entran en la
      * cadena. Deja RETURN-CODE 4 si encuentra alguna rotura o
      * diferencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-HIST-FILE ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT MOV-ARCH-FILE ASSIGN TO "MOVHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT MOVCH-REPORT-FILE ASSIGN TO "MOVCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOV-HIST-FILE.
           COPY CPMOVIM.

       FD  MOV-ARCH-FILE.
       01  MOV-ARCH-RECORD         PIC X(200).

       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD        PIC X(200).

       FD  MOVCH-REPORT-FILE.
       01  MOVCH-REPORT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-HIST-FILE-STATUS PIC X(02).
           01  WS-ARCH-FILE-STATUS PIC X(02).
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-STKLOC-FILE-STATUS PIC X(02).

           01  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
               88  WS-HIST-EOF        VALUE "Y".
           01  WS-ARCH-EOF-SW      PIC X(01) VALUE "N".
               88  WS-ARCH-EOF        VALUE "Y".
           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-STKLOC-EOF-SW    PIC X(01) VALUE "N".
               88  WS-STKLOC-EOF      VALUE "Y".

           01  WS-ID-PEDIDO        PIC X(05).
           01  WS-ID-FILTRO        PIC 9(05) VALUE ZERO.
           01  WS-FECHA-CORTE      PIC X(08).
           01  WS-REG-FECHA        PIC X(08).
           01  WS-ALMACEN-DEFECTO  PIC X(03) VALUE "A01".

      * Cadena por producto: stock total encadenado y stock al cierre
      * de la fecha de corte.
           01  WS-PROD-LLENA-SW    PIC X(01) VALUE "N".
               88  WS-PROD-LLENA      VALUE "Y".
           01  WS-PROD-MAX         PIC 9(04) VALUE 2000.
           01  WS-PROD-COUNT       PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PRODUCTOS.
               05  WS-PROD OCCURS 2000 TIMES.
                   10  WS-PR-ID        PIC 9(05).
                   10  WS-PR-STOCK     PIC S9(09).
                   10  WS-PR-CORTE     PIC S9(09).
                   10  WS-PR-MOVS      PIC 9(07).
                   10  WS-PR-ROTURAS   PIC 9(05).

      * Reparto por almacén reproducido a partir de las cantidades.
           01  WS-ALM-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-ALM-LLENA       VALUE "Y".
           01  WS-ALM-MAX          PIC 9(04) VALUE 4000.
           01  WS-ALM-COUNT        PIC 9(04) VALUE ZERO.
           01  WS-TABLA-ALMACENES.
               05  WS-ALM OCCURS 4000 TIMES.
                   10  WS-AL-ID        PIC 9(05).
                   10  WS-AL-ALMACEN   PIC X(03).
                   10  WS-AL-STOCK     PIC S9(09).
                   10  WS-AL-CORTE     PIC S9(09).
                   10  WS-AL-VISTO     PIC X(01).

           01  WS-IDX              PIC 9(04) VALUE ZERO.
           01  WS-ADX              PIC 9(04) VALUE ZERO.
           01  WS-ADX-DEST         PIC 9(04) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".
           01  WS-ALM-HALLADO-SW   PIC X(01).
               88  WS-ALM-HALLADO     VALUE "Y".
           01  WS-ALTA-SW          PIC X(01).
               88  WS-ALTA            VALUE "Y".
           01  WS-EN-CORTE-SW      PIC X(01).
               88  WS-EN-CORTE        VALUE "Y".

           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-CANTIDAD         PIC 9(07) VALUE ZERO.
           01  WS-ANTES            PIC 9(07) VALUE ZERO.
           01  WS-DESPUES          PIC 9(07) VALUE ZERO.
           01  WS-ESPERADO         PIC S9(09) VALUE ZERO.
           01  WS-DIFERENCIA       PIC S9(09) VALUE ZERO.
           01  WS-STOCK            PIC S9(09) VALUE ZERO.
           01  WS-ALMACEN          PIC X(03).
           01  WS-ALMACEN-DEST     PIC X(03).
           01  WS-ALMACEN-BUSCADO  PIC X(03).

           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).

           01  WS-LEIDOS           PIC 9(07) VALUE ZERO.
           01  WS-APLICADOS        PIC 9(07) VALUE ZERO.
           01  WS-ROTURAS          PIC 9(05) VALUE ZERO.
           01  WS-INCOHERENTES     PIC 9(05) VALUE ZERO.
           01  WS-DIF-MAESTRO      PIC 9(05) VALUE ZERO.
           01  WS-DIF-STKLOC       PIC 9(05) VALUE ZERO.
           01  WS-SIN-HISTORIA     PIC 9(05) VALUE ZERO.

           01  WS-EDIT-A           PIC -(9)9.
           01  WS-EDIT-B           PIC -(9)9.
           01  WS-EDIT-C           PIC -(9)9.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           DISPLAY "Auditoria de la cadena de movimientos."
           DISPLAY "ID de producto (blanco = todos): "
           ACCEPT WS-ID-PEDIDO.
           IF WS-ID-PEDIDO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-ID-PEDIDO) TO WS-ID-FILTRO
           END-IF.
           DISPLAY "Stock al cierre del dia AAAAMMDD "
                   "(blanco = sin corte): "
           ACCEPT WS-FECHA-CORTE.

           OPEN OUTPUT MOVCH-REPORT-FILE.
           PERFORM escribe_cabecera.
           PERFORM reproduce_movimientos.
           PERFORM compara_maestro.
           PERFORM compara_stkloc.
           IF WS-FECHA-CORTE NOT = SPACES THEN
               PERFORM escribe_stock_corte
           END-IF.
           PERFORM escribe_totales.
           CLOSE MOVCH-REPORT-FILE.

           DISPLAY "Auditoria escrita en MOVCHRPT: " WS-ROTURAS
                   " roturas, " WS-INCOHERENTES " incoherentes, "
                   WS-DIF-MAESTRO " dif. PRODMAST, "
                   WS-DIF-STKLOC " dif. STKLOC."
           IF WS-ROTURAS > ZERO OR WS-INCOHERENTES > ZERO
                   OR WS-DIF-MAESTRO > ZERO
                   OR WS-DIF-STKLOC > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " AUDITORIA DE LA CADENA DE MOVIMIENTOS"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ID-PEDIDO = SPACES THEN
               MOVE "PRODUCTOS: TODOS" TO WS-REPORT-LINE
           ELSE
               STRING "PRODUCTO: " WS-ID-FILTRO
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           IF WS-FECHA-CORTE NOT = SPACES THEN
               STRING "   STOCK AL CIERRE DE " WS-FECHA-CORTE
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(30:40)
           END-IF
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "ROTURAS DE CADENA E INCOHERENCIAS" TO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Reproducción: el archivo de periodos cerrados primero (tiene
      * los movimientos más antiguos) y el fichero vivo después.
      *****************************************************************
       reproduce_movimientos.
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
           IF MOV-RESULTADO = "APLICADO" AND MOV-ID NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(MOV-ID) TO WS-ID
               IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
                   ADD 1 TO WS-APLICADOS
                   PERFORM reproduce_movimiento
               END-IF
           END-IF.

       reproduce_movimiento.
           MOVE FUNCTION NUMVAL(MOV-CANTIDAD)      TO WS-CANTIDAD
           MOVE FUNCTION NUMVAL(MOV-STOCK-ANTES)   TO WS-ANTES
           MOVE FUNCTION NUMVAL(MOV-STOCK-DESPUES) TO WS-DESPUES
           MOVE MOV-TIMESTAMP(1:8) TO WS-REG-FECHA
           MOVE MOV-ALMACEN TO WS-ALMACEN
           IF WS-ALMACEN = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN
           END-IF
           MOVE MOV-ALMACEN-DEST TO WS-ALMACEN-DEST
           MOVE "N" TO WS-EN-CORTE-SW
           IF WS-FECHA-CORTE NOT = SPACES
                   AND WS-REG-FECHA <= WS-FECHA-CORTE THEN
               MOVE "Y" TO WS-EN-CORTE-SW
           END-IF

           PERFORM busca_producto
           IF WS-HALLADO THEN
               IF WS-ALTA THEN
                   PERFORM abre_cadena_producto
               END-IF
               PERFORM comprueba_cadena
               PERFORM reproduce_almacenes
               IF WS-EN-CORTE THEN
                   MOVE WS-PR-STOCK(WS-IDX) TO WS-PR-CORTE(WS-IDX)
               END-IF
           END-IF.

      * Primer movimiento conocido del producto: su "antes" es el
      * stock de partida, que se asigna entero al almacén por defecto.
       abre_cadena_producto.
           MOVE WS-ANTES TO WS-PR-STOCK(WS-IDX)
           MOVE WS-ANTES TO WS-PR-CORTE(WS-IDX)
           MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-BUSCADO
           PERFORM busca_almacen
           IF WS-ALM-HALLADO THEN
               MOVE WS-ANTES TO WS-AL-STOCK(WS-ADX)
               MOVE WS-ANTES TO WS-AL-CORTE(WS-ADX)
           END-IF.

       comprueba_cadena.
           ADD 1 TO WS-PR-MOVS(WS-IDX)
           IF WS-ANTES NOT = WS-PR-STOCK(WS-IDX) THEN
               ADD 1 TO WS-ROTURAS
               ADD 1 TO WS-PR-ROTURAS(WS-IDX)
               MOVE WS-PR-STOCK(WS-IDX) TO WS-EDIT-A
               MOVE WS-ANTES TO WS-EDIT-B
               COMPUTE WS-DIFERENCIA = WS-ANTES - WS-PR-STOCK(WS-IDX)
               MOVE WS-DIFERENCIA TO WS-EDIT-C
               MOVE "ROTURA" TO WS-REPORT-LINE
               PERFORM escribe_linea_movimiento
               MOVE WS-ANTES TO WS-PR-STOCK(WS-IDX)
           END-IF

           EVALUATE MOV-TIPO
               WHEN "E"
                   COMPUTE WS-ESPERADO = WS-ANTES + WS-CANTIDAD
               WHEN "S"
                   COMPUTE WS-ESPERADO = WS-ANTES - WS-CANTIDAD
               WHEN "T"
                   MOVE WS-ANTES TO WS-ESPERADO
               WHEN OTHER
      * El ajuste A fija el contado del almacén: el efecto sobre el
      * total depende del reparto, así que se acepta el grabado.
                   MOVE WS-DESPUES TO WS-ESPERADO
           END-EVALUATE
           IF WS-DESPUES NOT = WS-ESPERADO THEN
               ADD 1 TO WS-INCOHERENTES
               MOVE WS-ESPERADO TO WS-EDIT-A
               MOVE WS-DESPUES TO WS-EDIT-B
               COMPUTE WS-DIFERENCIA = WS-DESPUES - WS-ESPERADO
               MOVE WS-DIFERENCIA TO WS-EDIT-C
               MOVE "INCOHERENTE" TO WS-REPORT-LINE
               PERFORM escribe_linea_movimiento
           END-IF
           MOVE WS-DESPUES TO WS-PR-STOCK(WS-IDX).

       escribe_linea_movimiento.
           STRING " id " MOV-ID
                  " " MOV-TIMESTAMP(1:8) " " MOV-TIMESTAMP(9:6)
                  " tipo " MOV-TIPO
                  " cant " MOV-CANTIDAD
                  " ref " MOV-REFERENCIA
                  " esperado " WS-EDIT-A
                  " grabado " WS-EDIT-B
                  " diferencia " WS-EDIT-C
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE(12:189)
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

       reproduce_almacenes.
           MOVE WS-ALMACEN TO WS-ALMACEN-BUSCADO
           PERFORM busca_almacen
           IF WS-ALM-HALLADO THEN
               EVALUATE MOV-TIPO
                   WHEN "E"
                       ADD WS-CANTIDAD TO WS-AL-STOCK(WS-ADX)
                   WHEN "S"
                       SUBTRACT WS-CANTIDAD FROM WS-AL-STOCK(WS-ADX)
                   WHEN "A"
                       MOVE WS-CANTIDAD TO WS-AL-STOCK(WS-ADX)
                   WHEN "T"
                       SUBTRACT WS-CANTIDAD FROM WS-AL-STOCK(WS-ADX)
                       PERFORM reproduce_traspaso_destino
               END-EVALUATE
               IF WS-EN-CORTE THEN
                   MOVE WS-AL-STOCK(WS-ADX) TO WS-AL-CORTE(WS-ADX)
               END-IF
           END-IF.

       reproduce_traspaso_destino.
           MOVE WS-ADX TO WS-ADX-DEST
           MOVE WS-ALMACEN-DEST TO WS-ALMACEN-BUSCADO
           PERFORM busca_almacen
           IF WS-ALM-HALLADO THEN
               ADD WS-CANTIDAD TO WS-AL-STOCK(WS-ADX)
               IF WS-EN-CORTE THEN
                   MOVE WS-AL-STOCK(WS-ADX) TO WS-AL-CORTE(WS-ADX)
               END-IF
           END-IF
           MOVE WS-ADX-DEST TO WS-ADX.

       busca_producto.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE "N" TO WS-ALTA-SW.
           MOVE 1 TO WS-IDX.
           PERFORM busca_producto_item
               UNTIL WS-HALLADO OR WS-IDX > WS-PROD-COUNT.
           IF NOT WS-HALLADO THEN
               IF WS-PROD-COUNT < WS-PROD-MAX THEN
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-PROD-COUNT TO WS-IDX
                   MOVE WS-ID TO WS-PR-ID(WS-IDX)
                   MOVE ZERO TO WS-PR-STOCK(WS-IDX)
                   MOVE ZERO TO WS-PR-CORTE(WS-IDX)
                   MOVE ZERO TO WS-PR-MOVS(WS-IDX)
                   MOVE ZERO TO WS-PR-ROTURAS(WS-IDX)
                   MOVE "Y" TO WS-HALLADO-SW
                   MOVE "Y" TO WS-ALTA-SW
               ELSE
                   IF NOT WS-PROD-LLENA THEN
                       MOVE "Y" TO WS-PROD-LLENA-SW
                       DISPLAY "Aviso: tabla de productos llena; "
                               "hay movimientos sin reproducir."
                   END-IF
               END-IF
           END-IF.

       busca_producto_item.
           IF WS-PR-ID(WS-IDX) = WS-ID THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       busca_almacen.
           MOVE "N" TO WS-ALM-HALLADO-SW.
           MOVE 1 TO WS-ADX.
           PERFORM busca_almacen_item
               UNTIL WS-ALM-HALLADO OR WS-ADX > WS-ALM-COUNT.
           IF NOT WS-ALM-HALLADO THEN
               IF WS-ALM-COUNT < WS-ALM-MAX THEN
                   ADD 1 TO WS-ALM-COUNT
                   MOVE WS-ALM-COUNT TO WS-ADX
                   MOVE WS-ID TO WS-AL-ID(WS-ADX)
                   MOVE WS-ALMACEN-BUSCADO TO WS-AL-ALMACEN(WS-ADX)
                   MOVE ZERO TO WS-AL-STOCK(WS-ADX)
                   MOVE ZERO TO WS-AL-CORTE(WS-ADX)
                   MOVE "N" TO WS-AL-VISTO(WS-ADX)
                   MOVE "Y" TO WS-ALM-HALLADO-SW
               ELSE
                   IF NOT WS-ALM-LLENA THEN
                       MOVE "Y" TO WS-ALM-LLENA-SW
                       DISPLAY "Aviso: tabla de almacenes llena; "
                               "reparto por almacén incompleto."
                   END-IF
               END-IF
           END-IF.

       busca_almacen_item.
           IF WS-AL-ID(WS-ADX) = WS-ID
                   AND WS-AL-ALMACEN(WS-ADX) = WS-ALMACEN-BUSCADO THEN
               MOVE "Y" TO WS-ALM-HALLADO-SW
           ELSE
               ADD 1 TO WS-ADX
           END-IF.

       busca_almacen_existente.
           MOVE "N" TO WS-ALM-HALLADO-SW.
           MOVE 1 TO WS-ADX.
           PERFORM busca_almacen_item
               UNTIL WS-ALM-HALLADO OR WS-ADX > WS-ALM-COUNT.

       busca_producto_existente.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-IDX.
           PERFORM busca_producto_item
               UNTIL WS-HALLADO OR WS-IDX > WS-PROD-COUNT.

      *****************************************************************
      * Stock final reproducido contra la foto de PRODUCTOS-MASTER.
      *****************************************************************
       compara_maestro.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "STOCK FINAL REPRODUCIDO CONTRA PRODUCTOS-MASTER"
               TO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "N" TO WS-MASTER-EOF-SW
           OPEN INPUT PRODUCTOS-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SIN FOTO DE PRODUCTOS-MASTER; SIN COMPARACION"
                   TO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_master_record
               PERFORM compara_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

       compara_producto.
           MOVE FUNCTION NUMVAL(PM-ID) TO WS-ID
           IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
               PERFORM busca_producto_existente
               IF NOT WS-HALLADO THEN
                   ADD 1 TO WS-SIN-HISTORIA
               ELSE
                   MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-STOCK
                   IF WS-STOCK NOT = WS-PR-STOCK(WS-IDX) THEN
                       ADD 1 TO WS-DIF-MAESTRO
                       MOVE WS-PR-STOCK(WS-IDX) TO WS-EDIT-A
                       MOVE WS-STOCK TO WS-EDIT-B
                       COMPUTE WS-DIFERENCIA =
                           WS-STOCK - WS-PR-STOCK(WS-IDX)
                       MOVE WS-DIFERENCIA TO WS-EDIT-C
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "DIFIERE PRODMAST id " PM-ID
                              " " PM-NOMBRE(1:30)
                              " reproducido " WS-EDIT-A
                              " foto " WS-EDIT-B
                              " diferencia " WS-EDIT-C
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM read_master_record.

      *****************************************************************
      * Reparto reproducido contra STKLOC. Solo se comparan productos
      * con historia; un almacén reproducido con stock que no figura
      * en STKLOC también se avisa.
      *****************************************************************
       compara_stkloc.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "STOCK POR ALMACEN REPRODUCIDO CONTRA STKLOC"
               TO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "N" TO WS-STKLOC-EOF-SW
           OPEN INPUT STOCK-LOC-FILE
           IF WS-STKLOC-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SIN FICHERO STKLOC; SIN COMPARACION"
                   TO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_stkloc
               PERFORM compara_stkloc_line UNTIL WS-STKLOC-EOF
               CLOSE STOCK-LOC-FILE
               MOVE 1 TO WS-ADX
               PERFORM compara_almacen_no_visto
                   UNTIL WS-ADX > WS-ALM-COUNT
           END-IF.

       read_stkloc.
           READ STOCK-LOC-FILE
               AT END MOVE "Y" TO WS-STKLOC-EOF-SW
           END-READ.

       compara_stkloc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK
           END-UNSTRING
           IF WS-SL-FIELD-ID NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SL-FIELD-ID) TO WS-ID
               IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
                   PERFORM busca_producto_existente
                   IF WS-HALLADO THEN
                       PERFORM compara_stkloc_almacen
                   END-IF
               END-IF
           END-IF
           PERFORM read_stkloc.

       compara_stkloc_almacen.
           MOVE FUNCTION NUMVAL(WS-SL-FIELD-STOCK) TO WS-STOCK
           MOVE WS-SL-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
           PERFORM busca_almacen_existente
           IF WS-ALM-HALLADO THEN
               MOVE "Y" TO WS-AL-VISTO(WS-ADX)
               MOVE WS-AL-STOCK(WS-ADX) TO WS-EDIT-A
               COMPUTE WS-DIFERENCIA = WS-STOCK - WS-AL-STOCK(WS-ADX)
           ELSE
               MOVE ZERO TO WS-EDIT-A
               MOVE WS-STOCK TO WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA NOT = ZERO THEN
               ADD 1 TO WS-DIF-STKLOC
               MOVE WS-STOCK TO WS-EDIT-B
               MOVE WS-DIFERENCIA TO WS-EDIT-C
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DIFIERE STKLOC   id " WS-SL-FIELD-ID
                      " almacen " WS-SL-FIELD-ALMACEN
                      " reproducido " WS-EDIT-A
                      " stkloc " WS-EDIT-B
                      " diferencia " WS-EDIT-C
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       compara_almacen_no_visto.
           IF WS-AL-VISTO(WS-ADX) NOT = "Y"
                   AND WS-AL-STOCK(WS-ADX) NOT = ZERO THEN
               ADD 1 TO WS-DIF-STKLOC
               MOVE WS-AL-STOCK(WS-ADX) TO WS-EDIT-A
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FALTA EN STKLOC  id " WS-AL-ID(WS-ADX)
                      " almacen " WS-AL-ALMACEN(WS-ADX)
                      " reproducido " WS-EDIT-A
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-ADX.

      *****************************************************************
      * Stock al cierre de la fecha de corte, por producto y almacén.
      *****************************************************************
       escribe_stock_corte.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STOCK AL CIERRE DEL DIA " WS-FECHA-CORTE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  ID  NOMBRE                          STOCK  ORIGEN"
               TO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "N" TO WS-MASTER-EOF-SW
           OPEN INPUT PRODUCTOS-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SIN FOTO DE PRODUCTOS-MASTER; SIN DETALLE"
                   TO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_master_record
               PERFORM escribe_corte_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.

       escribe_corte_producto.
           MOVE FUNCTION NUMVAL(PM-ID) TO WS-ID
           IF WS-ID-PEDIDO = SPACES OR WS-ID = WS-ID-FILTRO THEN
               PERFORM busca_producto_existente
               MOVE SPACES TO WS-REPORT-LINE
               MOVE PM-ID     TO WS-REPORT-LINE(1:5)
               MOVE PM-NOMBRE TO WS-REPORT-LINE(7:30)
               IF WS-HALLADO THEN
                   MOVE WS-PR-CORTE(WS-IDX) TO WS-EDIT-A
                   MOVE WS-EDIT-A TO WS-REPORT-LINE(38:10)
                   MOVE "HISTORICO" TO WS-REPORT-LINE(50:9)
                   WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE 1 TO WS-ADX
                   PERFORM escribe_corte_almacen
                       UNTIL WS-ADX > WS-ALM-COUNT
               ELSE
                   MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-EDIT-A
                   MOVE WS-EDIT-A TO WS-REPORT-LINE(38:10)
                   MOVE "SIN MOVIMIENTOS" TO WS-REPORT-LINE(50:15)
                   WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM read_master_record.

       escribe_corte_almacen.
           IF WS-AL-ID(WS-ADX) = WS-ID THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-AL-CORTE(WS-ADX) TO WS-EDIT-A
               STRING "        almacen " WS-AL-ALMACEN(WS-ADX)
                      "          " WS-EDIT-A
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-ADX.

       escribe_totales.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MOVIMIENTOS LEIDOS: " WS-LEIDOS
                  "  APLICADOS REPRODUCIDOS: " WS-APLICADOS
                  "  PRODUCTOS CON HISTORIA: " WS-PROD-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ROTURAS: " WS-ROTURAS
                  "  INCOHERENTES: " WS-INCOHERENTES
                  "  DIFERENCIAS PRODMAST: " WS-DIF-MAESTRO
                  "  DIFERENCIAS STKLOC: " WS-DIF-STKLOC
                  "  SIN HISTORIA: " WS-SIN-HISTORIA
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MOVCH-REPORT-RECORD FROM WS-REPORT-LINE.
