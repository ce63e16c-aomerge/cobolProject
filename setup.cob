               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-FILE-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDO-FILE-STATUS.

           SELECT REORDER-POINT-FILE ASSIGN TO "REORDPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORD-FILE-STATUS.

           SELECT FICHA-REPORT-FILE ASSIGN TO "FICHARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHA-FILE-STATUS.

           SELECT PEND-CAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCAMB-FILE-STATUS.

           SELECT PEND-SEQ-FILE ASSIGN TO "PENDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDSEQ-FILE-STATUS.

           SELECT APROB-PARM-FILE ASSIGN TO "APROBPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROBPAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD      PIC X(200).

       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD     PIC X(200).

       FD  PEDIDO-FILE.
       01  PEDIDO-RECORD         PIC X(200).

       FD  REORDER-POINT-FILE.
       01  REORDER-POINT-RECORD  PIC X(200).

       FD  FICHA-REPORT-FILE.
       01  FICHA-REPORT-RECORD   PIC X(132).

       FD  PEND-CAMB-FILE.
       01  PEND-CAMB-RECORD      PIC X(200).

       FD  PEND-SEQ-FILE.
       01  PEND-SEQ-RECORD       PIC X(200).

       FD  APROB-PARM-FILE.
       01  APROB-PARM-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
           01 action PIC 9(2).
           01 result PIC S9(9) BINARY.
 
           01 tabla-option.
               06 texto-elemento OCCURS 10 TIMES PIC X(30) VALUE SPACES.
           01 i pic 99 value 1.

           COPY CPPRORES.
                   10  WS-SL-ID            PIC 9(05).
                   10  WS-SL-ALMACEN       PIC X(03).
                   10  WS-SL-STOCK         PIC 9(07).
                   10  WS-SL-RESERVADO     PIC 9(07).
           01  WS-SL-FIELD-ID          PIC X(05).
           01  WS-SL-FIELD-ALMACEN     PIC X(03).
           01  WS-SL-FIELD-STOCK       PIC X(07).
           01  WS-SL-FIELD-RESERV      PIC X(07).
           01  WS-LDX                  PIC 9(04) VALUE ZERO.
           01  WS-LDX-ORIGEN           PIC 9(04) VALUE ZERO.
           01  WS-LDX-DESTINO          PIC 9(04) VALUE ZERO.

           01  WS-PRECHIST-FILE-STATUS PIC X(02).
           01  WS-PRECIO-ANTERIOR      PIC 9(07)V99 VALUE ZERO.
           01  WS-STOCK-ANTERIOR       PIC 9(07) VALUE ZERO.
           01  WS-CATEGORIA-ANTERIOR   PIC X(30).

      * Doble control de la opción 3: los cambios de nombre y de
      * categoría y los de precio por encima del umbral de APROBPAR
      * no se aplican; quedan en la cola PENDCAMB para CobolAprob.
           01  WS-PENDCAMB-FILE-STATUS PIC X(02).
           01  WS-PENDSEQ-FILE-STATUS  PIC X(02).
           01  WS-APROBPAR-FILE-STATUS PIC X(02).
           01  WS-PAR-FIELD-UMBRAL     PIC X(07).
           01  WS-UMBRAL-PCT           PIC 9(03)V99 VALUE 10.
           01  WS-UMBRAL-EDIT          PIC ZZ9.99.
           01  WS-VARIACION-PCT        PIC 9(11)V99 VALUE ZERO.
           01  WS-PC-NUMERO            PIC 9(06) VALUE ZERO.
           01  WS-PC-TIPO              PIC X(01).
           01  WS-PC-ANTES             PIC X(50).
           01  WS-PC-DESPUES           PIC X(50).
           01  WS-PC-PRECIO-TXT        PIC 9(07).99.
           01  WS-PC-LINE              PIC X(200).
           01  WS-PC-ENCOLADOS         PIC 9(01) VALUE ZERO.
           01  WS-PC-COMAS             PIC 9(03) VALUE ZERO.

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW      PIC X(01) VALUE "N".
           01  WS-SEARCH-LEN           PIC 9(02) VALUE ZERO.
           01  WS-SEARCH-POS           PIC 9(02) VALUE ZERO.

      * Ficha de producto (opción 9): vista única de un producto con
      * sus datos, estado, stock por almacén, pedidos abiertos, regla
      * de reposición y los últimos movimientos y cambios de precio.
           01  WS-OPENORD-FILE-STATUS  PIC X(02).
           01  WS-PEDIDO-FILE-STATUS   PIC X(02).
           01  WS-REORD-FILE-STATUS    PIC X(02).
           01  WS-FICHA-FILE-STATUS    PIC X(02).
           01  WS-FICHA-EOF-SW         PIC X(01) VALUE "N".
               88  WS-FICHA-EOF           VALUE "Y".
           01  WS-FICHA-IMPRIME-SW     PIC X(01) VALUE "N".
               88  WS-FICHA-IMPRIME       VALUE "Y".
           01  WS-FICHA-HALLADO-SW     PIC X(01) VALUE "N".
               88  WS-FICHA-HALLADO       VALUE "Y".
           01  WS-FICHA-LINE           PIC X(132).
           01  WS-FICHA-ORIGEN         PIC X(20).
           01  WS-FICHA-NOMBRE         PIC X(50).
           01  WS-FICHA-PRECIO         PIC 9(07)V99 VALUE ZERO.
           01  WS-FICHA-STOCK          PIC 9(07) VALUE ZERO.
           01  WS-FICHA-CATEGORIA      PIC X(30).
           01  WS-FICHA-CONTADOR       PIC 9(04) VALUE ZERO.
           01  WS-FICHA-ALM-TOTAL      PIC 9(08) VALUE ZERO.
           01  WS-FICHA-TOTAL-EDIT     PIC ZZZZZZZ9.
           01  WS-FICHA-RESERVADO      PIC 9(07) VALUE ZERO.
           01  WS-FICHA-RES-TOTAL      PIC 9(08) VALUE ZERO.
           01  WS-FICHA-DISPONIBLE     PIC S9(08) VALUE ZERO.
           01  WS-FICHA-RES-EDIT       PIC ZZZZZZZ9.
           01  WS-FICHA-DISP-EDIT      PIC -(7)9.
           01  WS-FICHA-PRECIO-EDIT    PIC ZZZZZZ9.99.
           01  WS-FICHA-FECHA-NUM      PIC 9(08) VALUE ZERO.
           01  WS-FICHA-FECHA-PROMESA  PIC 9(08) VALUE ZERO.
           01  WS-FICHA-PROMESA-TXT    PIC X(08).

           01  WS-OO-FIELD-PEDIDO      PIC X(06).
           01  WS-OO-FIELD-ID          PIC X(05).
           01  WS-OO-FIELD-CANT        PIC X(07).
           01  WS-OO-FIELD-ESTADO      PIC X(01).
           01  WS-OO-FIELD-FECHA       PIC X(08).
           01  WS-OO-FIELD-RECIB       PIC X(07).
           01  WS-FICHA-RECIBIDO       PIC 9(07).

           01  WS-PD-FIELD-NUMERO      PIC X(06).
           01  WS-PD-FIELD-FECHA       PIC X(08).
           01  WS-PD-FIELD-ID          PIC X(05).
           01  WS-PD-FIELD-NOMBRE      PIC X(50).
           01  WS-PD-FIELD-CANTIDAD    PIC X(07).
           01  WS-PD-FIELD-PROVEEDOR   PIC X(06).
           01  WS-PD-FIELD-PLAZO       PIC X(03).
           01  WS-FICHA-PED-MAX        PIC 9(03) VALUE 200.
           01  WS-FICHA-PED-COUNT      PIC 9(03) VALUE ZERO.
           01  WS-FICHA-PED-LLENA-SW   PIC X(01) VALUE "N".
               88  WS-FICHA-PED-LLENA     VALUE "Y".
           01  WS-TABLA-FICHA-PED.
               05  WS-FICHA-PED OCCURS 200 TIMES.
                   10  WS-FPD-NUMERO       PIC X(06).
                   10  WS-FPD-FECHA        PIC X(08).
                   10  WS-FPD-PROVEEDOR    PIC X(06).
                   10  WS-FPD-PLAZO        PIC 9(03).
           01  WS-FPD-IDX              PIC 9(03) VALUE ZERO.
           01  WS-FICHA-PED-HALLADO-SW PIC X(01) VALUE "N".
               88  WS-FICHA-PED-HALLADO   VALUE "Y".

           01  WS-RP-FIELD-TIPO        PIC X(01).
           01  WS-RP-FIELD-CLAVE       PIC X(30).
           01  WS-RP-FIELD-MINIMO      PIC X(07).
           01  WS-RP-FIELD-CANTIDAD    PIC X(07).
           01  WS-RP-FIELD-ALMACEN     PIC X(03).
           01  WS-FICHA-REGLA-C-SW     PIC X(01) VALUE "N".
               88  WS-FICHA-REGLA-C       VALUE "Y".
           01  WS-FICHA-C-MINIMO       PIC X(07).
           01  WS-FICHA-C-CANTIDAD     PIC X(07).
           01  WS-FICHA-C-ALMACEN      PIC X(03).

      * Los últimos movimientos y cambios de precio se guardan en una
      * tabla circular de WS-FICHA-ULTIMOS posiciones mientras se lee
      * el histórico completo; se listan del más antiguo al más nuevo.
           01  WS-FICHA-ULTIMOS        PIC 9(02) VALUE 10.
           01  WS-FICHA-MOV-COUNT      PIC 9(07) VALUE ZERO.
           01  WS-TABLA-FICHA-MOV.
               05  WS-FICHA-MOV OCCURS 10 TIMES.
                   10  WS-FM-TIMESTAMP     PIC X(26).
                   10  WS-FM-ID            PIC X(05).
                   10  WS-FM-TIPO          PIC X(01).
                   10  WS-FM-CANTIDAD      PIC X(07).
                   10  WS-FM-STOCK-ANTES   PIC X(07).
                   10  WS-FM-STOCK-DESPUES PIC X(07).
                   10  WS-FM-REFERENCIA    PIC X(20).
                   10  WS-FM-RESULTADO     PIC X(09).
                   10  WS-FM-OPERATOR      PIC X(08).
                   10  WS-FM-ALMACEN       PIC X(03).
                   10  WS-FM-ALMACEN-DEST  PIC X(03).
                   10  WS-FM-PEDIDO        PIC X(06).
                   10  WS-FM-LOTE          PIC X(10).
           01  WS-FICHA-PRC-COUNT      PIC 9(07) VALUE ZERO.
           01  WS-TABLA-FICHA-PRC.
               05  WS-FICHA-PRC OCCURS 10 TIMES.
                   10  WS-FP-TIMESTAMP     PIC X(26).
                   10  WS-FP-ID            PIC X(05).
                   10  WS-FP-PRECIO-ANTES  PIC 9(07)V99.
                   10  WS-FP-PRECIO-DESPUES PIC 9(07)V99.
                   10  WS-FP-ORIGEN        PIC X(10).
                   10  WS-FP-OPERATOR      PIC X(08).
           01  WS-FICHA-POS            PIC 9(02) VALUE ZERO.
           01  WS-FICHA-K              PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM open_audit_log.
               DISPLAY "Producto encontrado. Nombre actual: " WS-COL2
               MOVE WS-COL2(1:50) TO WS-NOMBRE-ANTERIOR
               MOVE FUNCTION NUMVAL(WS-COL3) TO WS-PRECIO-ANTERIOR
               MOVE FUNCTION NUMVAL(WS-COL4) TO WS-STOCK-ANTERIOR
               MOVE WS-COL5(1:30) TO WS-CATEGORIA-ANTERIOR
               DISPLAY "¿Confirma la actualización? (S/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-SI THEN
               END-IF
           END-IF.

      * Los cambios de nombre o de categoría, y los de precio que
      * varían más que el umbral de APROBPAR, no se aplican: quedan en
      * la cola PENDCAMB hasta que otro operador los apruebe en
      * CobolAprob, y el UPDATE conserva para ellos el valor actual.
      * El stock y los cambios de precio menores se aplican al momento.
       execute_query_update_apply.
           DISPLAY "Introduce el nuevo nombre del producto: "
           ACCEPT WS-NOMBRE.
           ACCEPT WS-CATEGORIA.
           MOVE FUNCTION TRIM(WS-CATEGORIA) TO WS-CATEGORIA-CORTADO.

           PERFORM separa_cambios_controlados.
           IF WS-PC-ENCOLADOS > ZERO
                   AND WS-PRECIO = WS-PRECIO-ANTERIOR
                   AND WS-STOCK = WS-STOCK-ANTERIOR THEN
               DISPLAY "No queda ningún cambio que aplicar ahora."
           ELSE
               PERFORM execute_query_update_sql
           END-IF.

       execute_query_update_sql.
            STRING "UPDATE productos SET nombre = '"
                   WS-NOMBRE-CORTADO
                   "', precio = " FUNCTION TRIM(WS-PRECIO-EDIT)
                   DISPLAY "Falló la ejecución del UPDATE."
           END-EVALUATE.

      * Pasa a la cola de aprobación los cambios sujetos a doble
      * control y deja en su lugar el valor actual del producto. Un
      * nombre o categoría nuevos con comas no caben en la línea de
      * PENDCAMB: se avisa al operador y no se proponen.
       separa_cambios_controlados.
           MOVE ZERO TO WS-PC-ENCOLADOS.
           PERFORM lee_aprobpar.

           MOVE ZERO TO WS-PC-COMAS.
           INSPECT WS-NOMBRE-CORTADO TALLYING WS-PC-COMAS FOR ALL ",".
           IF WS-NOMBRE-CORTADO NOT = WS-NOMBRE-ANTERIOR
                   AND WS-PC-COMAS > ZERO THEN
               DISPLAY "El nombre no puede llevar comas; el cambio "
                       "de nombre no se propone."
               MOVE WS-NOMBRE-ANTERIOR TO WS-NOMBRE-CORTADO
           END-IF.

           IF WS-NOMBRE-CORTADO NOT = WS-NOMBRE-ANTERIOR THEN
               MOVE "N" TO WS-PC-TIPO
               MOVE WS-NOMBRE-ANTERIOR TO WS-PC-ANTES
               MOVE WS-NOMBRE-CORTADO TO WS-PC-DESPUES
               PERFORM encola_cambio
               MOVE WS-NOMBRE-ANTERIOR TO WS-NOMBRE-CORTADO
           END-IF.

           IF WS-PRECIO NOT = WS-PRECIO-ANTERIOR THEN
               PERFORM calcula_variacion_precio
               IF WS-VARIACION-PCT > WS-UMBRAL-PCT THEN
                   MOVE "P" TO WS-PC-TIPO
                   MOVE WS-PRECIO-ANTERIOR TO WS-PC-PRECIO-TXT
                   MOVE WS-PC-PRECIO-TXT TO WS-PC-ANTES
                   MOVE WS-PRECIO TO WS-PC-PRECIO-TXT
                   MOVE WS-PC-PRECIO-TXT TO WS-PC-DESPUES
                   PERFORM encola_cambio
                   MOVE WS-PRECIO-ANTERIOR TO WS-PRECIO
                   MOVE WS-PRECIO TO WS-PRECIO-EDIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-PC-COMAS.
           INSPECT WS-CATEGORIA-CORTADO TALLYING WS-PC-COMAS
               FOR ALL ",".
           IF WS-CATEGORIA-CORTADO NOT = WS-CATEGORIA-ANTERIOR
                   AND WS-PC-COMAS > ZERO THEN
               DISPLAY "La categoría no puede llevar comas; el cambio "
                       "de categoría no se propone."
               MOVE WS-CATEGORIA-ANTERIOR TO WS-CATEGORIA-CORTADO
           END-IF.

           IF WS-CATEGORIA-CORTADO NOT = WS-CATEGORIA-ANTERIOR THEN
               MOVE "C" TO WS-PC-TIPO
               MOVE WS-CATEGORIA-ANTERIOR TO WS-PC-ANTES
               MOVE WS-CATEGORIA-CORTADO TO WS-PC-DESPUES
               PERFORM encola_cambio
               MOVE WS-CATEGORIA-ANTERIOR TO WS-CATEGORIA-CORTADO
           END-IF.

      * Variación del precio en porcentaje sobre el precio actual; un
      * producto sin precio cuenta siempre como por encima del umbral.
       calcula_variacion_precio.
           IF WS-PRECIO-ANTERIOR = ZERO THEN
               COMPUTE WS-VARIACION-PCT = WS-UMBRAL-PCT + 1
           ELSE
               IF WS-PRECIO > WS-PRECIO-ANTERIOR THEN
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-PRECIO - WS-PRECIO-ANTERIOR) * 100
                       / WS-PRECIO-ANTERIOR
               ELSE
                   COMPUTE WS-VARIACION-PCT ROUNDED =
                       (WS-PRECIO-ANTERIOR - WS-PRECIO) * 100
                       / WS-PRECIO-ANTERIOR
               END-IF
           END-IF.

      * Umbral de variación de precio (en %) de la primera línea de
      * APROBPAR (umbral,dias); sin fichero o sin valor, un 10%.
       lee_aprobpar.
           MOVE 10 TO WS-UMBRAL-PCT.
           OPEN INPUT APROB-PARM-FILE.
           IF WS-APROBPAR-FILE-STATUS = "00" THEN
               READ APROB-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-FIELD-UMBRAL
                       UNSTRING APROB-PARM-RECORD DELIMITED BY ","
                           INTO WS-PAR-FIELD-UMBRAL
                       END-UNSTRING
                       IF WS-PAR-FIELD-UMBRAL NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-FIELD-UMBRAL)
                               TO WS-UMBRAL-PCT
                       END-IF
               END-READ
               CLOSE APROB-PARM-FILE
           END-IF.

      * Añade a PENDCAMB el cambio WS-PC-TIPO (N nombre, P precio,
      * C categoría) del producto WS-ID con número propio de PENDSEQ:
      * numero,fecha,id,tipo,antes,despues,operador,origen,estado,
      * aprobador,fecha-estado; entra en estado P (pendiente). El
      * valor después llega ya sin comas; las del valor antes, que es
      * el de la base de datos, pasan a blancos para no descolocar los
      * campos de la línea.
       encola_cambio.
           PERFORM lee_pendseq
           ADD 1 TO WS-PC-NUMERO
           PERFORM escribe_pendseq
           INSPECT WS-PC-ANTES REPLACING ALL "," BY " "
           MOVE SPACES TO WS-PC-LINE
           STRING WS-PC-NUMERO
                  "," FUNCTION CURRENT-DATE(1:8)
                  "," WS-ID
                  "," WS-PC-TIPO
                  "," FUNCTION TRIM(WS-PC-ANTES)
                  "," FUNCTION TRIM(WS-PC-DESPUES)
                  "," WS-OPERATOR-ID
                  ",CobolODBC,P,,"
               DELIMITED BY SIZE
               INTO WS-PC-LINE
           PERFORM open_pendcamb_extend
           WRITE PEND-CAMB-RECORD FROM WS-PC-LINE
           CLOSE PEND-CAMB-FILE
           ADD 1 TO WS-PC-ENCOLADOS
           EVALUATE WS-PC-TIPO
               WHEN "N"
                   DISPLAY "Cambio de nombre pendiente de aprobación "
                           "con el número " WS-PC-NUMERO "."
               WHEN "P"
                   MOVE WS-UMBRAL-PCT TO WS-UMBRAL-EDIT
                   DISPLAY "Cambio de precio superior al "
                           FUNCTION TRIM(WS-UMBRAL-EDIT)
                           "% pendiente de aprobación "
                           "con el número " WS-PC-NUMERO "."
               WHEN OTHER
                   DISPLAY "Cambio de categoría pendiente de "
                           "aprobación con el número "
                           WS-PC-NUMERO "."
           END-EVALUATE.

       open_pendcamb_extend.
           OPEN EXTEND PEND-CAMB-FILE.
           IF WS-PENDCAMB-FILE-STATUS = "35" THEN
               OPEN OUTPUT PEND-CAMB-FILE
               CLOSE PEND-CAMB-FILE
               OPEN EXTEND PEND-CAMB-FILE
           END-IF.

       lee_pendseq.
           MOVE ZERO TO WS-PC-NUMERO.
           OPEN INPUT PEND-SEQ-FILE.
           IF WS-PENDSEQ-FILE-STATUS = "00" THEN
               READ PEND-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PEND-SEQ-RECORD(1:6))
                           TO WS-PC-NUMERO
               END-READ
               CLOSE PEND-SEQ-FILE
           END-IF.

       escribe_pendseq.
           OPEN OUTPUT PEND-SEQ-FILE.
           MOVE SPACES TO PEND-SEQ-RECORD.
           MOVE WS-PC-NUMERO TO PEND-SEQ-RECORD(1:6).
           WRITE PEND-SEQ-RECORD.
           CLOSE PEND-SEQ-FILE.

      * La opción 4 ya no borra la fila: descataloga. El producto
      * queda en productos (y resoluble por id para el histórico) pero
      * con su baja anotada en PRODSTAT; CobolExtract, CobolReord y el
           MOVE WS-NOMBRE-ANTERIOR  TO AUD-NOMBRE-ANTES
           MOVE WS-AUDIT-DESPUES    TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR
           MOVE SPACES              TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.

       PRINTMENU.
           move "6. Buscar producto" to texto-elemento(6).
           move "7. Carga masiva de productos" to texto-elemento(7).
           move "8. Movimientos de stock" to texto-elemento(8).
           move "9. Ficha de producto" to texto-elemento(9).
           move "10. Salir" to texto-elemento(10).

           PERFORM marca_opciones_menu.

           PERFORM UNTIL i > 10
               DISPLAY texto-elemento(i)
               ADD 1 TO i
           END-PERFORM.
                     END-IF
                     perform PRINTMENU
               WHEN 9
                     PERFORM ficha_producto
                     perform PRINTMENU
               WHEN 10
                     DISPLAY "Has seleccionado la opción 10."
               WHEN OTHER
                   DISPLAY "Opción no válida."
                   perform PRINTMENU
       display_offline_locked.
           DISPLAY "Opción no disponible en MODO SOLO LECTURA.".

      * Ficha de producto: todo lo que se sabe de un id en una sola
      * pantalla. Los datos salen de productos (o de la foto
      * PRODUCTOS-MASTER en modo solo lectura) y el resto de los
      * ficheros planos, que solo se leen. A petición la misma ficha
      * se escribe en FICHARPT para imprimirla.
       ficha_producto.
           DISPLAY "Introduce el ID del producto: "
           ACCEPT WS-ID.
           DISPLAY "¿Imprimir la ficha en FICHARPT? (S/N): "
           ACCEPT WS-CONFIRM.
           MOVE "N" TO WS-FICHA-IMPRIME-SW.
           IF WS-CONFIRM-SI THEN
               OPEN OUTPUT FICHA-REPORT-FILE
               IF WS-FICHA-FILE-STATUS = "00" THEN
                   MOVE "Y" TO WS-FICHA-IMPRIME-SW
               ELSE
                   DISPLAY "No se pudo abrir FICHARPT; la ficha solo "
                           "se muestra."
               END-IF
           END-IF.

           PERFORM ficha_datos_producto.
           IF WS-FICHA-HALLADO THEN
               PERFORM ficha_cabecera
               PERFORM ficha_estado
               PERFORM ficha_stock_almacen
               PERFORM ficha_pedidos_abiertos
               PERFORM ficha_regla_reposicion
               PERFORM ficha_movimientos
               PERFORM ficha_precios
           ELSE
               DISPLAY "No existe ningún producto con ese ID."
           END-IF.

           IF WS-FICHA-IMPRIME THEN
               CLOSE FICHA-REPORT-FILE
               IF WS-FICHA-HALLADO THEN
                   DISPLAY "Ficha escrita en FICHARPT."
               END-IF
           END-IF.

       ficha_linea.
           DISPLAY FUNCTION TRIM(WS-FICHA-LINE TRAILING).
           IF WS-FICHA-IMPRIME THEN
               WRITE FICHA-REPORT-RECORD FROM WS-FICHA-LINE
           END-IF.
           MOVE SPACES TO WS-FICHA-LINE.

       ficha_datos_producto.
           MOVE "N" TO WS-FICHA-HALLADO-SW.
           IF WS-OFFLINE THEN
               MOVE "foto PRODMAST" TO WS-FICHA-ORIGEN
               OPEN INPUT PRODUCTOS-MASTER
               IF WS-MASTER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "No hay foto de PRODUCTOS-MASTER disponible."
               ELSE
                   MOVE "N" TO WS-MASTER-EOF-SW
                   PERFORM read_master_record
                   PERFORM ficha_scan_master
                       UNTIL WS-MASTER-EOF OR WS-FICHA-HALLADO
                   CLOSE PRODUCTOS-MASTER
               END-IF
           ELSE
               MOVE "productos" TO WS-FICHA-ORIGEN
               PERFORM lookup_producto_by_id
               IF WS-STATUS = 0 THEN
                   MOVE "Y" TO WS-FICHA-HALLADO-SW
                   MOVE WS-COL2(1:50) TO WS-FICHA-NOMBRE
                   MOVE FUNCTION NUMVAL(WS-COL3) TO WS-FICHA-PRECIO
                   MOVE FUNCTION NUMVAL(WS-COL4) TO WS-FICHA-STOCK
                   MOVE WS-COL5(1:30) TO WS-FICHA-CATEGORIA
               ELSE
                   IF WS-STATUS NOT = 100 THEN
                       DISPLAY "Error al comprobar el producto."
                   END-IF
               END-IF
           END-IF.

       ficha_scan_master.
           IF FUNCTION NUMVAL(PM-ID) = WS-ID THEN
               MOVE "Y" TO WS-FICHA-HALLADO-SW
               MOVE PM-NOMBRE TO WS-FICHA-NOMBRE
               MOVE FUNCTION NUMVAL(PM-PRECIO) TO WS-FICHA-PRECIO
               MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-FICHA-STOCK
               MOVE PM-CATEGORIA TO WS-FICHA-CATEGORIA
           ELSE
               PERFORM read_master_record
           END-IF.

       ficha_cabecera.
           MOVE SPACES TO WS-FICHA-LINE.
           STRING "FICHA DE PRODUCTO " WS-ID
                  "   " FUNCTION CURRENT-DATE(1:8)
                  " " FUNCTION CURRENT-DATE(9:4)
                  "   operador " WS-OPERATOR-ID
                  "   origen " WS-FICHA-ORIGEN
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           STRING "  Nombre     : " WS-FICHA-NOMBRE
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           STRING "  Categoria  : " WS-FICHA-CATEGORIA
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           MOVE WS-FICHA-PRECIO TO WS-FICHA-PRECIO-EDIT.
           STRING "  Precio     : " WS-FICHA-PRECIO-EDIT
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           MOVE WS-FICHA-STOCK TO WS-STOCK-EDIT.
           STRING "  Stock total: " WS-STOCK-EDIT
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.

       ficha_estado.
           MOVE WS-ID TO WS-ID-COMPROBAR.
           PERFORM comprueba_descatalogado.
           IF WS-DESCATALOGADO THEN
               STRING "  Estado     : DESCATALOGADO desde "
                      WS-PS-FECHA(WS-PDX)
                   DELIMITED BY SIZE
                   INTO WS-FICHA-LINE
           ELSE
               MOVE "  Estado     : ACTIVO" TO WS-FICHA-LINE
           END-IF.
           PERFORM ficha_linea.

      * Stock por almacén leído directamente de STKLOC (sin sembrarlo:
      * la ficha no escribe nada), con lo reservado por pedidos de
      * cliente y el disponible que queda (stock menos reservado).
       ficha_stock_almacen.
           MOVE "-- Stock por almacen (STKLOC)" TO WS-FICHA-LINE.
           PERFORM ficha_linea.
           MOVE "   alm.      stock reservado disponible"
               TO WS-FICHA-LINE.
           PERFORM ficha_linea.
           MOVE ZERO TO WS-FICHA-CONTADOR.
           MOVE ZERO TO WS-FICHA-ALM-TOTAL.
           MOVE ZERO TO WS-FICHA-RES-TOTAL.
           MOVE "N" TO WS-STKLOC-EOF-SW.
           OPEN INPUT STOCK-LOC-FILE.
           IF WS-STKLOC-FILE-STATUS = "00" THEN
               PERFORM read_stkloc
               PERFORM ficha_stkloc_line UNTIL WS-STKLOC-EOF
               CLOSE STOCK-LOC-FILE
           END-IF.
           IF WS-FICHA-CONTADOR = ZERO THEN
               MOVE "   sin reparto por almacen" TO WS-FICHA-LINE
           ELSE
               MOVE WS-FICHA-ALM-TOTAL TO WS-FICHA-TOTAL-EDIT
               MOVE WS-FICHA-RES-TOTAL TO WS-FICHA-RES-EDIT
               COMPUTE WS-FICHA-DISPONIBLE =
                   WS-FICHA-ALM-TOTAL - WS-FICHA-RES-TOTAL
               MOVE WS-FICHA-DISPONIBLE TO WS-FICHA-DISP-EDIT
               STRING "   Total almacenes " WS-FICHA-TOTAL-EDIT
                      " reservado " WS-FICHA-RES-EDIT
                      " disponible " WS-FICHA-DISP-EDIT
                   DELIMITED BY SIZE
                   INTO WS-FICHA-LINE
           END-IF.
           PERFORM ficha_linea.

       ficha_stkloc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK WS-SL-FIELD-RESERV
           END-UNSTRING
           IF WS-SL-FIELD-ID NOT = SPACES THEN
               IF FUNCTION NUMVAL(WS-SL-FIELD-ID) = WS-ID THEN
                   ADD 1 TO WS-FICHA-CONTADOR
                   MOVE FUNCTION NUMVAL(WS-SL-FIELD-STOCK)
                       TO WS-LOC-STOCK
                   MOVE ZERO TO WS-FICHA-RESERVADO
                   IF WS-SL-FIELD-RESERV NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-SL-FIELD-RESERV)
                           TO WS-FICHA-RESERVADO
                   END-IF
                   ADD WS-LOC-STOCK TO WS-FICHA-ALM-TOTAL
                   ADD WS-FICHA-RESERVADO TO WS-FICHA-RES-TOTAL
                   COMPUTE WS-FICHA-DISPONIBLE =
                       WS-LOC-STOCK - WS-FICHA-RESERVADO
                   MOVE WS-LOC-STOCK TO WS-STOCK-EDIT
                   MOVE WS-FICHA-RESERVADO TO WS-FICHA-RES-EDIT
                   MOVE WS-FICHA-DISPONIBLE TO WS-FICHA-DISP-EDIT
                   STRING "   " WS-SL-FIELD-ALMACEN
                          "    " WS-STOCK-EDIT
                          " " WS-FICHA-RES-EDIT
                          "   " WS-FICHA-DISP-EDIT
                       DELIMITED BY SIZE
                       INTO WS-FICHA-LINE
                   PERFORM ficha_linea
               END-IF
           END-IF
           PERFORM read_stkloc.

      * Pedidos abiertos: las líneas A de OPENORD del producto, con el
      * proveedor y el plazo tomados de su línea de PEDIDOS; la fecha
      * prometida es la fecha del pedido más el plazo del proveedor.
       ficha_pedidos_abiertos.
           MOVE "-- Pedidos de compra abiertos (OPENORD)"
               TO WS-FICHA-LINE.
           PERFORM ficha_linea.
           PERFORM ficha_carga_pedidos.
           MOVE ZERO TO WS-FICHA-CONTADOR.
           MOVE "N" TO WS-FICHA-EOF-SW.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPENORD-FILE-STATUS = "00" THEN
               PERFORM ficha_read_openord
               PERFORM ficha_openord_line UNTIL WS-FICHA-EOF
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF WS-FICHA-CONTADOR = ZERO THEN
               MOVE "   sin pedidos abiertos" TO WS-FICHA-LINE
               PERFORM ficha_linea
           END-IF.

       ficha_carga_pedidos.
           MOVE ZERO TO WS-FICHA-PED-COUNT.
           MOVE "N" TO WS-FICHA-PED-LLENA-SW.
           MOVE "N" TO WS-FICHA-EOF-SW.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PEDIDO-FILE-STATUS = "00" THEN
               PERFORM ficha_read_pedido
               PERFORM ficha_pedido_line UNTIL WS-FICHA-EOF
               CLOSE PEDIDO-FILE
           END-IF.

       ficha_read_pedido.
           READ PEDIDO-FILE
               AT END MOVE "Y" TO WS-FICHA-EOF-SW
           END-READ.

       ficha_pedido_line.
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
           IF WS-PD-FIELD-ID NOT = SPACES THEN
               IF FUNCTION NUMVAL(WS-PD-FIELD-ID) = WS-ID THEN
                   IF WS-FICHA-PED-COUNT < WS-FICHA-PED-MAX THEN
                       ADD 1 TO WS-FICHA-PED-COUNT
                       MOVE WS-PD-FIELD-NUMERO
                           TO WS-FPD-NUMERO(WS-FICHA-PED-COUNT)
                       MOVE WS-PD-FIELD-FECHA
                           TO WS-FPD-FECHA(WS-FICHA-PED-COUNT)
                       MOVE WS-PD-FIELD-PROVEEDOR
                           TO WS-FPD-PROVEEDOR(WS-FICHA-PED-COUNT)
                       MOVE FUNCTION NUMVAL(WS-PD-FIELD-PLAZO)
                           TO WS-FPD-PLAZO(WS-FICHA-PED-COUNT)
                   ELSE
                       IF NOT WS-FICHA-PED-LLENA THEN
                           MOVE "Y" TO WS-FICHA-PED-LLENA-SW
                           DISPLAY "Aviso: tabla de pedidos llena; "
                                   "hay pedidos sin proveedor."
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM ficha_read_pedido.

       ficha_read_openord.
           READ OPEN-ORDER-FILE
               AT END MOVE "Y" TO WS-FICHA-EOF-SW
           END-READ.

       ficha_openord_line.
           MOVE SPACES TO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                          WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                          WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           UNSTRING OPEN-ORDER-RECORD DELIMITED BY ","
               INTO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                    WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                    WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           END-UNSTRING
           IF WS-OO-FIELD-ID NOT = SPACES
                   AND WS-OO-FIELD-ESTADO = "A" THEN
               IF FUNCTION NUMVAL(WS-OO-FIELD-ID) = WS-ID THEN
                   ADD 1 TO WS-FICHA-CONTADOR
                   PERFORM ficha_openord_detalle
               END-IF
           END-IF
           PERFORM ficha_read_openord.

       ficha_openord_detalle.
           MOVE "N" TO WS-FICHA-PED-HALLADO-SW.
           MOVE 1 TO WS-FPD-IDX.
           PERFORM ficha_busca_pedido
               UNTIL WS-FICHA-PED-HALLADO
               OR WS-FPD-IDX > WS-FICHA-PED-COUNT.
           MOVE ZERO TO WS-FICHA-RECIBIDO.
           IF WS-OO-FIELD-RECIB NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-OO-FIELD-RECIB)
                   TO WS-FICHA-RECIBIDO
           END-IF.
           IF WS-FICHA-PED-HALLADO THEN
               PERFORM ficha_fecha_promesa
               STRING "   PEDIDO " WS-OO-FIELD-PEDIDO
                      " fecha " WS-FPD-FECHA(WS-FPD-IDX)
                      " cantidad " WS-OO-FIELD-CANT
                      " recibido " WS-FICHA-RECIBIDO
                      " proveedor " WS-FPD-PROVEEDOR(WS-FPD-IDX)
                      " plazo " WS-FPD-PLAZO(WS-FPD-IDX)
                      " entrega prevista " WS-FICHA-PROMESA-TXT
                   DELIMITED BY SIZE
                   INTO WS-FICHA-LINE
           ELSE
               STRING "   PEDIDO " WS-OO-FIELD-PEDIDO
                      " fecha " WS-OO-FIELD-FECHA
                      " cantidad " WS-OO-FIELD-CANT
                      " recibido " WS-FICHA-RECIBIDO
                      " proveedor desconocido (sin linea en PEDIDOS)"
                   DELIMITED BY SIZE
                   INTO WS-FICHA-LINE
           END-IF.
           PERFORM ficha_linea.

       ficha_busca_pedido.
           IF WS-FPD-NUMERO(WS-FPD-IDX) = WS-OO-FIELD-PEDIDO THEN
               MOVE "Y" TO WS-FICHA-PED-HALLADO-SW
           ELSE
               ADD 1 TO WS-FPD-IDX
           END-IF.

       ficha_fecha_promesa.
           MOVE SPACES TO WS-FICHA-PROMESA-TXT.
           IF WS-FPD-FECHA(WS-FPD-IDX) IS NUMERIC THEN
               MOVE WS-FPD-FECHA(WS-FPD-IDX) TO WS-FICHA-FECHA-NUM
               COMPUTE WS-FICHA-FECHA-PROMESA =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FICHA-FECHA-NUM)
                       + WS-FPD-PLAZO(WS-FPD-IDX))
               MOVE WS-FICHA-FECHA-PROMESA TO WS-FICHA-PROMESA-TXT
           END-IF.

      * Regla de reposición que aplica, con la misma prioridad que
      * CobolReord: todas las reglas P del id (una por almacén) y, si
      * no hay ninguna, la primera regla C de su categoría.
       ficha_regla_reposicion.
           MOVE "-- Regla de reposicion (REORDPT)" TO WS-FICHA-LINE.
           PERFORM ficha_linea.
           MOVE ZERO TO WS-FICHA-CONTADOR.
           MOVE "N" TO WS-FICHA-REGLA-C-SW.
           MOVE "N" TO WS-FICHA-EOF-SW.
           OPEN INPUT REORDER-POINT-FILE.
           IF WS-REORD-FILE-STATUS = "00" THEN
               PERFORM ficha_read_regla
               PERFORM ficha_regla_line UNTIL WS-FICHA-EOF
               CLOSE REORDER-POINT-FILE
           END-IF.
           IF WS-FICHA-CONTADOR = ZERO THEN
               IF WS-FICHA-REGLA-C THEN
                   STRING "   C categoria "
                          FUNCTION TRIM(WS-FICHA-CATEGORIA)
                          " minimo " WS-FICHA-C-MINIMO
                          " pedir " WS-FICHA-C-CANTIDAD
                          " almacen " WS-FICHA-C-ALMACEN
                       DELIMITED BY SIZE
                       INTO WS-FICHA-LINE
               ELSE
                   MOVE "   sin regla de reposicion" TO WS-FICHA-LINE
               END-IF
               PERFORM ficha_linea
           END-IF.

       ficha_read_regla.
           READ REORDER-POINT-FILE
               AT END MOVE "Y" TO WS-FICHA-EOF-SW
           END-READ.

       ficha_regla_line.
           MOVE SPACES TO WS-RP-FIELD-TIPO WS-RP-FIELD-CLAVE
                          WS-RP-FIELD-MINIMO WS-RP-FIELD-CANTIDAD
                          WS-RP-FIELD-ALMACEN
           UNSTRING REORDER-POINT-RECORD DELIMITED BY ","
               INTO WS-RP-FIELD-TIPO WS-RP-FIELD-CLAVE
                    WS-RP-FIELD-MINIMO WS-RP-FIELD-CANTIDAD
                    WS-RP-FIELD-ALMACEN
           END-UNSTRING
           EVALUATE WS-RP-FIELD-TIPO
               WHEN "P"
                   IF FUNCTION NUMVAL(WS-RP-FIELD-CLAVE(1:5))
                           = WS-ID THEN
                       ADD 1 TO WS-FICHA-CONTADOR
                       STRING "   P producto   minimo "
                              WS-RP-FIELD-MINIMO
                              " pedir " WS-RP-FIELD-CANTIDAD
                              " almacen " WS-RP-FIELD-ALMACEN
                           DELIMITED BY SIZE
                           INTO WS-FICHA-LINE
                       PERFORM ficha_linea
                   END-IF
               WHEN "C"
                   IF WS-RP-FIELD-CLAVE = WS-FICHA-CATEGORIA
                           AND NOT WS-FICHA-REGLA-C THEN
                       MOVE "Y" TO WS-FICHA-REGLA-C-SW
                       MOVE WS-RP-FIELD-MINIMO TO WS-FICHA-C-MINIMO
                       MOVE WS-RP-FIELD-CANTIDAD TO WS-FICHA-C-CANTIDAD
                       MOVE WS-RP-FIELD-ALMACEN TO WS-FICHA-C-ALMACEN
                   END-IF
           END-EVALUATE
           PERFORM ficha_read_regla.

       ficha_movimientos.
           MOVE ZERO TO WS-FICHA-MOV-COUNT.
           MOVE "N" TO WS-FICHA-EOF-SW.
           OPEN INPUT MOV-HIST-FILE.
           IF WS-HIST-FILE-STATUS = "00" THEN
               PERFORM ficha_read_mov
               PERFORM ficha_mov_line UNTIL WS-FICHA-EOF
               CLOSE MOV-HIST-FILE
           END-IF.
           STRING "-- Ultimos movimientos (MOVHIST, maximo "
                  WS-FICHA-ULTIMOS ")"
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           IF WS-FICHA-MOV-COUNT = ZERO THEN
               MOVE "   sin movimientos" TO WS-FICHA-LINE
               PERFORM ficha_linea
           ELSE
               MOVE 1 TO WS-FICHA-K
               IF WS-FICHA-MOV-COUNT > WS-FICHA-ULTIMOS THEN
                   COMPUTE WS-FICHA-K =
                       WS-FICHA-MOV-COUNT - WS-FICHA-ULTIMOS + 1
               END-IF
               PERFORM ficha_mov_detalle
                   UNTIL WS-FICHA-K > WS-FICHA-MOV-COUNT
           END-IF.

       ficha_read_mov.
           READ MOV-HIST-FILE
               AT END MOVE "Y" TO WS-FICHA-EOF-SW
           END-READ.

       ficha_mov_line.
           IF MOV-ID NOT = SPACES THEN
               IF FUNCTION NUMVAL(MOV-ID) = WS-ID THEN
                   ADD 1 TO WS-FICHA-MOV-COUNT
                   COMPUTE WS-FICHA-POS = FUNCTION MOD(
                       WS-FICHA-MOV-COUNT - 1, WS-FICHA-ULTIMOS) + 1
                   MOVE MOVIMIENTO-RECORD
                       TO WS-FICHA-MOV(WS-FICHA-POS)
               END-IF
           END-IF
           PERFORM ficha_read_mov.

       ficha_mov_detalle.
           COMPUTE WS-FICHA-POS = FUNCTION MOD(
               WS-FICHA-K - 1, WS-FICHA-ULTIMOS) + 1.
           STRING "   " WS-FM-TIMESTAMP(WS-FICHA-POS)(1:8)
                  " " WS-FM-TIMESTAMP(WS-FICHA-POS)(9:4)
                  " " WS-FM-TIPO(WS-FICHA-POS)
                  " " WS-FM-CANTIDAD(WS-FICHA-POS)
                  " " WS-FM-STOCK-ANTES(WS-FICHA-POS)
                  "->" WS-FM-STOCK-DESPUES(WS-FICHA-POS)
                  " " WS-FM-ALMACEN(WS-FICHA-POS)
                  " " WS-FM-ALMACEN-DEST(WS-FICHA-POS)
                  " " WS-FM-REFERENCIA(WS-FICHA-POS)
                  " " WS-FM-RESULTADO(WS-FICHA-POS)
                  " " WS-FM-OPERATOR(WS-FICHA-POS)
                  " " WS-FM-PEDIDO(WS-FICHA-POS)
                  " " WS-FM-LOTE(WS-FICHA-POS)
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           ADD 1 TO WS-FICHA-K.

       ficha_precios.
           MOVE ZERO TO WS-FICHA-PRC-COUNT.
           MOVE "N" TO WS-FICHA-EOF-SW.
           OPEN INPUT PRICE-HIST-FILE.
           IF WS-PRECHIST-FILE-STATUS = "00" THEN
               PERFORM ficha_read_precio
               PERFORM ficha_precio_line UNTIL WS-FICHA-EOF
               CLOSE PRICE-HIST-FILE
           END-IF.
           STRING "-- Ultimos cambios de precio (PRECHIST, maximo "
                  WS-FICHA-ULTIMOS ")"
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           IF WS-FICHA-PRC-COUNT = ZERO THEN
               MOVE "   sin cambios de precio" TO WS-FICHA-LINE
               PERFORM ficha_linea
           ELSE
               MOVE 1 TO WS-FICHA-K
               IF WS-FICHA-PRC-COUNT > WS-FICHA-ULTIMOS THEN
                   COMPUTE WS-FICHA-K =
                       WS-FICHA-PRC-COUNT - WS-FICHA-ULTIMOS + 1
               END-IF
               PERFORM ficha_precio_detalle
                   UNTIL WS-FICHA-K > WS-FICHA-PRC-COUNT
           END-IF.

       ficha_read_precio.
           READ PRICE-HIST-FILE
               AT END MOVE "Y" TO WS-FICHA-EOF-SW
           END-READ.

       ficha_precio_line.
           IF PRH-ID NOT = SPACES THEN
               IF FUNCTION NUMVAL(PRH-ID) = WS-ID THEN
                   ADD 1 TO WS-FICHA-PRC-COUNT
                   COMPUTE WS-FICHA-POS = FUNCTION MOD(
                       WS-FICHA-PRC-COUNT - 1, WS-FICHA-ULTIMOS) + 1
                   MOVE PRECIO-HIST-RECORD
                       TO WS-FICHA-PRC(WS-FICHA-POS)
               END-IF
           END-IF
           PERFORM ficha_read_precio.

       ficha_precio_detalle.
           COMPUTE WS-FICHA-POS = FUNCTION MOD(
               WS-FICHA-K - 1, WS-FICHA-ULTIMOS) + 1.
           MOVE WS-FP-PRECIO-ANTES(WS-FICHA-POS) TO WS-PRECIO-EDIT.
           MOVE WS-FP-PRECIO-DESPUES(WS-FICHA-POS)
               TO WS-FICHA-PRECIO-EDIT.
           STRING "   " WS-FP-TIMESTAMP(WS-FICHA-POS)(1:8)
                  " " WS-FP-TIMESTAMP(WS-FICHA-POS)(9:4)
                  " " WS-PRECIO-EDIT
                  " -> " WS-FICHA-PRECIO-EDIT
                  " " WS-FP-ORIGEN(WS-FICHA-POS)
                  " " WS-FP-OPERATOR(WS-FICHA-POS)
               DELIMITED BY SIZE
               INTO WS-FICHA-LINE.
           PERFORM ficha_linea.
           ADD 1 TO WS-FICHA-K.

      * Estados de producto (PRODSTAT): una línea por producto dado de
      * baja lógica: id,estado,fecha (estado D=descatalogado, fecha de
      * la baja AAAAMMDD). Los productos activos no figuran. La tabla
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolODBC"           TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.

       load_catref.
                       TO WS-SL-ALMACEN(WS-STKLOC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-COL4)
                       TO WS-SL-STOCK(WS-STKLOC-COUNT)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-STKLOC-COUNT)
               ELSE
                   IF NOT WS-STKLOC-LLENA THEN
                       MOVE "Y" TO WS-STKLOC-LLENA-SW

       carga_stkloc_line.
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
                   MOVE WS-ID TO WS-SL-ID(WS-LDX)
                   MOVE WS-ALMACEN-BUSCADO TO WS-SL-ALMACEN(WS-LDX)
                   MOVE ZERO TO WS-SL-STOCK(WS-LDX)
                   MOVE ZERO TO WS-SL-RESERVADO(WS-LDX)
               ELSE
                   MOVE "N" TO WS-LOC-DISPONIBLE-SW
                   IF NOT WS-STKLOC-LLENA THEN
           STRING WS-SL-ID(WS-LDX)
                  "," WS-SL-ALMACEN(WS-LDX)
                  "," WS-SL-STOCK(WS-LDX)
                  "," WS-SL-RESERVADO(WS-LDX)
               DELIMITED BY SIZE
               INTO WS-STKLOC-LINE
           WRITE STOCK-LOC-RECORD FROM WS-STKLOC-LINE
           MOVE WS-OPERATOR-ID         TO MOV-OPERATOR
           MOVE WS-MOV-ALMACEN         TO MOV-ALMACEN
           MOVE WS-MOV-ALM-DEST        TO MOV-ALMACEN-DEST
           MOVE SPACES                 TO MOV-PEDIDO
           MOVE SPACES                 TO MOV-LOTE
           WRITE MOVIMIENTO-RECORD.
           CLOSE MOV-HIST-FILE.

           MOVE WS-PRECIO             TO PRH-PRECIO-DESPUES
           MOVE "CobolODBC"           TO PRH-ORIGEN
           MOVE WS-OPERATOR-ID        TO PRH-OPERATOR
           MOVE SPACES                TO PRH-APROBADOR
           WRITE PRECIO-HIST-RECORD.
           CLOSE PRICE-HIST-FILE.

