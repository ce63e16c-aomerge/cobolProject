       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolBalance.

      * Cuadre de totales de control entre pasos de la cadena batch.
      * Cada paso deja en CTLTOT (ver CPCTLTOT) lo que leyó, escribió
      * y rechazó con sus totales de control; este programa se lanza
      * desde CobolSched justo antes de CobolEod y comprueba que lo
      * que entrega un paso es lo que recibe el siguiente:
      *   - PRODMAST: las filas que volcó CobolBackup con las que hay
      *     en la foto, con los totales de stock y precio;
      *   - PRODEXT: la cola del extracto contra la foto menos los
      *     productos con baja en PRODSTAT, los detalles D y sus
      *     totales contra la cola, y lo que dijo CobolExtract;
      *   - MOVIN: las entradas E que escribió CobolRecv desde la
      *     última pasada cuadrada de CobolMovim contra las que la
      *     última pasada de CobolMovim leyó de ese origen, y que
      *     todas quedaron aplicadas o rechazadas; lo que CobolRecv
      *     escribió después queda como aviso de pendiente;
      *   - REORDALT: las alertas de la última pasada de CobolReord
      *     contra las que leyó CobolPedido después, que deben ser
      *     los pedidos generados más las alertas sin proveedor, y
      *     contra las líneas que hay en el fichero.
      * Cada comprobación queda en BALRPT como OK o DESCUADRE con el
      * valor esperado y el obtenido; lo que no se puede comprobar
      * (un paso sin totales todavía) queda como AVISO. Si hay algún
      * descuadre deja RETURN-CODE 4, de modo que la cadena se detiene
      * antes del cierre del día. El propio cuadre deja también su
      * línea en CTLTOT con las comprobaciones OK y los descuadres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PROD-STAT-FILE ASSIGN TO "PRODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "PRODEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REORDER-ALERT-FILE ASSIGN TO "REORDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD        PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(102).

       FD  REORDER-ALERT-FILE.
       01  REORDER-ALERT-RECORD    PIC X(200).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-PRODSTAT-FILE-STATUS PIC X(02).
           01  WS-EXTRACT-FILE-STATUS PIC X(02).
           01  WS-ALERT-FILE-STATUS PIC X(02).

           01  WS-CTLTOT-EOF-SW    PIC X(01) VALUE "N".
               88  WS-CTLTOT-EOF      VALUE "Y".
           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-PRODSTAT-EOF-SW  PIC X(01) VALUE "N".
               88  WS-PRODSTAT-EOF    VALUE "Y".
           01  WS-EXTRACT-EOF-SW   PIC X(01) VALUE "N".
               88  WS-EXTRACT-EOF     VALUE "Y".
           01  WS-ALERT-EOF-SW     PIC X(01) VALUE "N".
               88  WS-ALERT-EOF       VALUE "Y".

      * Bajas de PRODSTAT, igual que las excluye CobolExtract.
           01  WS-PRODSTAT-LLENA-SW PIC X(01) VALUE "N".
               88  WS-PRODSTAT-LLENA    VALUE "Y".
           01  WS-PRODSTAT-MAX     PIC 9(04) VALUE 1000.
           01  WS-PRODSTAT-COUNT   PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PRODSTAT.
               05  WS-PRODSTAT OCCURS 1000 TIMES.
                   10  WS-PS-ID        PIC 9(05).
           01  WS-PS-FIELD-ID      PIC X(05).
           01  WS-PS-FIELD-ESTADO  PIC X(01).
           01  WS-PDX              PIC 9(04) VALUE ZERO.
           01  WS-ID-COMPROBAR     PIC 9(05) VALUE ZERO.
           01  WS-DESCATALOGADO-SW PIC X(01).
               88  WS-DESCATALOGADO   VALUE "Y".

      * Foto PRODUCTOS-MASTER: todos los registros y solo los activos.
           01  WS-MAESTRO-SW       PIC X(01) VALUE "N".
               88  WS-HAY-MAESTRO     VALUE "Y".
           01  WS-MAE-LEIDOS       PIC 9(07) VALUE ZERO.
           01  WS-MAE-BAJAS        PIC 9(07) VALUE ZERO.
           01  WS-MAE-ACTIVOS      PIC 9(07) VALUE ZERO.
           01  WS-MAE-HASH-STOCK   PIC 9(11) VALUE ZERO.
           01  WS-MAE-HASH-PRECIO  PIC 9(11)V99 VALUE ZERO.
           01  WS-MAE-ACT-STOCK    PIC 9(11) VALUE ZERO.
           01  WS-MAE-ACT-PRECIO   PIC 9(11)V99 VALUE ZERO.
           01  WS-STOCK            PIC 9(07) VALUE ZERO.
           01  WS-PRECIO           PIC 9(07)V99 VALUE ZERO.

      * Extracto PRODEXT tal como quedó en disco.
           COPY CPEXTRAC.
           01  WS-EXTRACTO-SW      PIC X(01) VALUE "N".
               88  WS-HAY-EXTRACTO    VALUE "Y".
           01  WS-COLA-SW          PIC X(01) VALUE "N".
               88  WS-HAY-COLA        VALUE "Y".
           01  WS-PRX-DETALLES     PIC 9(07) VALUE ZERO.
           01  WS-PRX-HASH-STOCK   PIC 9(11) VALUE ZERO.
           01  WS-PRX-HASH-PRECIO  PIC 9(11)V99 VALUE ZERO.
           01  WS-PRX-COLA-REGISTROS PIC 9(07) VALUE ZERO.
           01  WS-PRX-COLA-STOCK   PIC 9(11) VALUE ZERO.
           01  WS-PRX-COLA-PRECIO  PIC 9(11)V99 VALUE ZERO.

      * Alertas REORDALT tal como quedaron en disco.
           01  WS-ALERTAS-SW       PIC X(01) VALUE "N".
               88  WS-HAY-ALERTAS     VALUE "Y".
           01  WS-AL-FIELD-ID      PIC X(05).
           01  WS-AL-FIELD-NOMBRE  PIC X(50).
           01  WS-AL-FIELD-CATEGORIA PIC X(30).
           01  WS-AL-FIELD-STOCK   PIC X(07).
           01  WS-AL-FIELD-MINIMO  PIC X(07).
           01  WS-AL-FIELD-PEDIR   PIC X(07).
           01  WS-ALT-LINEAS       PIC 9(07) VALUE ZERO.
           01  WS-ALT-HASH         PIC 9(11) VALUE ZERO.

      * Totales de CTLTOT: el último de cada paso que interesa.
           01  WS-CTL-LEIDOS       PIC 9(07) VALUE ZERO.

           01  WS-BKP-SW           PIC X(01) VALUE "N".
               88  WS-HAY-BKP         VALUE "Y".
           01  WS-BKP-TIMESTAMP    PIC X(26).
           01  WS-BKP-ESCRITOS     PIC 9(07) VALUE ZERO.
           01  WS-BKP-HASH-STOCK   PIC 9(11) VALUE ZERO.
           01  WS-BKP-HASH-PRECIO  PIC 9(11)V99 VALUE ZERO.

           01  WS-EXT-SW           PIC X(01) VALUE "N".
               88  WS-HAY-EXT         VALUE "Y".
           01  WS-EXT-TIMESTAMP    PIC X(26).
           01  WS-EXT-ESCRITOS     PIC 9(07) VALUE ZERO.
           01  WS-EXT-RECHAZADOS   PIC 9(07) VALUE ZERO.

      * CobolRecv: lo escrito desde la última pasada cuadrada de
      * CobolMovim y lo escrito después de la última pasada.
           01  WS-RCV-SW           PIC X(01) VALUE "N".
               88  WS-HAY-RCV         VALUE "Y".
           01  WS-RCV-ACUM-ESCRITOS PIC 9(07) VALUE ZERO.
           01  WS-RCV-ACUM-HASH    PIC 9(11) VALUE ZERO.
           01  WS-RCV-PENDIENTES   PIC 9(07) VALUE ZERO.

      * CobolMovim: última pasada y lo de CobolRecv que le tocaba.
           01  WS-MOV-SW           PIC X(01) VALUE "N".
               88  WS-HAY-MOV         VALUE "Y".
           01  WS-MOV-TIMESTAMP    PIC X(26).
           01  WS-MOV-LEIDOS       PIC 9(07) VALUE ZERO.
           01  WS-MOV-APLICADOS    PIC 9(07) VALUE ZERO.
           01  WS-MOV-RECHAZADOS   PIC 9(07) VALUE ZERO.
           01  WS-MOV-HASH         PIC 9(11) VALUE ZERO.
           01  WS-MOV-RCV-ESCRITOS PIC 9(07) VALUE ZERO.
           01  WS-MOV-RCV-HASH     PIC 9(11) VALUE ZERO.

           01  WS-REO-SW           PIC X(01) VALUE "N".
               88  WS-HAY-REO         VALUE "Y".
           01  WS-REO-NUM          PIC 9(07) VALUE ZERO.
           01  WS-REO-TIMESTAMP    PIC X(26).
           01  WS-REO-ESCRITOS     PIC 9(07) VALUE ZERO.
           01  WS-REO-HASH         PIC 9(11) VALUE ZERO.

           01  WS-PED-SW           PIC X(01) VALUE "N".
               88  WS-HAY-PED         VALUE "Y".
           01  WS-PED-NUM          PIC 9(07) VALUE ZERO.
           01  WS-PED-TIMESTAMP    PIC X(26).
           01  WS-PED-LEIDOS       PIC 9(07) VALUE ZERO.
           01  WS-PED-ESCRITOS     PIC 9(07) VALUE ZERO.
           01  WS-PED-RECHAZADOS   PIC 9(07) VALUE ZERO.
           01  WS-PED-HASH         PIC 9(11) VALUE ZERO.

      * Una comprobación: texto, esperado y obtenido.
           01  WS-CMP-TEXTO        PIC X(50).
           01  WS-CMP-A            PIC 9(11) VALUE ZERO.
           01  WS-CMP-B            PIC 9(11) VALUE ZERO.
           01  WS-CMP-IMP-A        PIC 9(11)V99 VALUE ZERO.
           01  WS-CMP-IMP-B        PIC 9(11)V99 VALUE ZERO.
           01  WS-CMP-ESTADO       PIC X(10).
           01  WS-EDIT-A           PIC Z(10)9.
           01  WS-EDIT-B           PIC Z(10)9.
           01  WS-EDIT-IMP-A       PIC Z(10)9.99.
           01  WS-EDIT-IMP-B       PIC Z(10)9.99.
           01  WS-EDIT-N           PIC Z(06)9.

           01  WS-CUADRES          PIC 9(05) VALUE ZERO.
           01  WS-DESCUADRES       PIC 9(05) VALUE ZERO.
           01  WS-AVISOS           PIC 9(05) VALUE ZERO.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           PERFORM escribe_cabecera.

           PERFORM load_prodstat.
           PERFORM lee_maestro.
           PERFORM lee_extracto.
           PERFORM lee_alertas.
           PERFORM lee_control_totales.

           PERFORM cuadra_maestro.
           PERFORM cuadra_extracto.
           PERFORM cuadra_movimientos.
           PERFORM cuadra_alertas.

           PERFORM escribe_totales.
           CLOSE BALANCE-REPORT-FILE.
           PERFORM escribe_control_total.

           DISPLAY "Cuadre escrito en BALRPT: " WS-CUADRES " OK, "
                   WS-DESCUADRES " descuadres, " WS-AVISOS " avisos."
           IF WS-DESCUADRES > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP
                  " CUADRE DE TOTALES DE CONTROL DE LA CADENA"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      *  Lectura de los ficheros de intercambio tal como están.
      *****************************************************************
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
                       TO WS-PS-ID(WS-PRODSTAT-COUNT)
               ELSE
                   IF NOT WS-PRODSTAT-LLENA THEN
                       MOVE "Y" TO WS-PRODSTAT-LLENA-SW
                       DISPLAY "Aviso: tabla de estados de producto "
                               "llena; cuadre de bajas incompleto."
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
           IF WS-PS-ID(WS-PDX) = WS-ID-COMPROBAR THEN
               MOVE "Y" TO WS-DESCATALOGADO-SW
           ELSE
               ADD 1 TO WS-PDX
           END-IF.

       lee_maestro.
           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS = "00" THEN
               MOVE "Y" TO WS-MAESTRO-SW
               PERFORM read_master_record
               PERFORM suma_maestro UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.
           COMPUTE WS-MAE-ACTIVOS = WS-MAE-LEIDOS - WS-MAE-BAJAS.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

       suma_maestro.
           ADD 1 TO WS-MAE-LEIDOS
           MOVE FUNCTION NUMVAL(PM-STOCK)  TO WS-STOCK
           MOVE FUNCTION NUMVAL(PM-PRECIO) TO WS-PRECIO
           ADD WS-STOCK  TO WS-MAE-HASH-STOCK
           ADD WS-PRECIO TO WS-MAE-HASH-PRECIO
           MOVE FUNCTION NUMVAL(PM-ID) TO WS-ID-COMPROBAR
           PERFORM comprueba_descatalogado
           IF WS-DESCATALOGADO THEN
               ADD 1 TO WS-MAE-BAJAS
           ELSE
               ADD WS-STOCK  TO WS-MAE-ACT-STOCK
               ADD WS-PRECIO TO WS-MAE-ACT-PRECIO
           END-IF
           PERFORM read_master_record.

       lee_extracto.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS = "00" THEN
               MOVE "Y" TO WS-EXTRACTO-SW
               PERFORM read_extract_record
               PERFORM suma_extracto UNTIL WS-EXTRACT-EOF
               CLOSE EXTRACT-FILE
           END-IF.

       read_extract_record.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO WS-EXTRACT-EOF-SW
           END-READ.

       suma_extracto.
           EVALUATE EXTRACT-RECORD(1:1)
               WHEN "D"
                   MOVE EXTRACT-RECORD TO EXT-DETALLE-REG
                   ADD 1 TO WS-PRX-DETALLES
                   ADD EXT-DET-STOCK  TO WS-PRX-HASH-STOCK
                   ADD EXT-DET-PRECIO TO WS-PRX-HASH-PRECIO
               WHEN "T"
                   MOVE EXTRACT-RECORD TO EXT-COLA-REG
                   IF EXT-COLA-REGISTROS IS NUMERIC
                           AND EXT-COLA-HASH-STOCK IS NUMERIC
                           AND EXT-COLA-HASH-PRECIO IS NUMERIC THEN
                       MOVE "Y" TO WS-COLA-SW
                       MOVE EXT-COLA-REGISTROS TO WS-PRX-COLA-REGISTROS
                       MOVE EXT-COLA-HASH-STOCK TO WS-PRX-COLA-STOCK
                       MOVE EXT-COLA-HASH-PRECIO TO WS-PRX-COLA-PRECIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM read_extract_record.

       lee_alertas.
           OPEN INPUT REORDER-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = "00" THEN
               MOVE "Y" TO WS-ALERTAS-SW
               PERFORM read_alert_line
               PERFORM suma_alerta UNTIL WS-ALERT-EOF
               CLOSE REORDER-ALERT-FILE
           END-IF.

       read_alert_line.
           READ REORDER-ALERT-FILE
               AT END MOVE "Y" TO WS-ALERT-EOF-SW
           END-READ.

       suma_alerta.
           IF REORDER-ALERT-RECORD NOT = SPACES THEN
               MOVE SPACES TO WS-AL-FIELD-ID WS-AL-FIELD-NOMBRE
                              WS-AL-FIELD-CATEGORIA WS-AL-FIELD-STOCK
                              WS-AL-FIELD-MINIMO WS-AL-FIELD-PEDIR
               UNSTRING REORDER-ALERT-RECORD DELIMITED BY ","
                   INTO WS-AL-FIELD-ID WS-AL-FIELD-NOMBRE
                        WS-AL-FIELD-CATEGORIA WS-AL-FIELD-STOCK
                        WS-AL-FIELD-MINIMO WS-AL-FIELD-PEDIR
               END-UNSTRING
               ADD 1 TO WS-ALT-LINEAS
               ADD FUNCTION NUMVAL(WS-AL-FIELD-PEDIR) TO WS-ALT-HASH
           END-IF
           PERFORM read_alert_line.

      *****************************************************************
      *  Recorrido de CTLTOT en orden de grabación.
      *****************************************************************
       lee_control_totales.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CTLTOT-FILE-STATUS = "00" THEN
               PERFORM read_control_total
               PERFORM trata_control_total UNTIL WS-CTLTOT-EOF
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

       read_control_total.
           READ CONTROL-TOTAL-FILE
               AT END MOVE "Y" TO WS-CTLTOT-EOF-SW
           END-READ.

       trata_control_total.
           ADD 1 TO WS-CTL-LEIDOS
           EVALUATE TRUE
               WHEN CTL-PROGRAMA = "CobolBackup"
                   MOVE "Y" TO WS-BKP-SW
                   MOVE CTL-TIMESTAMP     TO WS-BKP-TIMESTAMP
                   MOVE CTL-ESCRITOS      TO WS-BKP-ESCRITOS
                   MOVE CTL-HASH-CANTIDAD TO WS-BKP-HASH-STOCK
                   MOVE CTL-HASH-IMPORTE  TO WS-BKP-HASH-PRECIO
               WHEN CTL-PROGRAMA = "CobolExtract"
                   MOVE "Y" TO WS-EXT-SW
                   MOVE CTL-TIMESTAMP     TO WS-EXT-TIMESTAMP
                   MOVE CTL-ESCRITOS      TO WS-EXT-ESCRITOS
                   MOVE CTL-RECHAZADOS    TO WS-EXT-RECHAZADOS
               WHEN CTL-PROGRAMA = "CobolRecv"
                   MOVE "Y" TO WS-RCV-SW
                   ADD CTL-ESCRITOS      TO WS-RCV-ACUM-ESCRITOS
                   ADD CTL-HASH-CANTIDAD TO WS-RCV-ACUM-HASH
                   ADD CTL-ESCRITOS      TO WS-RCV-PENDIENTES
               WHEN CTL-PROGRAMA = "CobolMovim"
                       AND CTL-ORIGEN = "CobolRecv"
                   PERFORM trata_pasada_movim
               WHEN CTL-PROGRAMA = "CobolReord"
                   MOVE "Y" TO WS-REO-SW
                   MOVE WS-CTL-LEIDOS     TO WS-REO-NUM
                   MOVE CTL-TIMESTAMP     TO WS-REO-TIMESTAMP
                   MOVE CTL-ESCRITOS      TO WS-REO-ESCRITOS
                   MOVE CTL-HASH-CANTIDAD TO WS-REO-HASH
               WHEN CTL-PROGRAMA = "CobolPedido"
                   MOVE "Y" TO WS-PED-SW
                   MOVE WS-CTL-LEIDOS     TO WS-PED-NUM
                   MOVE CTL-TIMESTAMP     TO WS-PED-TIMESTAMP
                   MOVE CTL-LEIDOS        TO WS-PED-LEIDOS
                   MOVE CTL-ESCRITOS      TO WS-PED-ESCRITOS
                   MOVE CTL-RECHAZADOS    TO WS-PED-RECHAZADOS
                   MOVE CTL-HASH-CANTIDAD TO WS-PED-HASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM read_control_total.

      * Cada pasada de CobolMovim se compara con lo que CobolRecv
      * escribió desde la última pasada que cuadró. Si cuadra se
      * empieza a acumular de cero; si no, lo acumulado sigue
      * esperando a una pasada que lo recoja entero (la relanzada
      * con el MOVIN recuperado).
       trata_pasada_movim.
           MOVE "Y" TO WS-MOV-SW
           MOVE CTL-TIMESTAMP        TO WS-MOV-TIMESTAMP
           MOVE CTL-LEIDOS           TO WS-MOV-LEIDOS
           MOVE CTL-ESCRITOS         TO WS-MOV-APLICADOS
           MOVE CTL-RECHAZADOS       TO WS-MOV-RECHAZADOS
           MOVE CTL-HASH-CANTIDAD    TO WS-MOV-HASH
           MOVE WS-RCV-ACUM-ESCRITOS TO WS-MOV-RCV-ESCRITOS
           MOVE WS-RCV-ACUM-HASH     TO WS-MOV-RCV-HASH
           MOVE ZERO TO WS-RCV-PENDIENTES
           IF WS-MOV-LEIDOS = WS-MOV-RCV-ESCRITOS
                   AND WS-MOV-HASH = WS-MOV-RCV-HASH
                   AND WS-MOV-APLICADOS + WS-MOV-RECHAZADOS
                       = WS-MOV-LEIDOS THEN
               MOVE ZERO TO WS-RCV-ACUM-ESCRITOS
               MOVE ZERO TO WS-RCV-ACUM-HASH
           END-IF.

      *****************************************************************
      *  Comprobaciones de cada entrega.
      *****************************************************************
       cuadra_maestro.
           PERFORM escribe_blanco
           MOVE "PRODMAST: CobolBackup -> foto PRODUCTOS-MASTER"
               TO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-HAY-MAESTRO THEN
               MOVE "no hay foto PRODUCTOS-MASTER" TO WS-CMP-TEXTO
               PERFORM anota_descuadre
           ELSE
               IF NOT WS-HAY-BKP THEN
                   MOVE "sin totales de CobolBackup en CTLTOT"
                       TO WS-CMP-TEXTO
                   PERFORM anota_aviso
               ELSE
                   MOVE "registros volcados / en la foto"
                       TO WS-CMP-TEXTO
                   MOVE WS-BKP-ESCRITOS TO WS-CMP-A
                   MOVE WS-MAE-LEIDOS   TO WS-CMP-B
                   PERFORM compara_contador
                   MOVE "total de stock volcado / en la foto"
                       TO WS-CMP-TEXTO
                   MOVE WS-BKP-HASH-STOCK TO WS-CMP-A
                   MOVE WS-MAE-HASH-STOCK TO WS-CMP-B
                   PERFORM compara_contador
                   MOVE "total de precio volcado / en la foto"
                       TO WS-CMP-TEXTO
                   MOVE WS-BKP-HASH-PRECIO TO WS-CMP-IMP-A
                   MOVE WS-MAE-HASH-PRECIO TO WS-CMP-IMP-B
                   PERFORM compara_importe
               END-IF
           END-IF.

       cuadra_extracto.
           PERFORM escribe_blanco
           MOVE "PRODEXT: foto menos bajas -> CobolExtract"
               TO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-HAY-EXTRACTO THEN
               MOVE "no hay fichero PRODEXT" TO WS-CMP-TEXTO
               PERFORM anota_descuadre
           ELSE
               IF NOT WS-HAY-COLA THEN
                   MOVE "PRODEXT sin cola T valida" TO WS-CMP-TEXTO
                   PERFORM anota_descuadre
               ELSE
                   PERFORM cuadra_cola_extracto
               END-IF
           END-IF.

       cuadra_cola_extracto.
           IF WS-HAY-MAESTRO THEN
               MOVE "foto menos bajas PRODSTAT / registros cola"
                   TO WS-CMP-TEXTO
               MOVE WS-MAE-ACTIVOS        TO WS-CMP-A
               MOVE WS-PRX-COLA-REGISTROS TO WS-CMP-B
               PERFORM compara_contador
               MOVE "stock de la foto activa / total cola"
                   TO WS-CMP-TEXTO
               MOVE WS-MAE-ACT-STOCK  TO WS-CMP-A
               MOVE WS-PRX-COLA-STOCK TO WS-CMP-B
               PERFORM compara_contador
               MOVE "precio de la foto activa / total cola"
                   TO WS-CMP-TEXTO
               MOVE WS-MAE-ACT-PRECIO  TO WS-CMP-IMP-A
               MOVE WS-PRX-COLA-PRECIO TO WS-CMP-IMP-B
               PERFORM compara_importe
           END-IF
           MOVE "registros cola / detalles D" TO WS-CMP-TEXTO
           MOVE WS-PRX-COLA-REGISTROS TO WS-CMP-A
           MOVE WS-PRX-DETALLES       TO WS-CMP-B
           PERFORM compara_contador
           MOVE "total stock cola / detalles D" TO WS-CMP-TEXTO
           MOVE WS-PRX-COLA-STOCK TO WS-CMP-A
           MOVE WS-PRX-HASH-STOCK TO WS-CMP-B
           PERFORM compara_contador
           MOVE "total precio cola / detalles D" TO WS-CMP-TEXTO
           MOVE WS-PRX-COLA-PRECIO TO WS-CMP-IMP-A
           MOVE WS-PRX-HASH-PRECIO TO WS-CMP-IMP-B
           PERFORM compara_importe
           IF NOT WS-HAY-EXT THEN
               MOVE "sin totales de CobolExtract en CTLTOT"
                   TO WS-CMP-TEXTO
               PERFORM anota_aviso
           ELSE
               MOVE "extraidos segun CobolExtract / registros cola"
                   TO WS-CMP-TEXTO
               MOVE WS-EXT-ESCRITOS       TO WS-CMP-A
               MOVE WS-PRX-COLA-REGISTROS TO WS-CMP-B
               PERFORM compara_contador
               IF WS-HAY-MAESTRO THEN
                   MOVE "bajas excluidas por CobolExtract / en foto"
                       TO WS-CMP-TEXTO
                   MOVE WS-EXT-RECHAZADOS TO WS-CMP-A
                   MOVE WS-MAE-BAJAS      TO WS-CMP-B
                   PERFORM compara_contador
               END-IF
           END-IF.

       cuadra_movimientos.
           PERFORM escribe_blanco
           MOVE "MOVIN: CobolRecv -> CobolMovim" TO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-HAY-MOV THEN
               IF WS-HAY-RCV THEN
                   MOVE "entradas de CobolRecv sin pasada de CobolMovim"
                       TO WS-CMP-TEXTO
               ELSE
                   MOVE "sin totales de CobolRecv ni de CobolMovim"
                       TO WS-CMP-TEXTO
               END-IF
               PERFORM anota_aviso
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ultima pasada de CobolMovim "
                      WS-MOV-TIMESTAMP(1:14)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "entradas E escritas por CobolRecv / leidas"
                   TO WS-CMP-TEXTO
               MOVE WS-MOV-RCV-ESCRITOS TO WS-CMP-A
               MOVE WS-MOV-LEIDOS       TO WS-CMP-B
               PERFORM compara_contador
               MOVE "cantidades escritas por CobolRecv / leidas"
                   TO WS-CMP-TEXTO
               MOVE WS-MOV-RCV-HASH TO WS-CMP-A
               MOVE WS-MOV-HASH     TO WS-CMP-B
               PERFORM compara_contador
               MOVE "entradas leidas / aplicadas mas rechazadas"
                   TO WS-CMP-TEXTO
               MOVE WS-MOV-LEIDOS TO WS-CMP-A
               COMPUTE WS-CMP-B = WS-MOV-APLICADOS + WS-MOV-RECHAZADOS
               PERFORM compara_contador
           END-IF
           IF WS-HAY-MOV AND WS-RCV-PENDIENTES > ZERO THEN
               MOVE WS-RCV-PENDIENTES TO WS-EDIT-N
               MOVE SPACES TO WS-CMP-TEXTO
               STRING "entradas de CobolRecv pendientes: " WS-EDIT-N
                   DELIMITED BY SIZE
                   INTO WS-CMP-TEXTO
               PERFORM anota_aviso
           END-IF.

       cuadra_alertas.
           PERFORM escribe_blanco
           MOVE "REORDALT: CobolReord -> CobolPedido" TO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-HAY-REO THEN
               MOVE "sin totales de CobolReord en CTLTOT"
                   TO WS-CMP-TEXTO
               PERFORM anota_aviso
           ELSE
               PERFORM cuadra_alertas_fichero
               IF NOT WS-HAY-PED OR WS-PED-NUM < WS-REO-NUM THEN
                   MOVE "alertas de CobolReord sin tratar por Pedido"
                       TO WS-CMP-TEXTO
                   PERFORM anota_descuadre
               ELSE
                   MOVE "alertas escritas / leidas por CobolPedido"
                       TO WS-CMP-TEXTO
                   MOVE WS-REO-ESCRITOS TO WS-CMP-A
                   MOVE WS-PED-LEIDOS   TO WS-CMP-B
                   PERFORM compara_contador
                   MOVE "cantidades a pedir escritas / leidas"
                       TO WS-CMP-TEXTO
                   MOVE WS-REO-HASH TO WS-CMP-A
                   MOVE WS-PED-HASH TO WS-CMP-B
                   PERFORM compara_contador
                   MOVE "alertas leidas / pedidos mas sin proveedor"
                       TO WS-CMP-TEXTO
                   MOVE WS-PED-LEIDOS TO WS-CMP-A
                   COMPUTE WS-CMP-B =
                       WS-PED-ESCRITOS + WS-PED-RECHAZADOS
                   PERFORM compara_contador
               END-IF
           END-IF.

      * REORDALT se reescribe entero en cada pasada de CobolReord, así
      * que lo que hay en disco tiene que ser lo de la última.
       cuadra_alertas_fichero.
           IF NOT WS-HAY-ALERTAS THEN
               MOVE "no hay fichero REORDALT" TO WS-CMP-TEXTO
               PERFORM anota_descuadre
           ELSE
               MOVE "alertas escritas / lineas en REORDALT"
                   TO WS-CMP-TEXTO
               MOVE WS-REO-ESCRITOS TO WS-CMP-A
               MOVE WS-ALT-LINEAS   TO WS-CMP-B
               PERFORM compara_contador
               MOVE "cantidades escritas / sumadas en REORDALT"
                   TO WS-CMP-TEXTO
               MOVE WS-REO-HASH TO WS-CMP-A
               MOVE WS-ALT-HASH TO WS-CMP-B
               PERFORM compara_contador
           END-IF.

      *****************************************************************
      *  Líneas de resultado.
      *****************************************************************
       compara_contador.
           IF WS-CMP-A = WS-CMP-B THEN
               MOVE "OK" TO WS-CMP-ESTADO
               ADD 1 TO WS-CUADRES
           ELSE
               MOVE "DESCUADRE" TO WS-CMP-ESTADO
               ADD 1 TO WS-DESCUADRES
           END-IF
           MOVE WS-CMP-A TO WS-EDIT-A
           MOVE WS-CMP-B TO WS-EDIT-B
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-CMP-ESTADO " " WS-CMP-TEXTO
                  " " WS-EDIT-A " " WS-EDIT-B
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       compara_importe.
           IF WS-CMP-IMP-A = WS-CMP-IMP-B THEN
               MOVE "OK" TO WS-CMP-ESTADO
               ADD 1 TO WS-CUADRES
           ELSE
               MOVE "DESCUADRE" TO WS-CMP-ESTADO
               ADD 1 TO WS-DESCUADRES
           END-IF
           MOVE WS-CMP-IMP-A TO WS-EDIT-IMP-A
           MOVE WS-CMP-IMP-B TO WS-EDIT-IMP-B
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-CMP-ESTADO " " WS-CMP-TEXTO
                  " " WS-EDIT-IMP-A " " WS-EDIT-IMP-B
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       anota_descuadre.
           ADD 1 TO WS-DESCUADRES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DESCUADRE  " WS-CMP-TEXTO
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       anota_aviso.
           ADD 1 TO WS-AVISOS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  AVISO      " WS-CMP-TEXTO
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       escribe_blanco.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       escribe_totales.
           PERFORM escribe_blanco
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMPROBACIONES OK: " WS-CUADRES
                  "  DESCUADRES: " WS-DESCUADRES
                  "  AVISOS: " WS-AVISOS
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-DESCUADRES > ZERO THEN
               MOVE "CADENA DESCUADRADA: revisar antes del cierre"
                   TO WS-REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
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
           MOVE "CobolBalance"   TO CTL-PROGRAMA.
           MOVE "CTLTOT"         TO CTL-FICHERO.
           MOVE WS-CTL-LEIDOS    TO CTL-LEIDOS.
           MOVE WS-CUADRES       TO CTL-ESCRITOS.
           MOVE WS-DESCUADRES    TO CTL-RECHAZADOS.
           MOVE ZERO             TO CTL-HASH-CANTIDAD.
           MOVE ZERO             TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
