       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolMargen.

      * Informe de margen bruto por producto y categoría. Recorre la
      * foto de PRODUCTOS-MASTER y cruza el precio de venta de cada
      * producto con su coste medio ponderado de COSTMED (id,coste,
      * fecha; lo mantiene CobolMovim con cada entrada E aplicada).
      * Por producto muestra precio, coste, margen unitario y margen
      * sobre precio en %, y señala BAJO COSTE cuando se vende por
      * debajo de lo que cuesta y MARGEN BAJO cuando el margen no
      * llega al mínimo pedido al lanzar el informe; los productos
      * sin coste conocido salen como SIN COSTE y no cuentan en los
      * márgenes. Por categoría y en total valora además el stock a
      * precio de venta y a coste medio y da el margen del stock
      * valorado, para comparar con la valoración de CobolValor.
      * Todo queda en el informe MARGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT COSTE-MEDIO-FILE ASSIGN TO "COSTMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTMED-FILE-STATUS.

           SELECT MARGEN-REPORT-FILE ASSIGN TO "MARGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  COSTE-MEDIO-FILE.
       01  COSTE-MEDIO-RECORD      PIC X(200).

       FD  MARGEN-REPORT-FILE.
       01  MARGEN-REPORT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-COSTMED-FILE-STATUS PIC X(02).

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-COSTMED-EOF-SW   PIC X(01) VALUE "N".
               88  WS-COSTMED-EOF     VALUE "Y".

           01  WS-COSTMED-LLENA-SW PIC X(01) VALUE "N".
               88  WS-COSTMED-LLENA   VALUE "Y".
           01  WS-COSTMED-MAX      PIC 9(04) VALUE 5000.
           01  WS-COSTMED-COUNT    PIC 9(04) VALUE ZERO.
           01  WS-TABLA-COSTMED.
               05  WS-COSTMED OCCURS 5000 TIMES.
                   10  WS-CM-ID        PIC 9(05).
                   10  WS-CM-COSTE     PIC 9(07)V99.

           01  WS-CM-FIELD-ID      PIC X(05).
           01  WS-CM-FIELD-COSTE   PIC X(12).

           01  WS-CAT-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-CAT-LLENA       VALUE "Y".
           01  WS-CAT-MAX          PIC 9(03) VALUE 100.
           01  WS-CAT-COUNT        PIC 9(03) VALUE ZERO.
           01  WS-TABLA-CATEGORIAS.
               05  WS-CAT OCCURS 100 TIMES.
                   10  WS-CT-NOMBRE    PIC X(30).
                   10  WS-CT-PRODUCTOS PIC 9(05).
                   10  WS-CT-AVISOS    PIC 9(05).
                   10  WS-CT-SIN-COSTE PIC 9(05).
                   10  WS-CT-VENTA     PIC 9(15)V99.
                   10  WS-CT-COSTE     PIC 9(15)V99.

           01  WS-MARGEN-MINIMO    PIC 9(03)V99 VALUE ZERO.
           01  WS-MARGEN-DEFECTO   PIC 9(03)V99 VALUE 20.
           01  WS-MARGEN-TEXTO     PIC X(06).

           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-IDX              PIC 9(03) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".
           01  WS-COSTE-HALLADO-SW PIC X(01).
               88  WS-COSTE-HALLADO   VALUE "Y".

           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-STOCK            PIC 9(07) VALUE ZERO.
           01  WS-PRECIO           PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE            PIC 9(07)V99 VALUE ZERO.
           01  WS-MARGEN           PIC S9(07)V99 VALUE ZERO.
           01  WS-MARGEN-PCT       PIC S9(05)V99 VALUE ZERO.
           01  WS-VALOR-VENTA      PIC 9(14)V99 VALUE ZERO.
           01  WS-VALOR-COSTE      PIC 9(14)V99 VALUE ZERO.
           01  WS-MARGEN-VALOR     PIC S9(15)V99 VALUE ZERO.
           01  WS-BASE-VENTA       PIC 9(15)V99 VALUE ZERO.
           01  WS-AVISOS           PIC 9(05) VALUE ZERO.
           01  WS-AVISO            PIC X(12).

           01  WS-PRODUCTOS        PIC 9(05) VALUE ZERO.
           01  WS-BAJO-COSTE       PIC 9(05) VALUE ZERO.
           01  WS-MARGEN-BAJO      PIC 9(05) VALUE ZERO.
           01  WS-SIN-COSTE        PIC 9(05) VALUE ZERO.
           01  WS-TOTAL-VENTA      PIC 9(15)V99 VALUE ZERO.
           01  WS-TOTAL-COSTE      PIC 9(15)V99 VALUE ZERO.

           01  WS-PRECIO-EDIT      PIC ZZZZZZ9.99.
           01  WS-COSTE-EDIT       PIC ZZZZZZ9.99.
           01  WS-MARGEN-EDIT      PIC -(7)9.99.
           01  WS-PCT-EDIT         PIC -(4)9.99.
           01  WS-MINIMO-EDIT      PIC ZZ9.99.
           01  WS-VALOR-EDIT       PIC Z(14)9.99.
           01  WS-VARIACION-EDIT   PIC -(14)9.99.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           DISPLAY "Informe de margen bruto."
           MOVE WS-MARGEN-DEFECTO TO WS-MINIMO-EDIT
           DISPLAY "Margen minimo sobre precio en % (blanco = "
                   FUNCTION TRIM(WS-MINIMO-EDIT) "): "
           ACCEPT WS-MARGEN-TEXTO.
           IF WS-MARGEN-TEXTO = SPACES THEN
               MOVE WS-MARGEN-DEFECTO TO WS-MARGEN-MINIMO
           ELSE
               MOVE FUNCTION NUMVAL(WS-MARGEN-TEXTO)
                   TO WS-MARGEN-MINIMO
           END-IF.

           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible; "
                       "informe no generado."
           ELSE
               PERFORM load_coste_medio
               OPEN OUTPUT MARGEN-REPORT-FILE
               PERFORM escribe_cabecera
               PERFORM read_master_record
               PERFORM evalua_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
               PERFORM escribe_categorias
               CLOSE MARGEN-REPORT-FILE
               DISPLAY "Productos: " WS-PRODUCTOS
                       " bajo coste: " WS-BAJO-COSTE
                       " margen bajo: " WS-MARGEN-BAJO
                       " sin coste: " WS-SIN-COSTE
               DISPLAY "Informe escrito en MARGRPT."
           END-IF.
           STOP RUN.

       load_coste_medio.
           OPEN INPUT COSTE-MEDIO-FILE.
           IF WS-COSTMED-FILE-STATUS NOT = "00" THEN
               DISPLAY "Sin fichero de costes medios (COSTMED); "
                       "todos los productos saldran sin coste."
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
           UNSTRING COSTE-MEDIO-RECORD DELIMITED BY ","
               INTO WS-CM-FIELD-ID WS-CM-FIELD-COSTE
           END-UNSTRING

           IF WS-CM-FIELD-ID NOT = SPACES THEN
               IF WS-COSTMED-COUNT < WS-COSTMED-MAX THEN
                   ADD 1 TO WS-COSTMED-COUNT
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-ID)
                       TO WS-CM-ID(WS-COSTMED-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-COSTE)
                       TO WS-CM-COSTE(WS-COSTMED-COUNT)
               ELSE
                   IF NOT WS-COSTMED-LLENA THEN
                       MOVE "Y" TO WS-COSTMED-LLENA-SW
                       DISPLAY "Aviso: tabla de costes medios "
                               "llena; hay productos sin coste."
                   END-IF
               END-IF
           END-IF

           PERFORM read_coste_medio.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-MARGEN-MINIMO TO WS-MINIMO-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " MARGEN BRUTO POR PRODUCTO (minimo "
                  FUNCTION TRIM(WS-MINIMO-EDIT) " %)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "ID"                 TO WS-REPORT-LINE(1:2)
           MOVE "NOMBRE"             TO WS-REPORT-LINE(7:6)
           MOVE "CATEGORIA"          TO WS-REPORT-LINE(38:9)
           MOVE "PRECIO"             TO WS-REPORT-LINE(63:6)
           MOVE "COSTE"              TO WS-REPORT-LINE(75:5)
           MOVE "MARGEN"             TO WS-REPORT-LINE(86:6)
           MOVE "MARGEN %"           TO WS-REPORT-LINE(93:8)
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE.

       evalua_producto.
           ADD 1 TO WS-PRODUCTOS
           MOVE FUNCTION NUMVAL(PM-ID)     TO WS-ID
           MOVE FUNCTION NUMVAL(PM-STOCK)  TO WS-STOCK
           MOVE FUNCTION NUMVAL(PM-PRECIO) TO WS-PRECIO
           PERFORM busca_coste_medio
           PERFORM busca_categoria
           IF WS-HALLADO THEN
               ADD 1 TO WS-CT-PRODUCTOS(WS-IDX)
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE PM-ID                TO WS-REPORT-LINE(1:5)
           MOVE PM-NOMBRE(1:30)      TO WS-REPORT-LINE(7:30)
           MOVE PM-CATEGORIA(1:20)   TO WS-REPORT-LINE(38:20)
           MOVE WS-PRECIO            TO WS-PRECIO-EDIT
           MOVE WS-PRECIO-EDIT       TO WS-REPORT-LINE(59:10)

           IF NOT WS-COSTE-HALLADO THEN
               ADD 1 TO WS-SIN-COSTE
               IF WS-HALLADO THEN
                   ADD 1 TO WS-CT-SIN-COSTE(WS-IDX)
               END-IF
               MOVE "SIN COSTE" TO WS-REPORT-LINE(70:9)
           ELSE
               PERFORM calcula_margen
           END-IF
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM read_master_record.

       calcula_margen.
           COMPUTE WS-MARGEN = WS-PRECIO - WS-COSTE
           IF WS-PRECIO = ZERO THEN
               MOVE ZERO TO WS-MARGEN-PCT
           ELSE
               COMPUTE WS-MARGEN-PCT ROUNDED =
                   WS-MARGEN * 100 / WS-PRECIO
           END-IF
           MOVE WS-COSTE      TO WS-COSTE-EDIT
           MOVE WS-COSTE-EDIT TO WS-REPORT-LINE(70:10)
           MOVE WS-MARGEN     TO WS-MARGEN-EDIT
           MOVE WS-MARGEN-EDIT TO WS-REPORT-LINE(81:11)
           MOVE WS-MARGEN-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT   TO WS-REPORT-LINE(93:8)

           MOVE SPACES TO WS-AVISO
           IF WS-PRECIO < WS-COSTE THEN
               ADD 1 TO WS-BAJO-COSTE
               MOVE "BAJO COSTE" TO WS-AVISO
           ELSE
               IF WS-MARGEN-PCT < WS-MARGEN-MINIMO THEN
                   ADD 1 TO WS-MARGEN-BAJO
                   MOVE "MARGEN BAJO" TO WS-AVISO
               END-IF
           END-IF
           MOVE WS-AVISO TO WS-REPORT-LINE(103:12)

           COMPUTE WS-VALOR-VENTA = WS-PRECIO * WS-STOCK
           COMPUTE WS-VALOR-COSTE = WS-COSTE * WS-STOCK
           ADD WS-VALOR-VENTA TO WS-TOTAL-VENTA
           ADD WS-VALOR-COSTE TO WS-TOTAL-COSTE
           IF WS-HALLADO THEN
               ADD WS-VALOR-VENTA TO WS-CT-VENTA(WS-IDX)
               ADD WS-VALOR-COSTE TO WS-CT-COSTE(WS-IDX)
               IF WS-AVISO NOT = SPACES THEN
                   ADD 1 TO WS-CT-AVISOS(WS-IDX)
               END-IF
           END-IF.

       busca_coste_medio.
           MOVE "N" TO WS-COSTE-HALLADO-SW.
           MOVE ZERO TO WS-COSTE.
           MOVE 1 TO WS-CDX.
           PERFORM busca_coste_medio_item
               UNTIL WS-COSTE-HALLADO OR WS-CDX > WS-COSTMED-COUNT.
           IF WS-COSTE-HALLADO THEN
               MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE
               IF WS-COSTE = ZERO THEN
                   MOVE "N" TO WS-COSTE-HALLADO-SW
               END-IF
           END-IF.

       busca_coste_medio_item.
           IF WS-CM-ID(WS-CDX) = WS-ID THEN
               MOVE "Y" TO WS-COSTE-HALLADO-SW
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

       busca_categoria.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-IDX.
           PERFORM busca_categoria_item
               UNTIL WS-HALLADO OR WS-IDX > WS-CAT-COUNT.
           IF NOT WS-HALLADO THEN
               IF WS-CAT-COUNT < WS-CAT-MAX THEN
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-IDX
                   MOVE PM-CATEGORIA TO WS-CT-NOMBRE(WS-IDX)
                   MOVE ZERO TO WS-CT-PRODUCTOS(WS-IDX)
                   MOVE ZERO TO WS-CT-AVISOS(WS-IDX)
                   MOVE ZERO TO WS-CT-SIN-COSTE(WS-IDX)
                   MOVE ZERO TO WS-CT-VENTA(WS-IDX)
                   MOVE ZERO TO WS-CT-COSTE(WS-IDX)
                   MOVE "Y" TO WS-HALLADO-SW
               ELSE
                   IF NOT WS-CAT-LLENA THEN
                       MOVE "Y" TO WS-CAT-LLENA-SW
                       DISPLAY "Aviso: tabla de categorias llena; "
                               "hay categorias sin desglosar."
                   END-IF
               END-IF
           END-IF.

       busca_categoria_item.
           IF WS-CT-NOMBRE(WS-IDX) = PM-CATEGORIA THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *****************************************************************
      * Resumen por categoría: stock valorado a precio y a coste.
      *****************************************************************
       escribe_categorias.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "STOCK VALORADO POR CATEGORIA (productos con coste)"
               TO WS-REPORT-LINE
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CATEGORIA"          TO WS-REPORT-LINE(1:9)
           MOVE "PROD."              TO WS-REPORT-LINE(32:5)
           MOVE "AVIS."              TO WS-REPORT-LINE(38:5)
           MOVE "S/CTE"              TO WS-REPORT-LINE(44:5)
           MOVE "VALOR A PRECIO"     TO WS-REPORT-LINE(54:14)
           MOVE "VALOR A COSTE"      TO WS-REPORT-LINE(74:13)
           MOVE "MARGEN"             TO WS-REPORT-LINE(100:6)
           MOVE "MARGEN %"           TO WS-REPORT-LINE(107:8)
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 1 TO WS-IDX
           PERFORM escribe_linea_categoria
               UNTIL WS-IDX > WS-CAT-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL CATALOGO"       TO WS-REPORT-LINE(1:30)
           MOVE WS-PRODUCTOS           TO WS-REPORT-LINE(32:5)
           COMPUTE WS-AVISOS = WS-BAJO-COSTE + WS-MARGEN-BAJO
           MOVE WS-AVISOS              TO WS-REPORT-LINE(38:5)
           MOVE WS-SIN-COSTE           TO WS-REPORT-LINE(44:5)
           MOVE WS-TOTAL-VENTA         TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT          TO WS-REPORT-LINE(50:18)
           MOVE WS-TOTAL-COSTE         TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT          TO WS-REPORT-LINE(69:18)
           COMPUTE WS-MARGEN-VALOR = WS-TOTAL-VENTA - WS-TOTAL-COSTE
           MOVE WS-TOTAL-VENTA         TO WS-BASE-VENTA
           PERFORM escribe_margen_valor
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRODUCTOS: " WS-PRODUCTOS
                  "  BAJO COSTE: " WS-BAJO-COSTE
                  "  MARGEN BAJO: " WS-MARGEN-BAJO
                  "  SIN COSTE: " WS-SIN-COSTE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-CAT-LLENA THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AVISO: tabla de categorias llena; hay valor "
                      "sin desglosar por categoria"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       escribe_linea_categoria.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CT-NOMBRE(WS-IDX)     TO WS-REPORT-LINE(1:30)
           MOVE WS-CT-PRODUCTOS(WS-IDX)  TO WS-REPORT-LINE(32:5)
           MOVE WS-CT-AVISOS(WS-IDX)     TO WS-REPORT-LINE(38:5)
           MOVE WS-CT-SIN-COSTE(WS-IDX)  TO WS-REPORT-LINE(44:5)
           MOVE WS-CT-VENTA(WS-IDX)      TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT            TO WS-REPORT-LINE(50:18)
           MOVE WS-CT-COSTE(WS-IDX)      TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT            TO WS-REPORT-LINE(69:18)
           COMPUTE WS-MARGEN-VALOR =
               WS-CT-VENTA(WS-IDX) - WS-CT-COSTE(WS-IDX)
           MOVE WS-CT-VENTA(WS-IDX)      TO WS-BASE-VENTA
           PERFORM escribe_margen_valor
           WRITE MARGEN-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-IDX.

      * Margen del stock valorado en WS-MARGEN-VALOR sobre la venta
      * de WS-BASE-VENTA, en las columnas de margen de la línea.
       escribe_margen_valor.
           MOVE WS-MARGEN-VALOR TO WS-VARIACION-EDIT
           MOVE WS-VARIACION-EDIT TO WS-REPORT-LINE(88:18)
           IF WS-BASE-VENTA = ZERO THEN
               MOVE ZERO TO WS-MARGEN-PCT
           ELSE
               COMPUTE WS-MARGEN-PCT ROUNDED =
                   WS-MARGEN-VALOR * 100 / WS-BASE-VENTA
           END-IF
           MOVE WS-MARGEN-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-REPORT-LINE(107:8).
