       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolCaduc.

      * Informe nocturno de caducidades. Recorre el stock por lote de
      * STKLOTE (id,almacen,lote,caducidad,stock; lo mantiene
      * CobolMovim con las entradas, salidas FEFO y traspasos) y
      * saca en CADURPT, por orden de caducidad, los lotes con stock
      * que ya han CADUCADO y los que caducan dentro de los días de
      * aviso pedidos al lanzarlo (blanco = 30, para la pasada
      * nocturna). De cada lote da producto, almacén, stock, días que
      * le quedan y su valor a coste medio (COSTMED), para retirar o
      * liquidar a tiempo. Los lotes sin caducidad no salen.
      * Al final comprueba que el stock por lote de cada producto y
      * almacén no supera el de STKLOC: un DESCUADRE indica stock que
      * se movió fuera de CobolMovim (opción 8 del menú, por ejemplo)
      * y que los lotes señalados ya no están todos en el almacén.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STOCK-LOTE-FILE ASSIGN TO "STKLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOTE-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT COSTE-MEDIO-FILE ASSIGN TO "COSTMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTMED-FILE-STATUS.

           SELECT CADUC-REPORT-FILE ASSIGN TO "CADURPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  STOCK-LOTE-FILE.
       01  STOCK-LOTE-RECORD       PIC X(200).

       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD        PIC X(200).

       FD  COSTE-MEDIO-FILE.
       01  COSTE-MEDIO-RECORD      PIC X(200).

       FD  CADUC-REPORT-FILE.
       01  CADUC-REPORT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-STKLOTE-FILE-STATUS PIC X(02).
           01  WS-STKLOC-FILE-STATUS PIC X(02).
           01  WS-COSTMED-FILE-STATUS PIC X(02).

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-STKLOTE-EOF-SW   PIC X(01) VALUE "N".
               88  WS-STKLOTE-EOF     VALUE "Y".
           01  WS-STKLOC-EOF-SW    PIC X(01) VALUE "N".
               88  WS-STKLOC-EOF      VALUE "Y".
           01  WS-COSTMED-EOF-SW   PIC X(01) VALUE "N".
               88  WS-COSTMED-EOF     VALUE "Y".

           01  WS-DIAS-TEXTO       PIC X(05).
           01  WS-DIAS-AVISO       PIC 9(04) VALUE ZERO.
           01  WS-DIAS-DEFECTO     PIC 9(04) VALUE 30.
           01  WS-FECHA-HOY        PIC X(08).
           01  WS-HOY-INT          PIC 9(08) VALUE ZERO.
           01  WS-CADUC-INT        PIC 9(08) VALUE ZERO.
           01  WS-DIAS             PIC S9(07) VALUE ZERO.

      * Nombres de producto de la foto de PRODUCTOS-MASTER.
           01  WS-PROD-LLENA-SW    PIC X(01) VALUE "N".
               88  WS-PROD-LLENA      VALUE "Y".
           01  WS-PROD-MAX         PIC 9(04) VALUE 5000.
           01  WS-PROD-COUNT       PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PRODUCTOS.
               05  WS-PROD OCCURS 5000 TIMES.
                   10  WS-PR-ID        PIC 9(05).
                   10  WS-PR-NOMBRE    PIC X(30).

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

      * Lotes con stock; WS-LT-AVISO marca los que salen en el
      * informe y WS-LT-IMPRESO los ya escritos.
           01  WS-STKLOTE-LLENA-SW PIC X(01) VALUE "N".
               88  WS-STKLOTE-LLENA   VALUE "Y".
           01  WS-STKLOTE-MAX      PIC 9(04) VALUE 6000.
           01  WS-STKLOTE-COUNT    PIC 9(04) VALUE ZERO.
           01  WS-TABLA-STKLOTE.
               05  WS-STKLOTE OCCURS 6000 TIMES.
                   10  WS-LT-ID        PIC 9(05).
                   10  WS-LT-ALMACEN   PIC X(03).
                   10  WS-LT-LOTE      PIC X(10).
                   10  WS-LT-CADUCIDAD PIC X(08).
                   10  WS-LT-STOCK     PIC 9(07).
                   10  WS-LT-DIAS      PIC S9(07).
                   10  WS-LT-AVISO     PIC X(01).
                   10  WS-LT-IMPRESO   PIC X(01).

           01  WS-LT-FIELD-ID      PIC X(05).
           01  WS-LT-FIELD-ALMACEN PIC X(03).
           01  WS-LT-FIELD-LOTE    PIC X(10).
           01  WS-LT-FIELD-CADUC   PIC X(08).
           01  WS-LT-FIELD-STOCK   PIC X(07).

           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).
           01  WS-SL-ID            PIC 9(05) VALUE ZERO.
           01  WS-SL-STOCK         PIC 9(07) VALUE ZERO.

           01  WS-TDX              PIC 9(04) VALUE ZERO.
           01  WS-TDX-MENOR        PIC 9(04) VALUE ZERO.
           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-PDX              PIC 9(04) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".
           01  WS-CADUC-MENOR      PIC X(08).
           01  WS-FIN-LOTES-SW     PIC X(01) VALUE "N".
               88  WS-FIN-LOTES       VALUE "Y".

           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-NOMBRE           PIC X(30).
           01  WS-ESTADO           PIC X(10).
           01  WS-COSTE            PIC 9(07)V99 VALUE ZERO.
           01  WS-VALOR            PIC 9(14)V99 VALUE ZERO.
           01  WS-SUMA-LOTES       PIC 9(09) VALUE ZERO.

           01  WS-LOTES-LEIDOS     PIC 9(05) VALUE ZERO.
           01  WS-CADUCADOS        PIC 9(05) VALUE ZERO.
           01  WS-PROXIMOS         PIC 9(05) VALUE ZERO.
           01  WS-DESCUADRES       PIC 9(05) VALUE ZERO.
           01  WS-UNID-CADUCADAS   PIC 9(09) VALUE ZERO.
           01  WS-UNID-PROXIMAS    PIC 9(09) VALUE ZERO.
           01  WS-VALOR-CADUCADO   PIC 9(15)V99 VALUE ZERO.
           01  WS-VALOR-PROXIMO    PIC 9(15)V99 VALUE ZERO.

           01  WS-DIAS-EDIT        PIC -(6)9.
           01  WS-STOCK-EDIT       PIC ZZZZZZ9.
           01  WS-UNID-EDIT        PIC Z(8)9.
           01  WS-VALOR-EDIT       PIC Z(14)9.99.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.
           DISPLAY "Informe de caducidades por lote."
           MOVE WS-DIAS-DEFECTO TO WS-STOCK-EDIT
           DISPLAY "Dias de aviso antes de caducar (blanco = "
                   FUNCTION TRIM(WS-STOCK-EDIT) "): "
           ACCEPT WS-DIAS-TEXTO.
           IF WS-DIAS-TEXTO = SPACES THEN
               MOVE WS-DIAS-DEFECTO TO WS-DIAS-AVISO
           ELSE
               MOVE FUNCTION NUMVAL(WS-DIAS-TEXTO) TO WS-DIAS-AVISO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).

           OPEN INPUT STOCK-LOTE-FILE.
           IF WS-STKLOTE-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay stock por lote (STKLOTE); "
                       "informe no generado."
           ELSE
               PERFORM read_stock_lote
               PERFORM load_stock_lote_line UNTIL WS-STKLOTE-EOF
               CLOSE STOCK-LOTE-FILE
               PERFORM load_productos
               PERFORM load_coste_medio
               OPEN OUTPUT CADUC-REPORT-FILE
               PERFORM escribe_cabecera
               PERFORM escribe_siguiente_lote UNTIL WS-FIN-LOTES
               PERFORM escribe_totales
               PERFORM comprueba_stkloc
               CLOSE CADUC-REPORT-FILE
               DISPLAY "Lotes: " WS-LOTES-LEIDOS
                       " caducados: " WS-CADUCADOS
                       " proximos a caducar: " WS-PROXIMOS
                       " descuadres: " WS-DESCUADRES
               DISPLAY "Informe escrito en CADURPT."
           END-IF.
           STOP RUN.

      *****************************************************************
      * Carga de STKLOTE: cada lote con stock y caducidad se marca
      * para el informe si ya ha caducado o caduca dentro del aviso.
      *****************************************************************
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
                   ADD 1 TO WS-LOTES-LEIDOS
                   MOVE WS-STKLOTE-COUNT TO WS-TDX
                   MOVE FUNCTION NUMVAL(WS-LT-FIELD-ID)
                       TO WS-LT-ID(WS-TDX)
                   MOVE WS-LT-FIELD-ALMACEN TO WS-LT-ALMACEN(WS-TDX)
                   MOVE WS-LT-FIELD-LOTE TO WS-LT-LOTE(WS-TDX)
                   MOVE WS-LT-FIELD-CADUC TO WS-LT-CADUCIDAD(WS-TDX)
                   MOVE FUNCTION NUMVAL(WS-LT-FIELD-STOCK)
                       TO WS-LT-STOCK(WS-TDX)
                   MOVE "N" TO WS-LT-AVISO(WS-TDX)
                   MOVE "N" TO WS-LT-IMPRESO(WS-TDX)
                   MOVE ZERO TO WS-LT-DIAS(WS-TDX)
                   PERFORM evalua_lote
               ELSE
                   IF NOT WS-STKLOTE-LLENA THEN
                       MOVE "Y" TO WS-STKLOTE-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por lote "
                               "llena; informe incompleto."
                   END-IF
               END-IF
           END-IF

           PERFORM read_stock_lote.

       evalua_lote.
           IF WS-LT-STOCK(WS-TDX) > ZERO
                   AND WS-LT-CADUCIDAD(WS-TDX) IS NUMERIC THEN
               COMPUTE WS-CADUC-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LT-CADUCIDAD(WS-TDX)))
               COMPUTE WS-DIAS = WS-CADUC-INT - WS-HOY-INT
               MOVE WS-DIAS TO WS-LT-DIAS(WS-TDX)
               IF WS-DIAS <= WS-DIAS-AVISO THEN
                   MOVE "Y" TO WS-LT-AVISO(WS-TDX)
               END-IF
           END-IF.

       load_productos.
           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay foto de PRODUCTOS-MASTER; los "
                       "productos saldran sin nombre."
           ELSE
               PERFORM read_master_record
               PERFORM load_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

       load_producto.
           IF WS-PROD-COUNT < WS-PROD-MAX THEN
               ADD 1 TO WS-PROD-COUNT
               MOVE FUNCTION NUMVAL(PM-ID) TO WS-PR-ID(WS-PROD-COUNT)
               MOVE PM-NOMBRE TO WS-PR-NOMBRE(WS-PROD-COUNT)
           ELSE
               IF NOT WS-PROD-LLENA THEN
                   MOVE "Y" TO WS-PROD-LLENA-SW
                   DISPLAY "Aviso: tabla de productos llena; hay "
                           "productos sin nombre."
               END-IF
           END-IF
           PERFORM read_master_record.

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
                               "llena; hay lotes sin valorar."
                   END-IF
               END-IF
           END-IF

           PERFORM read_coste_medio.

       escribe_cabecera.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP
                  " LOTES CADUCADOS Y PROXIMOS A CADUCAR"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "FECHA " WS-FECHA-HOY
                  "   AVISO A " WS-DIAS-AVISO " DIAS"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           STRING "ESTADO     CADUCIDAD   DIAS ID    "
                  "NOMBRE                         ALM "
                  "LOTE         STOCK      VALOR A COSTE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Detalle en orden de caducidad: cada pasada escribe el lote
      * marcado y aún no escrito que antes caduca.
      *****************************************************************
       escribe_siguiente_lote.
           MOVE ZERO TO WS-TDX-MENOR.
           MOVE HIGH-VALUES TO WS-CADUC-MENOR.
           MOVE 1 TO WS-TDX.
           PERFORM busca_menor_item UNTIL WS-TDX > WS-STKLOTE-COUNT.
           IF WS-TDX-MENOR = ZERO THEN
               MOVE "Y" TO WS-FIN-LOTES-SW
           ELSE
               MOVE WS-TDX-MENOR TO WS-TDX
               MOVE "Y" TO WS-LT-IMPRESO(WS-TDX)
               PERFORM escribe_lote
           END-IF.

       busca_menor_item.
           IF WS-LT-AVISO(WS-TDX) = "Y"
                   AND WS-LT-IMPRESO(WS-TDX) = "N"
                   AND WS-LT-CADUCIDAD(WS-TDX) < WS-CADUC-MENOR THEN
               MOVE WS-LT-CADUCIDAD(WS-TDX) TO WS-CADUC-MENOR
               MOVE WS-TDX TO WS-TDX-MENOR
           END-IF
           ADD 1 TO WS-TDX.

       escribe_lote.
           MOVE WS-LT-ID(WS-TDX) TO WS-ID
           PERFORM busca_nombre
           PERFORM busca_coste
           COMPUTE WS-VALOR = WS-LT-STOCK(WS-TDX) * WS-COSTE
           IF WS-LT-DIAS(WS-TDX) < ZERO THEN
               MOVE "CADUCADO" TO WS-ESTADO
               ADD 1 TO WS-CADUCADOS
               ADD WS-LT-STOCK(WS-TDX) TO WS-UNID-CADUCADAS
               ADD WS-VALOR TO WS-VALOR-CADUCADO
           ELSE
               MOVE "CADUCA" TO WS-ESTADO
               ADD 1 TO WS-PROXIMOS
               ADD WS-LT-STOCK(WS-TDX) TO WS-UNID-PROXIMAS
               ADD WS-VALOR TO WS-VALOR-PROXIMO
           END-IF
           MOVE WS-LT-DIAS(WS-TDX) TO WS-DIAS-EDIT
           MOVE WS-LT-STOCK(WS-TDX) TO WS-STOCK-EDIT
           MOVE WS-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ESTADO " "
                  WS-LT-CADUCIDAD(WS-TDX) " "
                  WS-DIAS-EDIT " "
                  WS-ID " "
                  WS-NOMBRE " "
                  WS-LT-ALMACEN(WS-TDX) " "
                  WS-LT-LOTE(WS-TDX) " "
                  WS-STOCK-EDIT " "
                  WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE.

       busca_nombre.
           MOVE SPACES TO WS-NOMBRE.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-PDX.
           PERFORM busca_nombre_item
               UNTIL WS-HALLADO OR WS-PDX > WS-PROD-COUNT.

       busca_nombre_item.
           IF WS-PR-ID(WS-PDX) = WS-ID THEN
               MOVE "Y" TO WS-HALLADO-SW
               MOVE WS-PR-NOMBRE(WS-PDX) TO WS-NOMBRE
           ELSE
               ADD 1 TO WS-PDX
           END-IF.

       busca_coste.
           MOVE ZERO TO WS-COSTE.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-CDX.
           PERFORM busca_coste_item
               UNTIL WS-HALLADO OR WS-CDX > WS-COSTMED-COUNT.

       busca_coste_item.
           IF WS-CM-ID(WS-CDX) = WS-ID THEN
               MOVE "Y" TO WS-HALLADO-SW
               MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

       escribe_totales.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNID-CADUCADAS TO WS-UNID-EDIT
           MOVE WS-VALOR-CADUCADO TO WS-VALOR-EDIT
           STRING "LOTES CADUCADOS:           " WS-CADUCADOS
                  "  UNIDADES " WS-UNID-EDIT
                  "  VALOR A COSTE " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNID-PROXIMAS TO WS-UNID-EDIT
           MOVE WS-VALOR-PROXIMO TO WS-VALOR-EDIT
           STRING "LOTES PROXIMOS A CADUCAR:  " WS-PROXIMOS
                  "  UNIDADES " WS-UNID-EDIT
                  "  VALOR A COSTE " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Cuadre con STKLOC: por cada línea de producto y almacén, la
      * suma de sus lotes no puede pasar del stock del almacén.
      *****************************************************************
       comprueba_stkloc.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "CUADRE DE LOTES CON EL STOCK POR ALMACEN (STKLOC)"
               TO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT STOCK-LOC-FILE.
           IF WS-STKLOC-FILE-STATUS NOT = "00" THEN
               MOVE "SIN FICHERO STKLOC; cuadre no realizado"
                   TO WS-REPORT-LINE
               WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM read_stock_loc
               PERFORM compara_stock_loc UNTIL WS-STKLOC-EOF
               CLOSE STOCK-LOC-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DESCUADRES: " WS-DESCUADRES
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       read_stock_loc.
           READ STOCK-LOC-FILE
               AT END MOVE "Y" TO WS-STKLOC-EOF-SW
           END-READ.

       compara_stock_loc.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK
           END-UNSTRING
           IF WS-SL-FIELD-ID NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SL-FIELD-ID) TO WS-SL-ID
               MOVE FUNCTION NUMVAL(WS-SL-FIELD-STOCK) TO WS-SL-STOCK
               MOVE ZERO TO WS-SUMA-LOTES
               MOVE 1 TO WS-TDX
               PERFORM suma_lotes_item UNTIL WS-TDX > WS-STKLOTE-COUNT
               IF WS-SUMA-LOTES > WS-SL-STOCK THEN
                   PERFORM escribe_descuadre
               END-IF
           END-IF
           PERFORM read_stock_loc.

       suma_lotes_item.
           IF WS-LT-ID(WS-TDX) = WS-SL-ID
                   AND WS-LT-ALMACEN(WS-TDX) = WS-SL-FIELD-ALMACEN THEN
               ADD WS-LT-STOCK(WS-TDX) TO WS-SUMA-LOTES
           END-IF
           ADD 1 TO WS-TDX.

       escribe_descuadre.
           ADD 1 TO WS-DESCUADRES
           MOVE WS-SUMA-LOTES TO WS-UNID-EDIT
           MOVE WS-SL-STOCK TO WS-STOCK-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DESCUADRE id " WS-SL-ID
                  " almacen " WS-SL-FIELD-ALMACEN
                  " stock en lotes " WS-UNID-EDIT
                  " stock del almacen " WS-STOCK-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CADUC-REPORT-RECORD FROM WS-REPORT-LINE.
