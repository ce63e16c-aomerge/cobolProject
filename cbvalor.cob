      * informe VALRPT compara la valoración de hoy con la última
      * ejecución registrada de un mes anterior, mostrando la
      * variación por categoría y total para ver qué categorías ganan
      * o pierden valor. Junto a la valoración a precio de venta se
      * da la valoración a coste medio ponderado (COSTMED, ver
      * CobolMovim), que se guarda también en VALHIST como quinto
      * campo; los productos sin coste conocido valen cero a coste y
      * se cuentan al pie del informe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VALOR-REPORT-FILE ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COSTE-MEDIO-FILE ASSIGN TO "COSTMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTMED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  VALOR-REPORT-FILE.
       01  VALOR-REPORT-RECORD     PIC X(200).

       FD  COSTE-MEDIO-FILE.
       01  COSTE-MEDIO-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-VALHIST-FILE-STATUS PIC X(02).
           01  WS-COSTMED-FILE-STATUS PIC X(02).

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-VALHIST-EOF-SW   PIC X(01) VALUE "N".
               88  WS-VALHIST-EOF     VALUE "Y".
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
           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-COSTE-HALLADO-SW PIC X(01).
               88  WS-COSTE-HALLADO   VALUE "Y".
           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-COSTE            PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-PRODUCTO   PIC 9(14)V99 VALUE ZERO.
           01  WS-SIN-COSTE        PIC 9(05) VALUE ZERO.

           01  WS-STOCK            PIC 9(07) VALUE ZERO.
           01  WS-PRECIO           PIC 9(07)V99 VALUE ZERO.
                   10  WS-CT-VALOR     PIC 9(15)V99.
                   10  WS-CT-ANTERIOR  PIC 9(15)V99.
                   10  WS-CT-HAY-ANT   PIC X(01).
                   10  WS-CT-COSTE     PIC 9(15)V99.

           01  WS-TOTAL-UNIDADES   PIC 9(09) VALUE ZERO.
           01  WS-TOTAL-VALOR      PIC 9(15)V99 VALUE ZERO.
           01  WS-TOTAL-ANTERIOR   PIC 9(15)V99 VALUE ZERO.
           01  WS-TOTAL-COSTE      PIC 9(15)V99 VALUE ZERO.
           01  WS-HAY-ANTERIOR-SW  PIC X(01) VALUE "N".
               88  WS-HAY-ANTERIOR    VALUE "Y".

           01  WS-FECHA-ANTERIOR   PIC X(08) VALUE SPACES.

           01  WS-VALOR-TXT        PIC 9(15).99.
           01  WS-COSTE-TXT        PIC 9(15).99.
           01  WS-VALOR-EDIT       PIC Z(14)9.99.
           01  WS-VARIACION        PIC S9(15)V99 VALUE ZERO.
           01  WS-VARIACION-EDIT   PIC +(14)9.99.
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible; "
                       "valoracion no generada."
           ELSE
               PERFORM load_coste_medio
               PERFORM acumula_valoracion
               CLOSE PRODUCTOS-MASTER
               PERFORM carga_valoracion_anterior
           MOVE FUNCTION NUMVAL(PM-STOCK)  TO WS-STOCK
           MOVE FUNCTION NUMVAL(PM-PRECIO) TO WS-PRECIO
           COMPUTE WS-VALOR-PRODUCTO = WS-PRECIO * WS-STOCK
           PERFORM busca_coste_medio
           COMPUTE WS-COSTE-PRODUCTO = WS-COSTE * WS-STOCK

           PERFORM busca_categoria
           IF WS-HALLADO THEN
               ADD WS-STOCK          TO WS-CT-UNIDADES(WS-IDX)
               ADD WS-VALOR-PRODUCTO TO WS-CT-VALOR(WS-IDX)
               ADD WS-COSTE-PRODUCTO TO WS-CT-COSTE(WS-IDX)
           END-IF
           ADD WS-STOCK          TO WS-TOTAL-UNIDADES
           ADD WS-VALOR-PRODUCTO TO WS-TOTAL-VALOR
           ADD WS-COSTE-PRODUCTO TO WS-TOTAL-COSTE

           PERFORM read_master_record.

                   MOVE ZERO TO WS-CT-VALOR(WS-IDX)
                   MOVE ZERO TO WS-CT-ANTERIOR(WS-IDX)
                   MOVE "N"  TO WS-CT-HAY-ANT(WS-IDX)
                   MOVE ZERO TO WS-CT-COSTE(WS-IDX)
                   MOVE "Y" TO WS-HALLADO-SW
               ELSE
                   IF NOT WS-CAT-LLENA THEN
               ADD 1 TO WS-IDX
           END-IF.

       busca_coste_medio.
           MOVE "N" TO WS-COSTE-HALLADO-SW.
           MOVE ZERO TO WS-COSTE.
           MOVE FUNCTION NUMVAL(PM-ID) TO WS-ID.
           MOVE 1 TO WS-CDX.
           PERFORM busca_coste_medio_item
               UNTIL WS-COSTE-HALLADO OR WS-CDX > WS-COSTMED-COUNT.
           IF WS-COSTE-HALLADO THEN
               MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE
           END-IF.
           IF WS-COSTE = ZERO THEN
               ADD 1 TO WS-SIN-COSTE
           END-IF.

       busca_coste_medio_item.
           IF WS-CM-ID(WS-CDX) = WS-ID THEN
               MOVE "Y" TO WS-COSTE-HALLADO-SW
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

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
                               "llena; hay productos sin coste."
                   END-IF
               END-IF
           END-IF

           PERFORM read_coste_medio.

      * Localiza en VALHIST la última ejecución de un mes anterior al
      * actual y se queda con sus importes por categoría y total.
       carga_valoracion_anterior.
               UNTIL WS-IDX > WS-CAT-COUNT.

           MOVE WS-TOTAL-VALOR TO WS-VALOR-TXT
           MOVE WS-TOTAL-COSTE TO WS-COSTE-TXT
           MOVE SPACES TO WS-HIST-LINE
           STRING WS-FECHA-HOY
                  ",*TOTAL*,"
                  WS-TOTAL-UNIDADES
                  "," WS-VALOR-TXT
                  "," WS-COSTE-TXT
               DELIMITED BY SIZE
               INTO WS-HIST-LINE
           WRITE VALOR-HIST-RECORD FROM WS-HIST-LINE

       guarda_linea_categoria.
           MOVE WS-CT-VALOR(WS-IDX) TO WS-VALOR-TXT
           MOVE WS-CT-COSTE(WS-IDX) TO WS-COSTE-TXT
           MOVE SPACES TO WS-HIST-LINE
           STRING WS-FECHA-HOY
                  "," FUNCTION TRIM(WS-CT-NOMBRE(WS-IDX))
                  "," WS-CT-UNIDADES(WS-IDX)
                  "," WS-VALOR-TXT
                  "," WS-COSTE-TXT
               DELIMITED BY SIZE
               INTO WS-HIST-LINE
           WRITE VALOR-HIST-RECORD FROM WS-HIST-LINE
           STRING "CATEGORIA                      UNIDADES"
                  "            VALOR         MES ANTERIOR"
                  "            VARIACION"
                  "         VALOR A COSTE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE VALOR-REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE "NUEVA" TO WS-REPORT-LINE(63:5)
               END-IF
           END-IF
           MOVE WS-CT-COSTE(WS-IDX)    TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT          TO WS-REPORT-LINE(103:18)
           WRITE VALOR-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-IDX.

               MOVE WS-VARIACION       TO WS-VARIACION-EDIT
               MOVE WS-VARIACION-EDIT  TO WS-REPORT-LINE(83:18)
           END-IF
           MOVE WS-TOTAL-COSTE         TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT          TO WS-REPORT-LINE(103:18)
           WRITE VALOR-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-SIN-COSTE > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PRODUCTOS SIN COSTE CONOCIDO (valen cero a "
                      "coste): " WS-SIN-COSTE
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE VALOR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
