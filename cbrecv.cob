      * con número de registros y total de control de cantidades, el
      * mismo estilo que el extracto PRODEXT) y, si la cola cuadra con
      * lo leído, genera en MOVIN las órdenes de entrada E
      * correspondientes para que CobolMovim las aplique. Cuando el
      * almacén indica el pedido de compra que entrega la línea, este
      * viaja en MOVIN para que CobolMovim case la entrada con ese
      * pedido concreto de OPENORD; el coste unitario facturado por el
      * proveedor, si viene, viaja también para que CobolMovim
      * recalcule el coste medio del producto, y el lote con su
      * caducidad, para que CobolMovim lleve el stock por lote
      * (STKLOTE). Una caducidad sin lote o que no es una fecha
      * AAAAMMDD válida se trata como detalle erróneo. Si el número
      * de registros o el total de control no cuadran, o la estructura
      * del fichero no es la esperada, se rechaza el fichero COMPLETO:
      * no se escribe ningún movimiento y todo queda detallado en el
      * informe de excepciones RECVRPT.
      * Cada pasada deja en CTLTOT (ver CPCTLTOT) los detalles leídos,
      * las entradas escritas en MOVIN o los detalles rechazados y el
      * total de cantidades escrito, para que CobolBalance lo cuadre
      * con lo que CobolMovim aplica o rechaza de este origen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECV-REPORT-FILE ASSIGN TO "RECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECV-FILE.
       01  RECV-RECORD             PIC X(80).

       FD  MOV-CONTROL-FILE.
       01  MOV-CONTROL-RECORD      PIC X(200).
       FD  RECV-REPORT-FILE.
       01  RECV-REPORT-RECORD      PIC X(200).

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  WS-RECV-FILE-STATUS PIC X(02).
           01  WS-MOVIN-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).

           01  WS-RECV-EOF-SW      PIC X(01) VALUE "N".
               88  WS-RECV-EOF        VALUE "Y".
                   10  WS-DT-ID        PIC 9(05).
                   10  WS-DT-CANTIDAD  PIC 9(07).
                   10  WS-DT-REFERENCIA PIC X(20).
                   10  WS-DT-PEDIDO    PIC X(06).
                   10  WS-DT-COSTE     PIC 9(07)V99.
                   10  WS-DT-LOTE      PIC X(10).
                   10  WS-DT-CADUCIDAD PIC X(08).
           01  WS-COSTE-TXT        PIC 9(07).99.
           01  WS-COSTE-CAMPO      PIC X(10).

           01  WS-CADUCIDAD        PIC X(08).
           01  WS-CADUCIDAD-NUM REDEFINES WS-CADUCIDAD.
               05  WS-CAD-ANO      PIC 9(04).
               05  WS-CAD-MES      PIC 9(02).
               05  WS-CAD-DIA      PIC 9(02).
           01  WS-CADUCIDAD-OK-SW  PIC X(01) VALUE "Y".
               88  WS-CADUCIDAD-OK    VALUE "Y".

           01  WS-IDX              PIC 9(04) VALUE ZERO.

           01  WS-MOV-LINE         PIC X(200).
           01  WS-MOV-PTR          PIC 9(03) VALUE 1.
           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

               ELSE
                   PERFORM genera_movimientos
               END-IF
               PERFORM escribe_control_total
           END-IF.

           CLOSE RECV-REPORT-FILE.
               WRITE RECV-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE RECV-RECORD TO RCV-DETALLE-REG
      * El coste es opcional: en blanco vale cero (sin coste).
               IF RCV-DET-COSTE = SPACES THEN
                   MOVE ZERO TO RCV-DET-COSTE
               END-IF
               IF RCV-DET-ID IS NOT NUMERIC
                       OR RCV-DET-CANTIDAD IS NOT NUMERIC THEN
                   MOVE "Y" TO WS-RECHAZADO-SW
                       INTO WS-REPORT-LINE
                   WRITE RECV-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   IF RCV-DET-COSTE IS NOT NUMERIC THEN
                       MOVE "Y" TO WS-RECHAZADO-SW
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "LINEA " WS-LINEA
                              " detalle con coste no numerico"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE RECV-REPORT-RECORD FROM WS-REPORT-LINE
                   ELSE
                       PERFORM valida_caducidad
                       IF WS-CADUCIDAD-OK THEN
                           PERFORM acumula_detalle
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La caducidad solo tiene sentido con lote y, si viene, debe
      * ser una fecha AAAAMMDD (se comprueban mes y día, sin bisiestos).
       valida_caducidad.
           MOVE "Y" TO WS-CADUCIDAD-OK-SW.
           MOVE RCV-DET-CADUCIDAD TO WS-CADUCIDAD.
           IF WS-CADUCIDAD NOT = SPACES THEN
               IF RCV-DET-LOTE = SPACES
                       OR WS-CADUCIDAD IS NOT NUMERIC THEN
                   MOVE "N" TO WS-CADUCIDAD-OK-SW
               ELSE
                   IF WS-CAD-MES < 1 OR WS-CAD-MES > 12
                           OR WS-CAD-DIA < 1 OR WS-CAD-DIA > 31 THEN
                       MOVE "N" TO WS-CADUCIDAD-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-CADUCIDAD-OK THEN
               MOVE "Y" TO WS-RECHAZADO-SW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LINEA " WS-LINEA
                      " detalle con caducidad no valida o sin lote: "
                      RCV-DET-CADUCIDAD
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE RECV-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       acumula_detalle.
           ADD 1 TO WS-REGISTROS
           ADD RCV-DET-CANTIDAD TO WS-HASH-CANT
                   TO WS-DT-CANTIDAD(WS-DETALLE-COUNT)
               MOVE RCV-DET-REFERENCIA
                   TO WS-DT-REFERENCIA(WS-DETALLE-COUNT)
               MOVE RCV-DET-PEDIDO
                   TO WS-DT-PEDIDO(WS-DETALLE-COUNT)
               MOVE RCV-DET-COSTE
                   TO WS-DT-COSTE(WS-DETALLE-COUNT)
               MOVE RCV-DET-LOTE
                   TO WS-DT-LOTE(WS-DETALLE-COUNT)
               MOVE RCV-DET-CADUCIDAD
                   TO WS-DT-CADUCIDAD(WS-DETALLE-COUNT)
           ELSE
               MOVE "Y" TO WS-RECHAZADO-SW
               MOVE SPACES TO WS-REPORT-LINE
                   " entradas generadas en MOVIN.".

       escribe_movimiento.
           MOVE SPACES TO WS-COSTE-CAMPO
           IF WS-DT-COSTE(WS-IDX) > ZERO THEN
               MOVE WS-DT-COSTE(WS-IDX) TO WS-COSTE-TXT
               MOVE WS-COSTE-TXT TO WS-COSTE-CAMPO
           END-IF
      * El pedido va en la séptima posición, el coste en la octava,
      * el lote y su caducidad en la novena y décima y el programa de
      * origen en la undécima, para que CobolMovim cuente aparte lo
      * que llega de aquí; almacén y destino quedan vacíos (almacén
      * por defecto) y lo que no viene queda vacío.
           MOVE SPACES TO WS-MOV-LINE
           MOVE 1 TO WS-MOV-PTR
           STRING WS-DT-ID(WS-IDX)
                  ",E,"
                  WS-DT-CANTIDAD(WS-IDX)
                  ","
                  FUNCTION TRIM(WS-DT-REFERENCIA(WS-IDX))
                  ",,,"
               DELIMITED BY SIZE
               INTO WS-MOV-LINE
               WITH POINTER WS-MOV-PTR
           STRING WS-DT-PEDIDO(WS-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-COSTE-CAMPO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DT-LOTE(WS-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DT-CADUCIDAD(WS-IDX) DELIMITED BY SPACE
                  ",CobolRecv" DELIMITED BY SIZE
               INTO WS-MOV-LINE
               WITH POINTER WS-MOV-PTR
           WRITE MOV-CONTROL-RECORD FROM WS-MOV-LINE
           ADD 1 TO WS-IDX.

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
           MOVE "CobolRecv"      TO CTL-PROGRAMA.
           MOVE "MOVIN"          TO CTL-FICHERO.
           MOVE WS-REGISTROS     TO CTL-LEIDOS.
           IF WS-RECHAZADO THEN
               MOVE ZERO         TO CTL-ESCRITOS
               MOVE WS-REGISTROS TO CTL-RECHAZADOS
               MOVE ZERO         TO CTL-HASH-CANTIDAD
           ELSE
               MOVE WS-DETALLE-COUNT TO CTL-ESCRITOS
               MOVE ZERO         TO CTL-RECHAZADOS
               MOVE WS-HASH-CANT TO CTL-HASH-CANTIDAD
           END-IF.
           MOVE ZERO             TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
