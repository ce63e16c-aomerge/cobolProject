      * productos (la misma que usa la opción 1 del menú) a un fichero
      * indexado local PRODUCTOS-MASTER, para poder seguir haciendo
      * consultas de solo lectura cuando el ODBC esté caído.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) las filas volcadas con
      * los totales de control de stock y precio, para que
      * CobolBalance compruebe que la foto llegó entera a CobolExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  CONN-LOG-FILE.
           COPY CPCONLOG.

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

                       VALUE "SELECT * FROM productos ORDER BY id".
           01  WS-STATUS           PIC S9(4) COMP-5 VALUE 0.
           01  WS-ROW-COUNT        PIC 9(05) VALUE ZERO.
           01  WS-HASH-STOCK       PIC 9(11) VALUE ZERO.
           01  WS-HASH-PRECIO      PIC 9(11)V99 VALUE ZERO.

           01  WS-RETRY-COUNT      PIC 9(01) VALUE ZERO.
           01  WS-CONNECTED-SW     PIC X(01) VALUE "N".
           01  WS-NANOSECONDS      PIC 9(09) COMP-5 VALUE 500000000.

           01  WS-CONN-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-TIMESTAMP        PIC X(26).

       PROCEDURE DIVISION.
       mainline.

           CLOSE PRODUCTOS-MASTER.

           PERFORM escribe_control_total.

       fetch_and_write.
           CALL "executeQuery" USING BY REFERENCE WS-QUERY-READ
                                  BY REFERENCE WS-QUERY-RESULT
               MOVE WS-COL5(1:30) TO PM-CATEGORIA
               WRITE PRODUCTOS-MASTER-RECORD
               ADD 1 TO WS-ROW-COUNT
               ADD FUNCTION NUMVAL(PM-STOCK)  TO WS-HASH-STOCK
               ADD FUNCTION NUMVAL(PM-PRECIO) TO WS-HASH-PRECIO
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
           MOVE "CobolBackup"    TO CTL-PROGRAMA.
           MOVE "PRODMAST"       TO CTL-FICHERO.
           MOVE WS-ROW-COUNT     TO CTL-LEIDOS.
           MOVE WS-ROW-COUNT     TO CTL-ESCRITOS.
           MOVE ZERO             TO CTL-RECHAZADOS.
           MOVE WS-HASH-STOCK    TO CTL-HASH-CANTIDAD.
           MOVE WS-HASH-PRECIO   TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
