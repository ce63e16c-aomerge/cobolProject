      * STKLOC (id,almacen,stock, ver CobolMovim) por producto y las
      * compara con el stock total de la foto, dejando en RECONRPT
      * cada producto cuyo reparto por almacenes no suma el total.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) los registros leídos de
      * la foto y los productos descuadrados por almacén.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD        PIC X(200).

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-ID-ACTUAL        PIC 9(05) VALUE ZERO.
           01  WS-STOCK-FOTO       PIC 9(07) VALUE ZERO.
           01  WS-LOC-DISCREPANCIAS PIC 9(05) VALUE ZERO.
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-FECHA-HOY        PIC X(08).
           01  WS-AUD-ALTAS        PIC 9(07) VALUE ZERO.
           01  WS-AUD-BAJAS        PIC 9(07) VALUE ZERO.
                   PERFORM report_audit_reconciliation
                   PERFORM reconcile_stock_almacen
               END-IF
               PERFORM escribe_control_total
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               STRING WS-TIMESTAMP
                   INTO WS-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

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
           MOVE "CobolRecon"     TO CTL-PROGRAMA.
           MOVE "PRODMAST"       TO CTL-FICHERO.
           MOVE WS-MASTER-COUNT  TO CTL-LEIDOS.
           MOVE ZERO             TO CTL-ESCRITOS.
           MOVE WS-LOC-DISCREPANCIAS TO CTL-RECHAZADOS.
           MOVE ZERO             TO CTL-HASH-CANTIDAD.
           MOVE ZERO             TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
