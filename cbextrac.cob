      * Los productos descatalogados (con baja en PRODSTAT, ver la
      * opción 4 de CobolODBC) se excluyen del extracto: el almacén
      * solo recibe el catálogo activo.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) los registros leídos de
      * la foto, los extraídos y los descatalogados excluidos con los
      * mismos totales de control de la cola, para que CobolBalance
      * cuadre el extracto con la foto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD        PIC X(200).

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).

           01  WS-DESCATALOGADO-SW PIC X(01).
               88  WS-DESCATALOGADO   VALUE "Y".
           01  WS-EXCLUIDOS        PIC 9(05) VALUE ZERO.
           01  WS-CTLTOT-FILE-STATUS PIC X(02).

           COPY CPEXTRAC.


           CLOSE EXTRACT-FILE.

           PERFORM escribe_control_total.

           DISPLAY "Extracto PRODEXT generado. " WS-REGISTROS
                   " registros (" WS-EXCLUIDOS
                   " descatalogados excluidos).".
           MOVE WS-HASH-STOCK    TO EXT-COLA-HASH-STOCK.
           MOVE WS-HASH-PRECIO   TO EXT-COLA-HASH-PRECIO.
           WRITE EXTRACT-RECORD FROM EXT-COLA-REG.

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
           MOVE "CobolExtract"   TO CTL-PROGRAMA.
           MOVE "PRODEXT"        TO CTL-FICHERO.
           COMPUTE CTL-LEIDOS = WS-REGISTROS + WS-EXCLUIDOS.
           MOVE WS-REGISTROS     TO CTL-ESCRITOS.
           MOVE WS-EXCLUIDOS     TO CTL-RECHAZADOS.
           MOVE WS-HASH-STOCK    TO CTL-HASH-CANTIDAD.
           MOVE WS-HASH-PRECIO   TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
