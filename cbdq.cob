      * Cada excepción queda en el informe DQRPT. Las categorías que
      * solo difieren en mayúsculas/minúsculas de un código válido se
      * consideran corregibles y generan una línea C,id,categoria en
      * DQFIX, lista para revisar y pasar por CobolBatch, que deja
      * cada corrección pendiente de aprobación en CobolAprob.
      * Al acabar deja en CTLTOT (ver CPCTLTOT) los productos leídos,
      * las correcciones escritas en DQFIX y las excepciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORIA-REF-FILE.
       FD  CONN-LOG-FILE.
           COPY CPCONLOG.

       FD  CONTROL-TOTAL-FILE.
           COPY CPCTLTOT.

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-STATUS           PIC S9(4) COMP-5 VALUE 0.

           01  WS-CATREF-FILE-STATUS PIC X(02).
           01  WS-CTLTOT-FILE-STATUS PIC X(02).
           01  WS-CONN-FILE-STATUS PIC X(02).

           01  WS-CATREF-EOF-SW    PIC X(01) VALUE "N".
           CLOSE DQ-REPORT-FILE
           CLOSE DQ-FIX-FILE

           PERFORM escribe_control_total

           DISPLAY "Auditoria de calidad terminada. "
                   WS-EXCEPCIONES " excepciones ("
                   WS-CORREGIBLES " corregibles en DQFIX).".
           ELSE
               ADD 1 TO WS-IDX
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
           MOVE "CobolDQ"        TO CTL-PROGRAMA.
           MOVE "DQFIX"          TO CTL-FICHERO.
           MOVE WS-LEIDOS        TO CTL-LEIDOS.
           MOVE WS-CORREGIBLES   TO CTL-ESCRITOS.
           MOVE WS-EXCEPCIONES   TO CTL-RECHAZADOS.
           MOVE ZERO             TO CTL-HASH-CANTIDAD.
           MOVE ZERO             TO CTL-HASH-IMPORTE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
