      * Al arrancar comprueba en OPERPERM (operador,funciones) que el
      * operador tiene la función B; si no, el intento queda en
      * AUDITLOG con acción X y el proceso no arranca.
      * Las órdenes U (nombre) y C (categoría, como las correcciones
      * de DQFIX) están sujetas a doble control: no tocan productos,
      * sino que dejan el cambio en la cola PENDCAMB (numerado con
      * PENDSEQ, ver CobolAprob) hasta que otro operador lo apruebe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSTAT-FILE-STATUS.

           SELECT PEND-CAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCAMB-FILE-STATUS.

           SELECT PEND-SEQ-FILE ASSIGN TO "PENDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDSEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CONTROL-FILE.
       FD  PROD-STAT-FILE.
       01  PROD-STAT-RECORD       PIC X(200).

       FD  PEND-CAMB-FILE.
       01  PEND-CAMB-RECORD       PIC X(200).

       FD  PEND-SEQ-FILE.
       01  PEND-SEQ-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-LINE-COUNT       PIC 9(05) VALUE ZERO.
           01  WS-OK-COUNT         PIC 9(05) VALUE ZERO.
           01  WS-ERROR-COUNT      PIC 9(05) VALUE ZERO.
           01  WS-PEND-COUNT       PIC 9(05) VALUE ZERO.

           01  WS-LOG-LINE         PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).
           01  WS-ABORT-SW         PIC X(01) VALUE "N".
               88  WS-ABORT           VALUE "Y".

           01  WS-CATEGORIA-ANTERIOR PIC X(30).
           01  WS-PENDCAMB-FILE-STATUS PIC X(02).
           01  WS-PENDSEQ-FILE-STATUS PIC X(02).
           01  WS-PC-NUMERO        PIC 9(06) VALUE ZERO.
           01  WS-PC-TIPO          PIC X(01).
           01  WS-PC-ANTES         PIC X(50).
           01  WS-PC-DESPUES       PIC X(50).
           01  WS-PC-LINE          PIC X(200).

       PROCEDURE DIVISION.
       mainline.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolBatch"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
           STRING WS-TIMESTAMP " FIN proceso batch. Lineas: "
                  WS-LINE-COUNT " OK: " WS-OK-COUNT
                  " Error: " WS-ERROR-COUNT
                  " Pendientes de aprobacion: " WS-PEND-COUNT
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           WRITE BATCH-LOG-RECORD FROM WS-LOG-LINE
           EVALUATE WS-STATUS
               WHEN 0
                   MOVE WS-COL2(1:50) TO WS-NOMBRE-ANTERIOR
                   PERFORM batch_update_encola
               WHEN 100
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                   WRITE BATCH-LOG-RECORD FROM WS-LOG-LINE
           END-EVALUATE.

      * El cambio de nombre no se aplica: queda pendiente en PENDCAMB.
       batch_update_encola.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           IF WS-NOMBRE-CORTADO = WS-NOMBRE-ANTERIOR THEN
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " UPDATE id=" WS-FIELD-ID
                      " sin cambios; nombre=" WS-NOMBRE-CORTADO
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE "N" TO WS-PC-TIPO
               MOVE WS-NOMBRE-ANTERIOR TO WS-PC-ANTES
               MOVE WS-NOMBRE-CORTADO TO WS-PC-DESPUES
               PERFORM encola_cambio
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " UPDATE id=" WS-FIELD-ID
                      " PENDIENTE DE APROBACION num=" WS-PC-NUMERO
                      " nombre=" WS-NOMBRE-CORTADO
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               ADD 1 TO WS-PEND-COUNT
           END-IF
           WRITE BATCH-LOG-RECORD FROM WS-LOG-LINE.


           EVALUATE WS-STATUS
               WHEN 0
                   MOVE WS-COL5(1:30) TO WS-CATEGORIA-ANTERIOR
                   PERFORM batch_categoria_encola
               WHEN 100
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE SPACES TO WS-LOG-LINE
                   WRITE BATCH-LOG-RECORD FROM WS-LOG-LINE
           END-EVALUATE.

      * El cambio de categoría tampoco se aplica: queda en PENDCAMB.
       batch_categoria_encola.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           IF WS-CATEGORIA-CORTADA = WS-CATEGORIA-ANTERIOR THEN
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " CATEGORIA id=" WS-FIELD-ID
                      " sin cambios; categoria=" WS-CATEGORIA-CORTADA
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE "C" TO WS-PC-TIPO
               MOVE WS-CATEGORIA-ANTERIOR TO WS-PC-ANTES
               MOVE WS-CATEGORIA-CORTADA TO WS-PC-DESPUES
               PERFORM encola_cambio
               STRING WS-TIMESTAMP " LINEA " WS-LINE-COUNT
                      " CATEGORIA id=" WS-FIELD-ID
                      " PENDIENTE DE APROBACION num=" WS-PC-NUMERO
                      " categoria=" WS-CATEGORIA-CORTADA
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               ADD 1 TO WS-PEND-COUNT
           END-IF
           WRITE BATCH-LOG-RECORD FROM WS-LOG-LINE.

           WRITE PROD-STAT-RECORD FROM WS-PRODSTAT-LINE
           ADD 1 TO WS-PDX.

      * Añade a PENDCAMB el cambio WS-PC-TIPO (N nombre, C categoría)
      * del producto WS-ID con número propio de PENDSEQ, en estado P:
      * numero,fecha,id,tipo,antes,despues,operador,origen,estado,
      * aprobador,fecha-estado. El valor después sale de un campo de
      * la orden y no puede llevar comas; las del valor antes, que es
      * el de la base de datos, pasan a blancos para no descolocar los
      * campos.
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
                  ",CobolBatch,P,,"
               DELIMITED BY SIZE
               INTO WS-PC-LINE
           PERFORM open_pendcamb_extend
           WRITE PEND-CAMB-RECORD FROM WS-PC-LINE
           CLOSE PEND-CAMB-FILE.

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

       write_audit_record.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION        TO AUD-ACTION
           MOVE WS-NOMBRE-ANTERIOR     TO AUD-NOMBRE-ANTES
           MOVE WS-NOMBRE-CORTADO      TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR
           MOVE SPACES                 TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
