      *       los de fecha futura quedan como PENDIENTE en el informe.
      * Cada cambio de precio aplicado deja además su línea en el
      * histórico permanente de precios PRECHIST (ver CPPRECIO).
      * Los ajustes de un solo producto (ambito P) cuya variación
      * supera el umbral de APROBPAR (umbral,dias; sin fichero, 10%)
      * no se aplican: quedan en la cola de doble control PENDCAMB
      * (numerada con PENDSEQ) para que otro operador los apruebe en
      * CobolAprob; la simulación los marca REQUIERE APROBACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERPERM-FILE-STATUS.

           SELECT PEND-CAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCAMB-FILE-STATUS.

           SELECT PEND-SEQ-FILE ASSIGN TO "PENDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDSEQ-FILE-STATUS.

           SELECT APROB-PARM-FILE ASSIGN TO "APROBPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROBPAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-ADJUST-FILE.
       FD  OPER-PERM-FILE.
       01  OPER-PERM-RECORD        PIC X(200).

       FD  PEND-CAMB-FILE.
       01  PEND-CAMB-RECORD        PIC X(200).

       FD  PEND-SEQ-FILE.
       01  PEND-SEQ-RECORD         PIC X(200).

       FD  APROB-PARM-FILE.
       01  APROB-PARM-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
           01  result              PIC S9(9) BINARY.

           01  WS-APLICADOS        PIC 9(05) VALUE ZERO.
           01  WS-PENDIENTES       PIC 9(04) VALUE ZERO.
           01  WS-ERRORES          PIC 9(04) VALUE ZERO.
           01  WS-EN-APROBACION    PIC 9(04) VALUE ZERO.

           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).
           01  WS-AUTORIZADO-SW    PIC X(01).
               88  WS-AUTORIZADO      VALUE "Y".

           01  WS-PENDCAMB-FILE-STATUS PIC X(02).
           01  WS-PENDSEQ-FILE-STATUS PIC X(02).
           01  WS-APROBPAR-FILE-STATUS PIC X(02).
           01  WS-PAR-FIELD-UMBRAL PIC X(07).
           01  WS-UMBRAL-PCT       PIC 9(03)V99 VALUE 10.
           01  WS-VARIACION-PCT    PIC 9(11)V99 VALUE ZERO.
           01  WS-DOBLE-CONTROL-SW PIC X(01) VALUE "N".
               88  WS-DOBLE-CONTROL   VALUE "Y".
           01  WS-PC-NUMERO        PIC 9(06) VALUE ZERO.
           01  WS-PC-ANTES         PIC 9(07).99.
           01  WS-PC-DESPUES       PIC 9(07).99.
           01  WS-PC-LINE          PIC X(200).

       PROCEDURE DIVISION.
       mainline.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolPrice"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID

       run_ajustes.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM lee_aprobpar.

           OPEN INPUT PRICE-ADJUST-FILE.
           IF WS-ADJ-FILE-STATUS NOT = "00" THEN
                      "  PRODUCTOS ACTUALIZADOS: " WS-APLICADOS
                      "  PENDIENTES: " WS-PENDIENTES
                      "  ERRORES: " WS-ERRORES
                      "  EN APROBACION: " WS-EN-APROBACION
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE PRICE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "->"                 TO WS-REPORT-LINE(61:2).
           MOVE WS-NUEVO-EDIT        TO WS-REPORT-LINE(64:10).

           PERFORM comprueba_doble_control.
           IF WS-MODO-APLICA THEN
               PERFORM aplica_afectado
           ELSE
               IF WS-DOBLE-CONTROL THEN
                   MOVE "REQUIERE APROBACION" TO WS-REPORT-LINE(76:19)
               END-IF
               WRITE PRICE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           ADD 1 TO WS-IDX.

      * Un ajuste de un solo producto que varía el precio más que el
      * umbral requiere aprobación; uno sin precio actual, siempre.
       comprueba_doble_control.
           MOVE "N" TO WS-DOBLE-CONTROL-SW.
           IF WS-FIELD-AMBITO = "P"
                   AND WS-AF-NUEVO(WS-IDX) NOT = WS-AF-PRECIO(WS-IDX)
                   THEN
               IF WS-AF-PRECIO(WS-IDX) = ZERO THEN
                   MOVE "Y" TO WS-DOBLE-CONTROL-SW
               ELSE
                   IF WS-AF-NUEVO(WS-IDX) > WS-AF-PRECIO(WS-IDX) THEN
                       COMPUTE WS-VARIACION-PCT ROUNDED =
                           (WS-AF-NUEVO(WS-IDX) - WS-AF-PRECIO(WS-IDX))
                           * 100 / WS-AF-PRECIO(WS-IDX)
                   ELSE
                       COMPUTE WS-VARIACION-PCT ROUNDED =
                           (WS-AF-PRECIO(WS-IDX) - WS-AF-NUEVO(WS-IDX))
                           * 100 / WS-AF-PRECIO(WS-IDX)
                   END-IF
                   IF WS-VARIACION-PCT > WS-UMBRAL-PCT THEN
                       MOVE "Y" TO WS-DOBLE-CONTROL-SW
                   END-IF
               END-IF
           END-IF.

       aplica_afectado.
           IF WS-DOBLE-CONTROL THEN
               PERFORM encola_afectado
           ELSE
               PERFORM aplica_afectado_update
           END-IF.
           WRITE PRICE-REPORT-RECORD FROM WS-REPORT-LINE.

       aplica_afectado_update.
           MOVE WS-AF-NUEVO(WS-IDX) TO WS-NUEVO-EDIT.
           MOVE SPACES TO WS-QUERY-STRING.
           STRING "UPDATE productos SET precio = "
               ADD 1 TO WS-ERRORES
               ADD 1 TO WS-LINEA-FALLIDOS
           END-IF.

      * Deja el cambio en PENDCAMB con número propio de PENDSEQ, en
      * estado P: numero,fecha,id,tipo P,precio antes,precio despues,
      * operador,origen,estado,aprobador,fecha-estado.
       encola_afectado.
           PERFORM lee_pendseq
           ADD 1 TO WS-PC-NUMERO
           PERFORM escribe_pendseq
           MOVE WS-AF-PRECIO(WS-IDX) TO WS-PC-ANTES
           MOVE WS-AF-NUEVO(WS-IDX)  TO WS-PC-DESPUES
           MOVE SPACES TO WS-PC-LINE
           STRING WS-PC-NUMERO
                  "," WS-FECHA-HOY
                  "," WS-ID
                  ",P," WS-PC-ANTES
                  "," WS-PC-DESPUES
                  "," WS-OPERATOR-ID
                  ",CobolPrice,P,,"
               DELIMITED BY SIZE
               INTO WS-PC-LINE
           PERFORM open_pendcamb_extend
           WRITE PEND-CAMB-RECORD FROM WS-PC-LINE
           CLOSE PEND-CAMB-FILE
           MOVE "EN APROBACION" TO WS-REPORT-LINE(76:13)
           MOVE WS-PC-NUMERO    TO WS-REPORT-LINE(90:6)
           ADD 1 TO WS-EN-APROBACION.

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

      * Umbral de variación de precio (en %) de la primera línea de
      * APROBPAR (umbral,dias); sin fichero o sin valor, un 10%.
       lee_aprobpar.
           MOVE 10 TO WS-UMBRAL-PCT.
           OPEN INPUT APROB-PARM-FILE.
           IF WS-APROBPAR-FILE-STATUS = "00" THEN
               READ APROB-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-FIELD-UMBRAL
                       UNSTRING APROB-PARM-RECORD DELIMITED BY ","
                           INTO WS-PAR-FIELD-UMBRAL
                       END-UNSTRING
                       IF WS-PAR-FIELD-UMBRAL NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-FIELD-UMBRAL)
                               TO WS-UMBRAL-PCT
                       END-IF
               END-READ
               CLOSE APROB-PARM-FILE
           END-IF.

       write_audit_record.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
           MOVE WS-NOMBRE-ACTUAL       TO AUD-NOMBRE-ANTES
           MOVE WS-NOMBRE-ACTUAL       TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR
           MOVE SPACES                 TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.

       write_price_hist.
           MOVE WS-AF-NUEVO(WS-IDX)    TO PRH-PRECIO-DESPUES
           MOVE "CobolPrice"           TO PRH-ORIGEN
           MOVE WS-OPERATOR-ID         TO PRH-OPERATOR
           MOVE SPACES                 TO PRH-APROBADOR
           WRITE PRECIO-HIST-RECORD.
