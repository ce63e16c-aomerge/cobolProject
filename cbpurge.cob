               INTO AUD-NOMBRE-ANTES
           MOVE "CobolPurge"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID

       examina_arch_record.
           IF MOV-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE MOV-ARCH-RECORD(1:112) TO MOVIMIENTO-RECORD
               PERFORM marca_si_movido
           END-IF
           PERFORM read_arch_record.
           MOVE WS-NOMBRE-ACTUAL       TO AUD-NOMBRE-ANTES
           MOVE SPACES                 TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID         TO AUD-OPERATOR
           MOVE SPACES                 TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.

      * PRODSTAT se reescribe solo con las bajas no purgadas.
