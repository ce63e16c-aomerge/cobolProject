
       examina_arch_movimiento.
           IF MOV-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE MOV-ARCH-RECORD(1:112) TO MOVIMIENTO-RECORD
               PERFORM examina_movimiento_comun
           END-IF
           PERFORM read_arch_record.
