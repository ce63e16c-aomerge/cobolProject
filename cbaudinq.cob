               MOVE "FECHA    HORA   A ID    OPERADOR NOMBRE ANTES"
                   TO WS-REPORT-LINE
               MOVE "-> NOMBRE DESPUES" TO WS-REPORT-LINE(65:17)
               MOVE "APROBADO" TO WS-REPORT-LINE(99:8)
               PERFORM write_report_line

               PERFORM consulta_archivo

       filtra_arch_record.
           IF AUDIT-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE AUDIT-ARCH-RECORD(1:148) TO AUDIT-LOG-RECORD
               ADD 1 TO WS-LEIDOS
               PERFORM aplica_filtros
               IF WS-PASA THEN
           MOVE AUD-NOMBRE-ANTES    TO WS-REPORT-LINE(34:30).
           MOVE "->"                TO WS-REPORT-LINE(65:2).
           MOVE AUD-NOMBRE-DESPUES  TO WS-REPORT-LINE(68:30).
           MOVE AUD-APROBADOR       TO WS-REPORT-LINE(99:8).
           PERFORM write_report_line.

       write_report_line.
           DISPLAY WS-REPORT-LINE(1:106).
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.

       resumen_diario.

       acumula_arch_resumen.
           IF AUDIT-ARCH-RECORD(1:1) NOT = "*" THEN
               MOVE AUDIT-ARCH-RECORD(1:148) TO AUDIT-LOG-RECORD
               PERFORM acumula_registro_resumen
           END-IF
           PERFORM read_arch_record.
