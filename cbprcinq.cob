      * CPPRECIO). Pide el id del producto y un rango opcional de
      * fechas (AAAAMMDD; blanco = sin límite) y muestra la evolución
      * del precio en orden de registro: fecha, hora, precio antes ->
      * precio después, programa de origen, operador y, si el cambio
      * pasó por doble control, quién lo aprobó. Cada línea se
      * escribe también en el informe PRCHRPT. Responde a la pregunta
      * "¿cuánto costaba el producto X en tal fecha?" que auditoría y
      * las revisiones de margen piden constantemente.

               MOVE SPACES TO WS-REPORT-LINE
               STRING "FECHA    HORA       ANTES ->    DESPUES"
                      "  ORIGEN     OPERADOR APROBADO"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM write_report_line
           MOVE WS-PRECIO-EDIT      TO WS-REPORT-LINE(31:10).
           MOVE PRH-ORIGEN          TO WS-REPORT-LINE(43:10).
           MOVE PRH-OPERATOR        TO WS-REPORT-LINE(54:8).
           MOVE PRH-APROBADOR       TO WS-REPORT-LINE(63:8).
           PERFORM write_report_line.

       write_report_line.
