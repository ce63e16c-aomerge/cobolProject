       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolSched.

      * Secuenciador de la cadena batch nocturna. Sustituye a los
      * lanzamientos sueltos de cron: lee el fichero de plan BATCHPLAN
      * (una línea por paso: secuencia,comando; nueve pasos, en el
      * orden CobolBackup, CobolExtract, CobolRecon, CobolReord,
      * CobolPedido, CobolDQ, CobolCaduc, CobolBalance, CobolEod;
      * CobolCaduc, como CobolEod con la fecha, toma su valor por
      * defecto de 30 días de aviso al recibir la respuesta en
      * blanco), ejecuta cada paso por orden y va dejando en el
      * fichero de estado BATCHST una línea por paso
      * (fecha,seq,comando,estado,inicio,fin con estado
      * PENDIENTE/OK/ERROR). Si un paso devuelve código distinto de cero
      * la cadena se detiene ahí, con el paso marcado ERROR; en el
      * siguiente lanzamiento se rearranca desde el paso fallido en vez
      * de empezar desde arriba. Cuando toda la cadena acabó OK, el
      * siguiente lanzamiento empieza de cero. CobolEod lee BATCHST para
      * distinguir "nunca se lanzó" de "cadena detenida en el paso N".
      * Un descuadre de totales de control entre pasos hace que
      * CobolBalance devuelva código 4, así que la cadena se detiene
      * antes del cierre del día.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
