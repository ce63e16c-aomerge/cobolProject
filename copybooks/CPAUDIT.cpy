      *            Acción B = baja lógica (descatalogado en PRODSTAT;
      *            la fila sigue en productos). La acción D queda
      *            reservada al purgado físico de CobolPurge.
      *            Los cambios sujetos a doble control (cola PENDCAMB)
      *            llevan en AUD-OPERATOR el operador que los propuso
      *            y en AUD-APROBADOR el que los aprobó en CobolAprob;
      *            en el resto AUD-APROBADOR va en blanco.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05  AUD-TIMESTAMP         PIC X(26).
           05  AUD-NOMBRE-ANTES      PIC X(50).
           05  AUD-NOMBRE-DESPUES    PIC X(50).
           05  AUD-OPERATOR          PIC X(08).
           05  AUD-APROBADOR         PIC X(08).
