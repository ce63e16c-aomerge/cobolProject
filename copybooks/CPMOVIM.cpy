      *            MOV-ALMACEN-DEST el de destino, solo en tipo T.
      *            Los registros anteriores a la dimensión de almacén
      *            llevan ambos campos en blanco (almacén por defecto).
      *            MOV-PEDIDO es el pedido de compra (OPENORD) contra
      *            el que se casó una entrada E, o el pedido de cliente
      *            (CLIPED) que expide una salida S; en blanco en el
      *            resto de movimientos y en los registros anteriores.
      *            MOV-LOTE es el lote de proveedor afectado (ver
      *            STKLOTE): una salida o traspaso que consume varios
      *            lotes deja una línea por lote; en blanco para el
      *            stock sin lote y en los registros anteriores.
      *****************************************************************
       01  MOVIMIENTO-RECORD.
           05  MOV-TIMESTAMP         PIC X(26).
           05  MOV-OPERATOR          PIC X(08).
           05  MOV-ALMACEN           PIC X(03).
           05  MOV-ALMACEN-DEST      PIC X(03).
           05  MOV-PEDIDO            PIC X(06).
           05  MOV-LOTE              PIC X(10).
