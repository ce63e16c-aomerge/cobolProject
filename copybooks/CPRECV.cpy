      *  CPRECV - formato de intercambio del fichero de recepciones
      *           que nos devuelve el sistema del almacén (WHRECV),
      *           con la mercancía realmente recibida en muelle.
      *           Registros de ancho fijo de 80 posiciones, en el mismo
      *           estilo cabecera/detalle/cola que CPEXTRAC: cabecera H
      *           con fecha de envío y sistema origen, detalle D con el
      *           producto, la cantidad recibida, el albarán, el
      *           pedido de compra que entrega (en blanco si el
      *           almacén no lo conoce), el coste unitario facturado
      *           por el proveedor (en blanco si no viene) y el lote
      *           de proveedor con su fecha de caducidad AAAAMMDD (en
      *           blanco para la mercancía sin control de lote; la
      *           caducidad puede faltar en un lote que no caduca; los
      *           ficheros antiguos de 60 posiciones se leen con lote
      *           en blanco), y cola T con el número de registros y el
      *           total de control de cantidades para verificar la
      *           transferencia.
      *****************************************************************
       01  RCV-CABECERA-REG.
           05  RCV-CAB-TIPO          PIC X(01).
           05  RCV-CAB-FECHA         PIC X(08).
           05  RCV-CAB-HORA          PIC X(06).
           05  RCV-CAB-ORIGEN        PIC X(08).
           05  FILLER                PIC X(57).
       01  RCV-DETALLE-REG.
           05  RCV-DET-TIPO          PIC X(01).
           05  RCV-DET-ID            PIC 9(05).
           05  RCV-DET-CANTIDAD      PIC 9(07).
           05  RCV-DET-REFERENCIA    PIC X(20).
           05  RCV-DET-PEDIDO        PIC X(06).
           05  RCV-DET-COSTE         PIC 9(07)V99.
           05  RCV-DET-LOTE          PIC X(10).
           05  RCV-DET-CADUCIDAD     PIC X(08).
           05  FILLER                PIC X(14).
       01  RCV-COLA-REG.
           05  RCV-COLA-TIPO         PIC X(01).
           05  RCV-COLA-REGISTROS    PIC 9(07).
           05  RCV-COLA-HASH-CANT    PIC 9(11).
           05  FILLER                PIC X(61).
