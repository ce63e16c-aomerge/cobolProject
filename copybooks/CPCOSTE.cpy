      *****************************************************************
      *  CPCOSTE - registro del histórico de coste medio (COSTHIST).
      *            Una línea por cada entrada E aplicada con coste
      *            conocido: el coste medio ponderado del producto
      *            antes y después de recalcularlo, la cantidad y el
      *            coste unitario de la entrada (decimal implícito de
      *            dos cifras), el pedido de compra casado, el
      *            programa de origen y el operador. Es el equivalente
      *            para coste de lo que PRECHIST es para precio.
      *****************************************************************
       01  COSTE-HIST-RECORD.
           05  CSH-TIMESTAMP         PIC X(26).
           05  CSH-ID                PIC X(05).
           05  CSH-COSTE-ANTES       PIC 9(07)V99.
           05  CSH-COSTE-DESPUES     PIC 9(07)V99.
           05  CSH-CANTIDAD          PIC 9(07).
           05  CSH-COSTE-ENTRADA     PIC 9(07)V99.
           05  CSH-PEDIDO            PIC X(06).
           05  CSH-ORIGEN            PIC X(10).
           05  CSH-OPERATOR          PIC X(08).
