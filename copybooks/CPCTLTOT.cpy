      *****************************************************************
      *  CPCTLTOT - registro de totales de control de la cadena
      *            (CTLTOT). Cada paso batch añade una línea al acabar
      *            por cada fichero que entrega o recibe: registros
      *            leídos, escritos y rechazados y los totales de
      *            control de cantidades y de importes (decimal
      *            implícito de dos cifras). CTL-FICHERO es el fichero
      *            de intercambio al que se refieren los contadores y
      *            CTL-ORIGEN, cuando no está en blanco, el programa
      *            que generó los registros contados (el consumidor
      *            cuenta aparte lo que le llega de ese productor).
      *            CobolBalance cuadra cada entrega con su recepción.
      *****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTL-TIMESTAMP         PIC X(26).
           05  CTL-PROGRAMA          PIC X(12).
           05  CTL-FICHERO           PIC X(08).
           05  CTL-ORIGEN            PIC X(12).
           05  CTL-LEIDOS            PIC 9(07).
           05  CTL-ESCRITOS          PIC 9(07).
           05  CTL-RECHAZADOS        PIC 9(07).
           05  CTL-HASH-CANTIDAD     PIC 9(11).
           05  CTL-HASH-IMPORTE      PIC 9(11)V99.
