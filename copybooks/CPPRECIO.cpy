      *             antes y después (decimal implícito de dos cifras),
      *             el programa de origen y el operador. Es el
      *             equivalente para precio de lo que MOVHIST es para
      *             stock; lo consulta CobolPrcInq. Si el cambio pasó
      *             por la cola de doble control PENDCAMB, PRH-OPERATOR
      *             es quien lo propuso y PRH-APROBADOR quien lo aprobó
      *             en CobolAprob; si no, PRH-APROBADOR va en blanco.
      *****************************************************************
       01  PRECIO-HIST-RECORD.
           05  PRH-TIMESTAMP         PIC X(26).
           05  PRH-PRECIO-DESPUES    PIC 9(07)V99.
           05  PRH-ORIGEN            PIC X(10).
           05  PRH-OPERATOR          PIC X(08).
           05  PRH-APROBADOR         PIC X(08).
