       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolDevol.

      * Devoluciones de cliente y a proveedor. Cada devolución lleva
      * su propio número, tomado del secuencial persistente DEVSEQ
      * (no se mezcla con PEDSEQ ni CLISEQ), y sus líneas quedan en el
      * fichero DEVOL (una línea por línea de devolución: numero,
      * linea,fecha,tipo,id,cantidad,motivo,almacen,estado,coste,
      * pedido,proveedor,categoria,cliente,lote,operador,fecha-estado,
      * almacen-destino,inspector; tipo C=de cliente P=a proveedor;
      * estado Q=en cuarentena L=liberada D=desechada P=devuelta al
      * proveedor). Cada línea lleva un motivo del fichero de
      * referencia MOTDEV (una línea por motivo:
      * codigo,descripcion,ambito con ambito C=solo cliente
      * P=solo proveedor y blanco=ambos); sin MOTDEV no se admiten
      * altas. El coste es el unitario con que se valora la línea:
      * el del pedido de compra en las devoluciones a proveedor y el
      * coste medio de COSTMED en las de cliente. Trabaja en cinco
      * modos:
      *   1 = devolución de cliente: pide el pedido de cliente de
      *       CLIPED (opcional; si se indica, el cliente sale de él y
      *       cada línea no puede superar lo expedido de ese producto
      *       menos lo ya devuelto) o el cliente, y las líneas
      *       (producto, cantidad, motivo, lote). La mercancía entra
      *       en el almacén de cuarentena CUA con una entrada E en
      *       MOVIN (referencia DEVCLI numero-linea) y no es vendible
      *       hasta que se inspecciona;
      *   2 = devolución a proveedor: pide el almacén de origen y,
      *       por línea, el pedido de compra de PEDIDOS del que vino
      *       la mercancía (da el producto, el proveedor y el coste),
      *       la cantidad (no más de lo recibido del pedido según
      *       OPENORD menos lo ya devuelto), el motivo y el lote.
      *       Todas las líneas de una devolución son del mismo
      *       proveedor. Se escribe una salida S en MOVIN (referencia
      *       DEVPRV numero-linea);
      *   3 = inspección: las líneas en cuarentena de una devolución
      *       de cliente se liberan, con un traspaso T de CUA al
      *       almacén vendible indicado, o se desechan, con una
      *       salida S de CUA (referencia DESECHO numero-linea);
      *   4 = consulta de una devolución con el estado de cada línea;
      *   5 = informe mensual: unidades y valor devueltos en el mes,
      *       de cliente y a proveedor, por motivo, por categoría y
      *       por proveedor (el de la categoría en SUPREF para las
      *       devoluciones de cliente), y situación de la cuarentena.
      * Exige en OPERPERM (operador,funciones) la función R, y la
      * función Q para la inspección; sin permiso el intento queda en
      * AUDITLOG con acción X y el proceso no arranca. Todo queda
      * detallado en el informe DEVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT DEVOL-SEQ-FILE ASSIGN TO "DEVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT DEVOL-FILE ASSIGN TO "DEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOL-FILE-STATUS.

           SELECT MOTIVO-REF-FILE ASSIGN TO "MOTDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTDEV-FILE-STATUS.

           SELECT DEVOL-REPORT-FILE ASSIGN TO "DEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOV-CONTROL-FILE ASSIGN TO "MOVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIN-FILE-STATUS.

           SELECT CLIENTE-PED-FILE ASSIGN TO "CLIPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIPED-FILE-STATUS.

           SELECT PEDIDO-FILE ASSIGN TO "PEDIDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDO-FILE-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-FILE-STATUS.

           SELECT SUPPLIER-REF-FILE ASSIGN TO "SUPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPREF-FILE-STATUS.

           SELECT COSTE-MEDIO-FILE ASSIGN TO "COSTMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTMED-FILE-STATUS.

           SELECT STOCK-LOTE-FILE ASSIGN TO "STKLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOTE-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPER-PERM-FILE ASSIGN TO "OPERPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERPERM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-MASTER.
           COPY CPPRODMA.

       FD  DEVOL-SEQ-FILE.
       01  DEVOL-SEQ-RECORD        PIC X(200).

       FD  DEVOL-FILE.
       01  DEVOL-RECORD            PIC X(200).

       FD  MOTIVO-REF-FILE.
       01  MOTIVO-REF-RECORD       PIC X(200).

       FD  DEVOL-REPORT-FILE.
       01  DEVOL-REPORT-RECORD     PIC X(200).

       FD  MOV-CONTROL-FILE.
       01  MOV-CONTROL-RECORD      PIC X(200).

       FD  CLIENTE-PED-FILE.
       01  CLIENTE-PED-RECORD      PIC X(200).

       FD  PEDIDO-FILE.
       01  PEDIDO-RECORD           PIC X(200).

       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD       PIC X(200).

       FD  SUPPLIER-REF-FILE.
       01  SUPPLIER-REF-RECORD     PIC X(200).

       FD  COSTE-MEDIO-FILE.
       01  COSTE-MEDIO-RECORD      PIC X(200).

       FD  STOCK-LOTE-FILE.
       01  STOCK-LOTE-RECORD       PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDIT.

       FD  OPER-PERM-FILE.
       01  OPER-PERM-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-SEQ-FILE-STATUS  PIC X(02).
           01  WS-DEVOL-FILE-STATUS PIC X(02).
           01  WS-MOTDEV-FILE-STATUS PIC X(02).
           01  WS-MOVIN-FILE-STATUS PIC X(02).
           01  WS-CLIPED-FILE-STATUS PIC X(02).
           01  WS-PEDIDO-FILE-STATUS PIC X(02).
           01  WS-OPENORD-FILE-STATUS PIC X(02).
           01  WS-SUPREF-FILE-STATUS PIC X(02).
           01  WS-COSTMED-FILE-STATUS PIC X(02).
           01  WS-STKLOTE-FILE-STATUS PIC X(02).
           01  WS-AUDIT-FILE-STATUS PIC X(02).

           01  WS-OPERATOR-ID      PIC X(08).

           01  WS-MODO             PIC 9(01).
               88  WS-MODO-CLIENTE    VALUE 1.
               88  WS-MODO-PROVEEDOR  VALUE 2.
               88  WS-MODO-INSPECCION VALUE 3.
               88  WS-MODO-CONSULTA   VALUE 4.
               88  WS-MODO-INFORME    VALUE 5.

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-DEVOL-EOF-SW     PIC X(01) VALUE "N".
               88  WS-DEVOL-EOF       VALUE "Y".
           01  WS-MOTDEV-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MOTDEV-EOF      VALUE "Y".
           01  WS-CLIPED-EOF-SW    PIC X(01) VALUE "N".
               88  WS-CLIPED-EOF      VALUE "Y".
           01  WS-PEDIDO-EOF-SW    PIC X(01) VALUE "N".
               88  WS-PEDIDO-EOF      VALUE "Y".
           01  WS-OPENORD-EOF-SW   PIC X(01) VALUE "N".
               88  WS-OPENORD-EOF     VALUE "Y".
           01  WS-SUPREF-EOF-SW    PIC X(01) VALUE "N".
               88  WS-SUPREF-EOF      VALUE "Y".
           01  WS-COSTMED-EOF-SW   PIC X(01) VALUE "N".
               88  WS-COSTMED-EOF     VALUE "Y".
           01  WS-STKLOTE-EOF-SW   PIC X(01) VALUE "N".
               88  WS-STKLOTE-EOF     VALUE "Y".

           01  WS-ALMACEN-DEFECTO  PIC X(03) VALUE "A01".
           01  WS-ALMACEN-CUARENTENA PIC X(03) VALUE "CUA".

      * Líneas de devolución de DEVOL.
           01  WS-DV-LLENA-SW      PIC X(01) VALUE "N".
               88  WS-DV-LLENA        VALUE "Y".
           01  WS-DV-CAMBIO-SW     PIC X(01) VALUE "N".
               88  WS-DV-CAMBIO       VALUE "Y".
           01  WS-DV-MAX           PIC 9(04) VALUE 4000.
           01  WS-DV-COUNT         PIC 9(04) VALUE ZERO.
           01  WS-TABLA-DEVOL.
               05  WS-LINEA-DEV OCCURS 4000 TIMES.
                   10  WS-DV-NUMERO    PIC 9(06).
                   10  WS-DV-LINEA     PIC 9(03).
                   10  WS-DV-FECHA     PIC X(08).
                   10  WS-DV-TIPO      PIC X(01).
                   10  WS-DV-ID        PIC 9(05).
                   10  WS-DV-CANTIDAD  PIC 9(07).
                   10  WS-DV-MOTIVO    PIC X(04).
                   10  WS-DV-ALMACEN   PIC X(03).
                   10  WS-DV-ESTADO    PIC X(01).
                   10  WS-DV-COSTE     PIC 9(07)V99.
                   10  WS-DV-PEDIDO    PIC 9(06).
                   10  WS-DV-PROVEEDOR PIC X(06).
                   10  WS-DV-CATEGORIA PIC X(30).
                   10  WS-DV-CLIENTE   PIC X(30).
                   10  WS-DV-LOTE      PIC X(10).
                   10  WS-DV-OPERADOR  PIC X(08).
                   10  WS-DV-FECHA-EST PIC X(08).
                   10  WS-DV-ALM-DEST  PIC X(03).
                   10  WS-DV-INSPECTOR PIC X(08).

      * Decisiones de la inspección, que se aplican sobre DEVOL
      * releído justo antes de reescribirlo.
           01  WS-IN-COUNT         PIC 9(03) VALUE ZERO.
           01  WS-NDX              PIC 9(03) VALUE ZERO.
           01  WS-TABLA-INSPECCION.
               05  WS-INSPECCION OCCURS 99 TIMES.
                   10  WS-IN-LINEA     PIC 9(03).
                   10  WS-IN-ESTADO    PIC X(01).
                   10  WS-IN-ALM-DEST  PIC X(03).
           01  WS-IN-HALLADA-SW    PIC X(01).
               88  WS-IN-HALLADA      VALUE "Y".

           01  WS-DV-FIELD-NUMERO  PIC X(06).
           01  WS-DV-FIELD-LINEA   PIC X(03).
           01  WS-DV-FIELD-FECHA   PIC X(08).
           01  WS-DV-FIELD-TIPO    PIC X(01).
           01  WS-DV-FIELD-ID      PIC X(05).
           01  WS-DV-FIELD-CANTIDAD PIC X(07).
           01  WS-DV-FIELD-MOTIVO  PIC X(04).
           01  WS-DV-FIELD-ALMACEN PIC X(03).
           01  WS-DV-FIELD-ESTADO  PIC X(01).
           01  WS-DV-FIELD-COSTE   PIC X(10).
           01  WS-DV-FIELD-PEDIDO  PIC X(06).
           01  WS-DV-FIELD-PROV    PIC X(06).
           01  WS-DV-FIELD-CATEG   PIC X(30).
           01  WS-DV-FIELD-CLIENTE PIC X(30).
           01  WS-DV-FIELD-LOTE    PIC X(10).
           01  WS-DV-FIELD-OPER    PIC X(08).
           01  WS-DV-FIELD-FESTADO PIC X(08).
           01  WS-DV-FIELD-DEST    PIC X(03).
           01  WS-DV-FIELD-INSP    PIC X(08).

      * Motivos de devolución de MOTDEV.
           01  WS-MOTIVO-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-MOTIVO-LLENA    VALUE "Y".
           01  WS-MOTIVO-MAX       PIC 9(03) VALUE 100.
           01  WS-MOTIVO-COUNT     PIC 9(03) VALUE ZERO.
           01  WS-TABLA-MOTIVOS.
               05  WS-MOTIVO-REF OCCURS 100 TIMES.
                   10  WS-MT-CODIGO    PIC X(04).
                   10  WS-MT-DESC      PIC X(40).
                   10  WS-MT-AMBITO    PIC X(01).
           01  WS-MT-FIELD-CODIGO  PIC X(04).
           01  WS-MT-FIELD-DESC    PIC X(40).
           01  WS-MT-FIELD-AMBITO  PIC X(01).

      * Pedidos de compra de PEDIDOS con lo recibido según OPENORD.
           01  WS-PC-LLENA-SW      PIC X(01) VALUE "N".
               88  WS-PC-LLENA        VALUE "Y".
           01  WS-PC-MAX           PIC 9(04) VALUE 4000.
           01  WS-PC-COUNT         PIC 9(04) VALUE ZERO.
           01  WS-TABLA-PEDCOMPRA.
               05  WS-PEDCOMPRA OCCURS 4000 TIMES.
                   10  WS-PC-NUMERO    PIC 9(06).
                   10  WS-PC-ID        PIC 9(05).
                   10  WS-PC-CANTIDAD  PIC 9(07).
                   10  WS-PC-PROVEEDOR PIC X(06).
                   10  WS-PC-COSTE     PIC 9(07)V99.
                   10  WS-PC-RECIBIDO  PIC 9(07).
                   10  WS-PC-EN-OPENORD PIC X(01).
           01  WS-PK-FIELD-NUMERO  PIC X(06).
           01  WS-PK-FIELD-FECHA   PIC X(08).
           01  WS-PK-FIELD-ID      PIC X(05).
           01  WS-PK-FIELD-NOMBRE  PIC X(50).
           01  WS-PK-FIELD-CANT    PIC X(07).
           01  WS-PK-FIELD-PROV    PIC X(06).
           01  WS-PK-FIELD-PLAZO   PIC X(03).
           01  WS-PK-FIELD-COSTE   PIC X(10).
           01  WS-OO-FIELD-PEDIDO  PIC X(06).
           01  WS-OO-FIELD-ID      PIC X(05).
           01  WS-OO-FIELD-CANT    PIC X(07).
           01  WS-OO-FIELD-ESTADO  PIC X(01).
           01  WS-OO-FIELD-FECHA   PIC X(08).
           01  WS-OO-FIELD-RECIB   PIC X(07).

      * Proveedores de SUPREF (codigo,nombre,plazo,categoria).
           01  WS-SUPREF-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-SUPREF-LLENA    VALUE "Y".
           01  WS-SUPREF-MAX       PIC 9(03) VALUE 100.
           01  WS-SUPREF-COUNT     PIC 9(03) VALUE ZERO.
           01  WS-TABLA-SUPREF.
               05  WS-SUPREF OCCURS 100 TIMES.
                   10  WS-SR-CODIGO    PIC X(06).
                   10  WS-SR-NOMBRE    PIC X(40).
                   10  WS-SR-CATEGORIA PIC X(30).
           01  WS-SUP-FIELD-CODIGO PIC X(06).
           01  WS-SUP-FIELD-NOMBRE PIC X(40).
           01  WS-SUP-FIELD-PLAZO  PIC X(03).
           01  WS-SUP-FIELD-CATEG  PIC X(30).

      * Coste medio de COSTMED (id,coste,fecha).
           01  WS-COSTMED-LLENA-SW PIC X(01) VALUE "N".
               88  WS-COSTMED-LLENA   VALUE "Y".
           01  WS-COSTMED-MAX      PIC 9(04) VALUE 2000.
           01  WS-COSTMED-COUNT    PIC 9(04) VALUE ZERO.
           01  WS-TABLA-COSTMED.
               05  WS-COSTMED OCCURS 2000 TIMES.
                   10  WS-CM-ID        PIC 9(05).
                   10  WS-CM-COSTE     PIC 9(07)V99.
           01  WS-CM-FIELD-ID      PIC X(05).
           01  WS-CM-FIELD-COSTE   PIC X(10).
           01  WS-CM-FIELD-FECHA   PIC X(08).

           01  WS-LC-FIELD-NUMERO  PIC X(06).
           01  WS-LC-FIELD-LINEA   PIC X(03).
           01  WS-LC-FIELD-FECHA   PIC X(08).
           01  WS-LC-FIELD-CLIENTE PIC X(30).
           01  WS-LC-FIELD-ID      PIC X(05).
           01  WS-LC-FIELD-ALMACEN PIC X(03).
           01  WS-LC-FIELD-CANTIDAD PIC X(07).
           01  WS-LC-FIELD-ESTADO  PIC X(01).

           01  WS-LT-FIELD-ID      PIC X(05).
           01  WS-LT-FIELD-ALMACEN PIC X(03).
           01  WS-LT-FIELD-LOTE    PIC X(10).
           01  WS-LT-FIELD-CADUC   PIC X(08).
           01  WS-LT-FIELD-STOCK   PIC X(07).

      * Acumulados del informe mensual: dimensión M=motivo
      * C=categoría P=proveedor.
           01  WS-AGR-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-AGR-LLENA       VALUE "Y".
           01  WS-AGR-MAX          PIC 9(03) VALUE 300.
           01  WS-AGR-COUNT        PIC 9(03) VALUE ZERO.
           01  WS-TABLA-AGREGADOS.
               05  WS-AGREGADO OCCURS 300 TIMES.
                   10  WS-AG-DIM       PIC X(01).
                   10  WS-AG-CLAVE     PIC X(30).
                   10  WS-AG-UDS-CLI   PIC 9(09).
                   10  WS-AG-VAL-CLI   PIC 9(11)V99.
                   10  WS-AG-UDS-PRV   PIC 9(09).
                   10  WS-AG-VAL-PRV   PIC 9(11)V99.

           01  WS-KDX              PIC 9(04) VALUE ZERO.
           01  WS-IDX              PIC 9(04) VALUE ZERO.
           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-ADX              PIC 9(03) VALUE ZERO.
           01  WS-MDX              PIC 9(03) VALUE ZERO.
           01  WS-SDX              PIC 9(03) VALUE ZERO.
           01  WS-PROD-HALLADO-SW  PIC X(01).
               88  WS-PROD-HALLADO    VALUE "Y".
           01  WS-MOTIVO-HALLADO-SW PIC X(01).
               88  WS-MOTIVO-HALLADO  VALUE "Y".
           01  WS-PC-HALLADO-SW    PIC X(01).
               88  WS-PC-HALLADO      VALUE "Y".
           01  WS-PROV-HALLADO-SW  PIC X(01).
               88  WS-PROV-HALLADO    VALUE "Y".
           01  WS-CM-HALLADO-SW    PIC X(01).
               88  WS-CM-HALLADO      VALUE "Y".
           01  WS-AGR-HALLADO-SW   PIC X(01).
               88  WS-AGR-HALLADO     VALUE "Y".
           01  WS-LOTE-HALLADO-SW  PIC X(01).
               88  WS-LOTE-HALLADO    VALUE "Y".
           01  WS-PEDCLI-HALLADO-SW PIC X(01).
               88  WS-PEDCLI-HALLADO  VALUE "Y".
           01  WS-FIN-LINEAS-SW    PIC X(01).
               88  WS-FIN-LINEAS      VALUE "Y".

           01  WS-DEV-NUM          PIC 9(06) VALUE ZERO.
           01  WS-DEV-TXT          PIC X(06).
           01  WS-LINEA-NUM        PIC 9(03) VALUE ZERO.
           01  WS-LINEA-MAX        PIC 9(03) VALUE 99.
           01  WS-TIPO-DEV         PIC X(01).
           01  WS-ESTADO-LINEA     PIC X(01).
           01  WS-CLIENTE          PIC X(30).
           01  WS-PEDIDO-TXT       PIC X(06).
           01  WS-PEDIDO-NUM       PIC 9(06) VALUE ZERO.
           01  WS-PEDIDO-CAMPO     PIC X(06).
           01  WS-PROVEEDOR        PIC X(06).
           01  WS-PROVEEDOR-DOC    PIC X(06).
           01  WS-ID-TXT           PIC X(05).
           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-ALMACEN-TXT      PIC X(03).
           01  WS-ALMACEN-ORIGEN   PIC X(03).
           01  WS-ALMACEN-DESTINO  PIC X(03).
           01  WS-CANTIDAD-TXT     PIC X(07).
           01  WS-CANTIDAD         PIC 9(07) VALUE ZERO.
           01  WS-MOTIVO           PIC X(04).
           01  WS-LOTE             PIC X(10).
           01  WS-CADUCIDAD        PIC X(08).
           01  WS-NOMBRE           PIC X(50).
           01  WS-CATEGORIA        PIC X(30).
           01  WS-COSTE            PIC 9(07)V99 VALUE ZERO.
           01  WS-COSTE-TXT        PIC 9(07).99.
           01  WS-LIMITE           PIC 9(07) VALUE ZERO.
           01  WS-EXPEDIDO         PIC 9(07) VALUE ZERO.
           01  WS-DEVUELTO         PIC 9(07) VALUE ZERO.
           01  WS-PENDIENTE        PIC S9(08) VALUE ZERO.
           01  WS-ESTADO-TXT       PIC X(14).
           01  WS-REFERENCIA       PIC X(20).
           01  WS-MOV-TIPO         PIC X(01).
           01  WS-DECISION         PIC X(01).
           01  WS-CONFIRMA         PIC X(01).

           01  WS-LINEAS-DEV       PIC 9(03) VALUE ZERO.
           01  WS-LINEAS-TRATADAS  PIC 9(03) VALUE ZERO.
           01  WS-LINEAS-CUARENTENA PIC 9(03) VALUE ZERO.
           01  WS-LIBERADAS        PIC 9(03) VALUE ZERO.
           01  WS-DESECHADAS       PIC 9(03) VALUE ZERO.

           01  WS-MES              PIC X(06).
           01  WS-MES-TXT          PIC X(06).
           01  WS-DIMENSION        PIC X(01).
           01  WS-CLAVE            PIC X(30).
           01  WS-CLAVE-TXT        PIC X(40).
           01  WS-VALOR-LINEA      PIC 9(11)V99 VALUE ZERO.
           01  WS-TOT-UDS-CLI      PIC 9(09) VALUE ZERO.
           01  WS-TOT-VAL-CLI      PIC 9(11)V99 VALUE ZERO.
           01  WS-TOT-UDS-PRV      PIC 9(09) VALUE ZERO.
           01  WS-TOT-VAL-PRV      PIC 9(11)V99 VALUE ZERO.
           01  WS-LINEAS-MES       PIC 9(05) VALUE ZERO.
           01  WS-CUA-LINEAS       PIC 9(05) VALUE ZERO.
           01  WS-CUA-UDS          PIC 9(09) VALUE ZERO.
           01  WS-CUA-VALOR        PIC 9(11)V99 VALUE ZERO.
           01  WS-MES-LIBERADAS    PIC 9(09) VALUE ZERO.
           01  WS-MES-DESECHADAS   PIC 9(09) VALUE ZERO.
           01  WS-MES-VAL-DESECHO  PIC 9(11)V99 VALUE ZERO.

           01  WS-UDS-EDIT         PIC Z(8)9.
           01  WS-UDS2-EDIT        PIC Z(8)9.
           01  WS-VALOR-EDIT       PIC Z(10)9.99.
           01  WS-VALOR2-EDIT      PIC Z(10)9.99.
           01  WS-COSTE-EDIT       PIC Z(6)9.99.

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-OUT-LINE         PIC X(200).
           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW  PIC X(01) VALUE "N".
               88  WS-OPERPERM-EOF    VALUE "Y".
           01  WS-FUNCION-PEDIDA   PIC X(01) VALUE "R".
           01  WS-FIELD-OPERADOR   PIC X(08).
           01  WS-FIELD-FUNCIONES  PIC X(20).
           01  WS-FUNCION-IDX      PIC 9(02) VALUE ZERO.
           01  WS-OPER-HALLADO-SW  PIC X(01).
               88  WS-OPER-HALLADO    VALUE "Y".
           01  WS-AUTORIZADO-SW    PIC X(01).
               88  WS-AUTORIZADO      VALUE "Y".

       PROCEDURE DIVISION.
       mainline.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           DISPLAY "Devoluciones."
           DISPLAY "(1) De cliente  (2) A proveedor  (3) Inspeccion  "
                   "(4) Consulta  (5) Informe mensual: "
           ACCEPT WS-MODO.

           IF NOT WS-MODO-CLIENTE AND NOT WS-MODO-PROVEEDOR
                   AND NOT WS-MODO-INSPECCION AND NOT WS-MODO-CONSULTA
                   AND NOT WS-MODO-INFORME THEN
               DISPLAY "Opción no válida."
               STOP RUN
           END-IF.

           IF WS-MODO-INSPECCION THEN
               MOVE "Q" TO WS-FUNCION-PEDIDA
           END-IF.
           PERFORM comprueba_permiso.
           IF NOT WS-AUTORIZADO THEN
               PERFORM rechaza_arranque
               STOP RUN
           END-IF.

           PERFORM carga_devol.
           PERFORM load_motivos.

           OPEN OUTPUT DEVOL-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-MODO-CLIENTE
                   PERFORM devolucion_cliente
               WHEN WS-MODO-PROVEEDOR
                   PERFORM devolucion_proveedor
               WHEN WS-MODO-INSPECCION
                   PERFORM inspeccion_devolucion
               WHEN WS-MODO-CONSULTA
                   PERFORM consulta_devolucion
               WHEN WS-MODO-INFORME
                   PERFORM informe_mensual
           END-EVALUATE.
           CLOSE DEVOL-REPORT-FILE.
           DISPLAY "Informe escrito en DEVRPT.".
           STOP RUN.

      * Comprueba en OPERPERM que el operador tiene la función pedida
      * (R, o Q para la inspección). Sin fichero OPERPERM no se
      * restringe nada (mismo criterio que CATREF); un operador que no
      * figura queda denegado.
       comprueba_permiso.
           MOVE "N" TO WS-AUTORIZADO-SW.
           MOVE "N" TO WS-OPER-HALLADO-SW.
           MOVE "N" TO WS-OPERPERM-EOF-SW.
           OPEN INPUT OPER-PERM-FILE.
           IF WS-OPERPERM-FILE-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-AUTORIZADO-SW
           ELSE
               PERFORM read_operperm
               PERFORM busca_operador_perm
                   UNTIL WS-OPER-HALLADO OR WS-OPERPERM-EOF
               CLOSE OPER-PERM-FILE
               IF WS-OPER-HALLADO THEN
                   MOVE 1 TO WS-FUNCION-IDX
                   PERFORM busca_funcion_perm
                       UNTIL WS-AUTORIZADO OR WS-FUNCION-IDX > 20
               END-IF
           END-IF.

       read_operperm.
           READ OPER-PERM-FILE
               AT END MOVE "Y" TO WS-OPERPERM-EOF-SW
           END-READ.

       busca_operador_perm.
           MOVE SPACES TO WS-FIELD-OPERADOR WS-FIELD-FUNCIONES
           UNSTRING OPER-PERM-RECORD DELIMITED BY ","
               INTO WS-FIELD-OPERADOR WS-FIELD-FUNCIONES
           END-UNSTRING
           IF WS-FIELD-OPERADOR = WS-OPERATOR-ID THEN
               MOVE "Y" TO WS-OPER-HALLADO-SW
           ELSE
               PERFORM read_operperm
           END-IF.

       busca_funcion_perm.
           IF WS-FIELD-FUNCIONES(WS-FUNCION-IDX:1)
                   = WS-FUNCION-PEDIDA THEN
               MOVE "Y" TO WS-AUTORIZADO-SW
           ELSE
               ADD 1 TO WS-FUNCION-IDX
           END-IF.

       rechaza_arranque.
           PERFORM open_audit_log.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE "X"                   TO AUD-ACTION
           MOVE SPACES                TO AUD-ID
           MOVE SPACES                TO AUD-NOMBRE-ANTES
           STRING "FUNCION " WS-FUNCION-PEDIDA " DENEGADA"
               DELIMITED BY SIZE
               INTO AUD-NOMBRE-ANTES
           MOVE "CobolDevol"          TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
                   " sin permiso para devoluciones; "
                   "proceso no lanzado.".

       open_audit_log.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

      *****************************************************************
      * Modo 1: devolución de cliente a la cuarentena.
      *****************************************************************
       devolucion_cliente.
           MOVE "C" TO WS-TIPO-DEV
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " DEVOLUCION DE CLIENTE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM comprueba_alta_posible
           IF WS-AUTORIZADO THEN
               PERFORM load_coste_medio
               PERFORM load_supref
               PERFORM devolucion_cliente_doc
           END-IF.

      * Sin motivos no se puede clasificar la devolución y con la
      * tabla de DEVOL llena no se podría reescribir después.
      * Deja el resultado en WS-AUTORIZADO-SW.
       comprueba_alta_posible.
           MOVE "Y" TO WS-AUTORIZADO-SW
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-MOTIVO-COUNT = ZERO
                   MOVE "N" TO WS-AUTORIZADO-SW
                   STRING "ALTA NO ADMITIDA: sin motivos de devolucion "
                          "(MOTDEV)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WHEN WS-DV-LLENA
                   MOVE "N" TO WS-AUTORIZADO-SW
                   STRING "ALTA NO ADMITIDA: tabla de devoluciones "
                          "llena"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
           END-EVALUATE
           IF NOT WS-AUTORIZADO THEN
               WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF.

       devolucion_cliente_doc.
           MOVE SPACES TO WS-CLIENTE
           MOVE ZERO TO WS-PEDIDO-NUM
           DISPLAY "Pedido de cliente (blanco = sin pedido): "
           ACCEPT WS-PEDIDO-TXT
           IF WS-PEDIDO-TXT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PEDIDO-TXT) TO WS-PEDIDO-NUM
               PERFORM busca_pedido_cliente
               IF NOT WS-PEDCLI-HALLADO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "PEDIDO DE CLIENTE " WS-PEDIDO-NUM
                          " no existe; devolucion cancelada"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-IF
           ELSE
               MOVE "Y" TO WS-PEDCLI-HALLADO-SW
               DISPLAY "Cliente: "
               ACCEPT WS-CLIENTE
               INSPECT WS-CLIENTE REPLACING ALL "," BY " "
           END-IF
           IF WS-PEDCLI-HALLADO THEN
               IF WS-CLIENTE = SPACES THEN
                   DISPLAY "Sin cliente; devolucion cancelada."
                   MOVE "Devolucion cancelada: sin cliente."
                       TO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   MOVE WS-ALMACEN-CUARENTENA TO WS-ALMACEN-ORIGEN
                   PERFORM abre_alta
                   PERFORM alta_linea UNTIL WS-FIN-LINEAS
                   PERFORM cierra_alta
               END-IF
           END-IF.

      * El cliente sale de la primera línea del pedido en CLIPED.
       busca_pedido_cliente.
           MOVE "N" TO WS-PEDCLI-HALLADO-SW.
           MOVE "N" TO WS-CLIPED-EOF-SW.
           OPEN INPUT CLIENTE-PED-FILE.
           IF WS-CLIPED-FILE-STATUS = "00" THEN
               PERFORM read_cliped
               PERFORM busca_pedido_cliente_item
                   UNTIL WS-PEDCLI-HALLADO OR WS-CLIPED-EOF
               CLOSE CLIENTE-PED-FILE
           END-IF.

       busca_pedido_cliente_item.
           PERFORM unstring_cliped
           IF FUNCTION NUMVAL(WS-LC-FIELD-NUMERO) = WS-PEDIDO-NUM
                   AND WS-LC-FIELD-NUMERO NOT = SPACES THEN
               MOVE "Y" TO WS-PEDCLI-HALLADO-SW
               MOVE WS-LC-FIELD-CLIENTE TO WS-CLIENTE
           ELSE
               PERFORM read_cliped
           END-IF.

      * Lo expedido del producto en el pedido de cliente: suma de sus
      * líneas en estado X.
       suma_expedido.
           MOVE ZERO TO WS-EXPEDIDO.
           MOVE "N" TO WS-CLIPED-EOF-SW.
           OPEN INPUT CLIENTE-PED-FILE.
           IF WS-CLIPED-FILE-STATUS = "00" THEN
               PERFORM read_cliped
               PERFORM suma_expedido_item UNTIL WS-CLIPED-EOF
               CLOSE CLIENTE-PED-FILE
           END-IF.

       suma_expedido_item.
           PERFORM unstring_cliped
           IF WS-LC-FIELD-NUMERO NOT = SPACES THEN
               IF FUNCTION NUMVAL(WS-LC-FIELD-NUMERO) = WS-PEDIDO-NUM
                       AND FUNCTION NUMVAL(WS-LC-FIELD-ID) = WS-ID
                       AND WS-LC-FIELD-ESTADO = "X" THEN
                   ADD FUNCTION NUMVAL(WS-LC-FIELD-CANTIDAD)
                       TO WS-EXPEDIDO
               END-IF
           END-IF
           PERFORM read_cliped.

       read_cliped.
           READ CLIENTE-PED-FILE
               AT END MOVE "Y" TO WS-CLIPED-EOF-SW
           END-READ.

       unstring_cliped.
           MOVE SPACES TO WS-LC-FIELD-NUMERO WS-LC-FIELD-LINEA
                          WS-LC-FIELD-FECHA WS-LC-FIELD-CLIENTE
                          WS-LC-FIELD-ID WS-LC-FIELD-ALMACEN
                          WS-LC-FIELD-CANTIDAD WS-LC-FIELD-ESTADO
           UNSTRING CLIENTE-PED-RECORD DELIMITED BY ","
               INTO WS-LC-FIELD-NUMERO WS-LC-FIELD-LINEA
                    WS-LC-FIELD-FECHA WS-LC-FIELD-CLIENTE
                    WS-LC-FIELD-ID WS-LC-FIELD-ALMACEN
                    WS-LC-FIELD-CANTIDAD WS-LC-FIELD-ESTADO
           END-UNSTRING.

      *****************************************************************
      * Modo 2: devolución a proveedor desde un almacén vendible.
      *****************************************************************
       devolucion_proveedor.
           MOVE "P" TO WS-TIPO-DEV
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " DEVOLUCION A PROVEEDOR"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM comprueba_alta_posible
           IF WS-AUTORIZADO THEN
               PERFORM load_coste_medio
               PERFORM load_pedidos_compra
               PERFORM load_open_orders
               PERFORM devolucion_proveedor_doc
           END-IF.

      * Lo que está en cuarentena solo sale liberado o desechado por
      * la inspección, no directamente al proveedor.
       devolucion_proveedor_doc.
           MOVE SPACES TO WS-CLIENTE
           MOVE SPACES TO WS-PROVEEDOR-DOC
           DISPLAY "Almacen de origen (blanco = "
                   WS-ALMACEN-DEFECTO "): "
           ACCEPT WS-ALMACEN-TXT
           IF WS-ALMACEN-TXT = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-TXT
           END-IF
           IF WS-ALMACEN-TXT = WS-ALMACEN-CUARENTENA THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Devolucion cancelada: el almacen de "
                      "cuarentena solo se libera o desecha por "
                      "inspeccion"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           ELSE
               MOVE WS-ALMACEN-TXT TO WS-ALMACEN-ORIGEN
               PERFORM abre_alta
               PERFORM alta_linea UNTIL WS-FIN-LINEAS
               PERFORM cierra_alta
           END-IF.

      *****************************************************************
      * Alta de líneas, común a los modos 1 y 2.
      *****************************************************************
       abre_alta.
           PERFORM lee_devseq
           ADD 1 TO WS-DEV-NUM
           MOVE ZERO TO WS-LINEA-NUM
           MOVE ZERO TO WS-LINEAS-DEV
           PERFORM open_devol_extend
           PERFORM open_movin_extend
           MOVE "N" TO WS-FIN-LINEAS-SW.

       cierra_alta.
           CLOSE DEVOL-FILE
           CLOSE MOV-CONTROL-FILE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LINEAS-DEV = ZERO THEN
               STRING "Devolucion sin lineas aceptadas; no se "
                      "registra ninguna devolucion."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY "Devolucion sin lineas; no se registra."
           ELSE
               PERFORM escribe_devseq
               STRING "DEVOLUCION " WS-DEV-NUM
                      " registrada con " WS-LINEAS-DEV
                      " lineas; movimientos generados en MOVIN"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               DISPLAY "Devolucion " WS-DEV-NUM " registrada con "
                       WS-LINEAS-DEV " lineas."
           END-IF
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE.

       alta_linea.
           IF WS-LINEA-NUM >= WS-LINEA-MAX THEN
               DISPLAY "Maximo de lineas por devolucion alcanzado."
               MOVE "Y" TO WS-FIN-LINEAS-SW
           ELSE
               IF WS-TIPO-DEV = "C" THEN
                   DISPLAY "Id de producto (blanco = fin): "
                   ACCEPT WS-ID-TXT
                   IF WS-ID-TXT = SPACES THEN
                       MOVE "Y" TO WS-FIN-LINEAS-SW
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ID-TXT) TO WS-ID
                       PERFORM alta_linea_datos
                   END-IF
               ELSE
                   DISPLAY "Pedido de compra (blanco = fin): "
                   ACCEPT WS-PEDIDO-TXT
                   IF WS-PEDIDO-TXT = SPACES THEN
                       MOVE "Y" TO WS-FIN-LINEAS-SW
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PEDIDO-TXT)
                           TO WS-PEDIDO-NUM
                       PERFORM busca_pedido_compra
                       MOVE ZERO TO WS-ID
                       IF WS-PC-HALLADO THEN
                           MOVE WS-PC-ID(WS-IDX) TO WS-ID
                       END-IF
                       PERFORM alta_linea_datos
                   END-IF
               END-IF
           END-IF.

       alta_linea_datos.
           DISPLAY "Cantidad: "
           ACCEPT WS-CANTIDAD-TXT
           MOVE FUNCTION NUMVAL(WS-CANTIDAD-TXT) TO WS-CANTIDAD
           DISPLAY "Motivo: "
           ACCEPT WS-MOTIVO
           DISPLAY "Lote (blanco = sin lote): "
           ACCEPT WS-LOTE
           INSPECT WS-LOTE REPLACING ALL "," BY " "

           PERFORM busca_producto_maestro
           PERFORM busca_motivo
           PERFORM calcula_limite
           COMPUTE WS-PENDIENTE = WS-LIMITE - WS-DEVUELTO
           EVALUATE TRUE
               WHEN WS-TIPO-DEV = "P" AND NOT WS-PC-HALLADO
                   MOVE "pedido de compra inexistente"
                       TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-TIPO-DEV = "P"
                       AND WS-PROVEEDOR-DOC NOT = SPACES
                       AND WS-PC-PROVEEDOR(WS-IDX)
                           NOT = WS-PROVEEDOR-DOC
                   MOVE "pedido de otro proveedor" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN NOT WS-PROD-HALLADO
                   MOVE "producto inexistente" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-CANTIDAD = ZERO
                   MOVE "cantidad no valida" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN NOT WS-MOTIVO-HALLADO
                   MOVE "motivo no valido" TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN WS-PEDIDO-NUM NOT = ZERO
                       AND WS-CANTIDAD > WS-PENDIENTE
                   PERFORM rechaza_exceso
               WHEN WS-DV-COUNT >= WS-DV-MAX
                   MOVE "tabla de devoluciones llena"
                       TO WS-REPORT-LINE
                   PERFORM rechaza_linea
               WHEN OTHER
                   PERFORM acepta_linea
           END-EVALUATE.

      * Con pedido, la línea no puede superar lo expedido al cliente
      * (o lo recibido del proveedor) menos lo ya devuelto de él. En
      * las devoluciones a proveedor lo recibido es el de OPENORD; un
      * pedido que ya no figura allí se toma como recibido completo.
       calcula_limite.
           MOVE ZERO TO WS-LIMITE WS-DEVUELTO
           IF WS-PEDIDO-NUM NOT = ZERO THEN
               IF WS-TIPO-DEV = "C" THEN
                   PERFORM suma_expedido
                   MOVE WS-EXPEDIDO TO WS-LIMITE
               ELSE
                   IF WS-PC-HALLADO THEN
                       IF WS-PC-EN-OPENORD(WS-IDX) = "Y" THEN
                           MOVE WS-PC-RECIBIDO(WS-IDX) TO WS-LIMITE
                       ELSE
                           MOVE WS-PC-CANTIDAD(WS-IDX) TO WS-LIMITE
                       END-IF
                   END-IF
               END-IF
               MOVE 1 TO WS-KDX
               PERFORM suma_devuelto_item UNTIL WS-KDX > WS-DV-COUNT
           END-IF.

       suma_devuelto_item.
           IF WS-DV-TIPO(WS-KDX) = WS-TIPO-DEV
                   AND WS-DV-PEDIDO(WS-KDX) = WS-PEDIDO-NUM
                   AND WS-DV-ID(WS-KDX) = WS-ID THEN
               ADD WS-DV-CANTIDAD(WS-KDX) TO WS-DEVUELTO
           END-IF
           ADD 1 TO WS-KDX.

       rechaza_exceso.
           IF WS-PENDIENTE < 0 THEN
               MOVE ZERO TO WS-PENDIENTE
           END-IF
           MOVE WS-PENDIENTE TO WS-UDS-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIPO-DEV = "C" THEN
               STRING "supera lo expedido sin devolver ("
                      FUNCTION TRIM(WS-UDS-EDIT) ")"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "supera lo recibido sin devolver ("
                      FUNCTION TRIM(WS-UDS-EDIT) ")"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM rechaza_linea.

      * El motivo llega en WS-REPORT-LINE y se completa con la línea.
       rechaza_linea.
           MOVE SPACES TO WS-OUT-LINE
           STRING "   RECHAZADA id " WS-ID
                  " cantidad " WS-CANTIDAD
                  " motivo " WS-MOTIVO
                  ": " WS-REPORT-LINE(1:40)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * La línea aceptada se añade a la tabla (para que cuente como
      * devuelta en las líneas siguientes), se graba en DEVOL y genera
      * su movimiento en MOVIN.
       acepta_linea.
           ADD 1 TO WS-LINEA-NUM
           ADD 1 TO WS-LINEAS-DEV
           MOVE SPACES TO WS-CADUCIDAD
           PERFORM busca_coste_medio
           IF WS-TIPO-DEV = "C" THEN
               MOVE "Q" TO WS-ESTADO-LINEA
               PERFORM busca_proveedor_categoria
               IF WS-LOTE NOT = SPACES THEN
                   PERFORM busca_caducidad_lote
               END-IF
           ELSE
               MOVE "P" TO WS-ESTADO-LINEA
               MOVE WS-PC-PROVEEDOR(WS-IDX) TO WS-PROVEEDOR
               MOVE WS-PROVEEDOR TO WS-PROVEEDOR-DOC
               IF WS-PC-COSTE(WS-IDX) > ZERO THEN
                   MOVE WS-PC-COSTE(WS-IDX) TO WS-COSTE
               END-IF
           END-IF

           ADD 1 TO WS-DV-COUNT
           MOVE WS-DV-COUNT TO WS-KDX
           MOVE WS-DEV-NUM         TO WS-DV-NUMERO(WS-KDX)
           MOVE WS-LINEA-NUM       TO WS-DV-LINEA(WS-KDX)
           MOVE WS-FECHA-HOY       TO WS-DV-FECHA(WS-KDX)
           MOVE WS-TIPO-DEV        TO WS-DV-TIPO(WS-KDX)
           MOVE WS-ID              TO WS-DV-ID(WS-KDX)
           MOVE WS-CANTIDAD        TO WS-DV-CANTIDAD(WS-KDX)
           MOVE WS-MOTIVO          TO WS-DV-MOTIVO(WS-KDX)
           MOVE WS-ALMACEN-ORIGEN  TO WS-DV-ALMACEN(WS-KDX)
           MOVE WS-ESTADO-LINEA    TO WS-DV-ESTADO(WS-KDX)
           MOVE WS-COSTE           TO WS-DV-COSTE(WS-KDX)
           MOVE WS-PEDIDO-NUM      TO WS-DV-PEDIDO(WS-KDX)
           MOVE WS-PROVEEDOR       TO WS-DV-PROVEEDOR(WS-KDX)
           MOVE WS-CATEGORIA       TO WS-DV-CATEGORIA(WS-KDX)
           MOVE WS-CLIENTE         TO WS-DV-CLIENTE(WS-KDX)
           MOVE WS-LOTE            TO WS-DV-LOTE(WS-KDX)
           MOVE WS-OPERATOR-ID     TO WS-DV-OPERADOR(WS-KDX)
           MOVE WS-FECHA-HOY       TO WS-DV-FECHA-EST(WS-KDX)
           MOVE SPACES             TO WS-DV-ALM-DEST(WS-KDX)
           MOVE SPACES             TO WS-DV-INSPECTOR(WS-KDX)
           PERFORM escribe_devol_linea

           MOVE SPACES TO WS-REFERENCIA
           IF WS-TIPO-DEV = "C" THEN
               MOVE "E" TO WS-MOV-TIPO
               STRING "DEVCLI " WS-DEV-NUM "-" WS-LINEA-NUM
                   DELIMITED BY SIZE
                   INTO WS-REFERENCIA
           ELSE
               MOVE "S" TO WS-MOV-TIPO
               STRING "DEVPRV " WS-DEV-NUM "-" WS-LINEA-NUM
                   DELIMITED BY SIZE
                   INTO WS-REFERENCIA
           END-IF
           MOVE SPACES TO WS-ALMACEN-DESTINO
           PERFORM escribe_movin

           MOVE WS-COSTE TO WS-COSTE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIPO-DEV = "C" THEN
               STRING "   LINEA " WS-LINEA-NUM
                      " id " WS-ID
                      " " WS-NOMBRE(1:30)
                      " cantidad " WS-CANTIDAD
                      " motivo " WS-MOTIVO
                      " lote " WS-LOTE
                      " coste " WS-COSTE-EDIT
                      " EN CUARENTENA"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "   LINEA " WS-LINEA-NUM
                      " pedido " WS-PEDIDO-NUM
                      " id " WS-ID
                      " " WS-NOMBRE(1:30)
                      " cantidad " WS-CANTIDAD
                      " motivo " WS-MOTIVO
                      " proveedor " WS-PROVEEDOR
                      " coste " WS-COSTE-EDIT
                      " DEVUELTA"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * Movimiento en MOVIN con el formato de CobolMovim; el lote y su
      * caducidad solo se escriben si la línea lleva lote.
       escribe_movin.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-LOTE = SPACES THEN
               STRING WS-ID
                      "," WS-MOV-TIPO
                      "," WS-CANTIDAD
                      "," FUNCTION TRIM(WS-REFERENCIA)
                      "," WS-ALMACEN-ORIGEN
                      "," DELIMITED BY SIZE
                      WS-ALMACEN-DESTINO DELIMITED BY SPACE
                   INTO WS-OUT-LINE
           ELSE
               STRING WS-ID
                      "," WS-MOV-TIPO
                      "," WS-CANTIDAD
                      "," FUNCTION TRIM(WS-REFERENCIA)
                      "," WS-ALMACEN-ORIGEN
                      "," DELIMITED BY SIZE
                      WS-ALMACEN-DESTINO DELIMITED BY SPACE
                      ",,," DELIMITED BY SIZE
                      WS-LOTE DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CADUCIDAD DELIMITED BY SPACE
                   INTO WS-OUT-LINE
           END-IF
           WRITE MOV-CONTROL-RECORD FROM WS-OUT-LINE.

       busca_producto_maestro.
           MOVE "N" TO WS-PROD-HALLADO-SW.
           MOVE SPACES TO WS-NOMBRE WS-CATEGORIA.
           MOVE "N" TO WS-MASTER-EOF-SW.
           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible."
           ELSE
               PERFORM read_master_record
               PERFORM busca_producto_item
                   UNTIL WS-PROD-HALLADO OR WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
           END-IF.

       busca_producto_item.
           IF FUNCTION NUMVAL(PM-ID) = WS-ID THEN
               MOVE "Y" TO WS-PROD-HALLADO-SW
               MOVE PM-NOMBRE TO WS-NOMBRE
               MOVE PM-CATEGORIA TO WS-CATEGORIA
               INSPECT WS-CATEGORIA REPLACING ALL "," BY " "
           ELSE
               PERFORM read_master_record
           END-IF.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

      * El motivo debe existir en MOTDEV y valer para el tipo de
      * devolución (ámbito en blanco = vale para ambos).
       busca_motivo.
           MOVE "N" TO WS-MOTIVO-HALLADO-SW.
           MOVE 1 TO WS-MDX.
           PERFORM busca_motivo_item
               UNTIL WS-MOTIVO-HALLADO OR WS-MDX > WS-MOTIVO-COUNT.

       busca_motivo_item.
           IF WS-MT-CODIGO(WS-MDX) = WS-MOTIVO
                   AND (WS-MT-AMBITO(WS-MDX) = SPACE
                   OR WS-MT-AMBITO(WS-MDX) = WS-TIPO-DEV) THEN
               MOVE "Y" TO WS-MOTIVO-HALLADO-SW
           ELSE
               ADD 1 TO WS-MDX
           END-IF.

       busca_pedido_compra.
           MOVE "N" TO WS-PC-HALLADO-SW.
           MOVE 1 TO WS-IDX.
           PERFORM busca_pedido_compra_item
               UNTIL WS-PC-HALLADO OR WS-IDX > WS-PC-COUNT.

       busca_pedido_compra_item.
           IF WS-PC-NUMERO(WS-IDX) = WS-PEDIDO-NUM THEN
               MOVE "Y" TO WS-PC-HALLADO-SW
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      * Coste medio del producto en WS-COSTE (cero si COSTMED no lo
      * tiene).
       busca_coste_medio.
           MOVE ZERO TO WS-COSTE.
           MOVE "N" TO WS-CM-HALLADO-SW.
           MOVE 1 TO WS-CDX.
           PERFORM busca_coste_medio_item
               UNTIL WS-CM-HALLADO OR WS-CDX > WS-COSTMED-COUNT.
           IF WS-CM-HALLADO THEN
               MOVE WS-CM-COSTE(WS-CDX) TO WS-COSTE
           END-IF.

       busca_coste_medio_item.
           IF WS-CM-ID(WS-CDX) = WS-ID THEN
               MOVE "Y" TO WS-CM-HALLADO-SW
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

      * Proveedor asignado a la categoría del producto en SUPREF, como
      * lo elige CobolPedido.
       busca_proveedor_categoria.
           MOVE SPACES TO WS-PROVEEDOR.
           MOVE "N" TO WS-PROV-HALLADO-SW.
           MOVE 1 TO WS-SDX.
           PERFORM busca_proveedor_item
               UNTIL WS-PROV-HALLADO OR WS-SDX > WS-SUPREF-COUNT.
           IF WS-PROV-HALLADO THEN
               MOVE WS-SR-CODIGO(WS-SDX) TO WS-PROVEEDOR
           END-IF.

       busca_proveedor_item.
           IF WS-SR-CATEGORIA(WS-SDX)
                   = FUNCTION TRIM(WS-CATEGORIA) THEN
               MOVE "Y" TO WS-PROV-HALLADO-SW
           ELSE
               ADD 1 TO WS-SDX
           END-IF.

      * La caducidad del lote devuelto se toma de STKLOTE (de
      * cualquier almacén) para que el lote entre en cuarentena con
      * la misma fecha.
       busca_caducidad_lote.
           MOVE "N" TO WS-LOTE-HALLADO-SW.
           MOVE "N" TO WS-STKLOTE-EOF-SW.
           OPEN INPUT STOCK-LOTE-FILE.
           IF WS-STKLOTE-FILE-STATUS = "00" THEN
               PERFORM read_stock_lote
               PERFORM busca_caducidad_item
                   UNTIL WS-LOTE-HALLADO OR WS-STKLOTE-EOF
               CLOSE STOCK-LOTE-FILE
           END-IF.

       busca_caducidad_item.
           MOVE SPACES TO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                          WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                          WS-LT-FIELD-STOCK
           UNSTRING STOCK-LOTE-RECORD DELIMITED BY ","
               INTO WS-LT-FIELD-ID WS-LT-FIELD-ALMACEN
                    WS-LT-FIELD-LOTE WS-LT-FIELD-CADUC
                    WS-LT-FIELD-STOCK
           END-UNSTRING
           IF WS-LT-FIELD-ID NOT = SPACES
                   AND FUNCTION NUMVAL(WS-LT-FIELD-ID) = WS-ID
                   AND WS-LT-FIELD-LOTE = WS-LOTE THEN
               MOVE "Y" TO WS-LOTE-HALLADO-SW
               MOVE WS-LT-FIELD-CADUC TO WS-CADUCIDAD
           ELSE
               PERFORM read_stock_lote
           END-IF.

       read_stock_lote.
           READ STOCK-LOTE-FILE
               AT END MOVE "Y" TO WS-STKLOTE-EOF-SW
           END-READ.

       open_devol_extend.
           OPEN EXTEND DEVOL-FILE.
           IF WS-DEVOL-FILE-STATUS = "35" THEN
               OPEN OUTPUT DEVOL-FILE
               CLOSE DEVOL-FILE
               OPEN EXTEND DEVOL-FILE
           END-IF.

       open_movin_extend.
           OPEN EXTEND MOV-CONTROL-FILE.
           IF WS-MOVIN-FILE-STATUS = "35" THEN
               OPEN OUTPUT MOV-CONTROL-FILE
               CLOSE MOV-CONTROL-FILE
               OPEN EXTEND MOV-CONTROL-FILE
           END-IF.

       lee_devseq.
           MOVE ZERO TO WS-DEV-NUM.
           OPEN INPUT DEVOL-SEQ-FILE.
           IF WS-SEQ-FILE-STATUS = "00" THEN
               READ DEVOL-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DEVOL-SEQ-RECORD(1:6))
                           TO WS-DEV-NUM
               END-READ
               CLOSE DEVOL-SEQ-FILE
           END-IF.

       escribe_devseq.
           OPEN OUTPUT DEVOL-SEQ-FILE.
           MOVE SPACES TO DEVOL-SEQ-RECORD.
           MOVE WS-DEV-NUM TO DEVOL-SEQ-RECORD(1:6).
           WRITE DEVOL-SEQ-RECORD.
           CLOSE DEVOL-SEQ-FILE.

      *****************************************************************
      * Modo 3: inspección de la cuarentena.
      *****************************************************************
       inspeccion_devolucion.
           PERFORM pide_devolucion.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " INSPECCION DE LA DEVOLUCION "
                  WS-DEV-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM cuenta_cuarentena
           EVALUATE TRUE
               WHEN WS-LINEAS-DEV = ZERO
                   PERFORM informa_devolucion_inexistente
               WHEN WS-LINEAS-CUARENTENA = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "DEVOLUCION " WS-DEV-NUM
                          " no tiene lineas en cuarentena"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               WHEN WS-DV-LLENA
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: tabla de devoluciones llena; DEVOL "
                          "no se puede reescribir"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY "Tabla de devoluciones llena; inspeccion "
                           "no realizada."
               WHEN OTHER
                   PERFORM inspecciona_lineas
           END-EVALUATE.

      * Mientras se inspecciona, otro operador puede dar de alta
      * devoluciones: las decisiones se anotan aparte y se aplican
      * sobre DEVOL releído antes de reescribirlo.
       inspecciona_lineas.
           PERFORM open_movin_extend
           MOVE ZERO TO WS-LIBERADAS WS-DESECHADAS
           MOVE ZERO TO WS-IN-COUNT
           MOVE 1 TO WS-KDX
           PERFORM inspecciona_linea UNTIL WS-KDX > WS-DV-COUNT
           CLOSE MOV-CONTROL-FILE
           IF WS-IN-COUNT > ZERO THEN
               PERFORM carga_devol
               MOVE 1 TO WS-NDX
               PERFORM aplica_inspeccion UNTIL WS-NDX > WS-IN-COUNT
               IF WS-DV-LLENA THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: tabla de devoluciones llena al "
                          "releer DEVOL; estados no grabados"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY "Tabla de devoluciones llena; DEVOL no "
                           "reescrito."
               END-IF
               PERFORM guarda_devol
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEVOLUCION " WS-DEV-NUM
                  " liberadas " WS-LIBERADAS
                  " desechadas " WS-DESECHADAS
                  "; movimientos generados en MOVIN"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

       inspecciona_linea.
           IF WS-DV-NUMERO(WS-KDX) = WS-DEV-NUM
                   AND WS-DV-ESTADO(WS-KDX) = "Q" THEN
               DISPLAY "Linea " WS-DV-LINEA(WS-KDX)
                       " id " WS-DV-ID(WS-KDX)
                       " cantidad " WS-DV-CANTIDAD(WS-KDX)
                       " motivo " WS-DV-MOTIVO(WS-KDX)
                       " lote " WS-DV-LOTE(WS-KDX)
               DISPLAY "(L) Liberar  (D) Desechar  "
                       "(blanco) Dejar en cuarentena: "
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "L"
                   WHEN "l"
                       PERFORM libera_linea
                   WHEN "D"
                   WHEN "d"
                       PERFORM desecha_linea
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD 1 TO WS-KDX.

      * Liberar: traspaso T de la cuarentena al almacén vendible.
       libera_linea.
           DISPLAY "Almacen destino (blanco = " WS-ALMACEN-DEFECTO "): "
           ACCEPT WS-ALMACEN-TXT
           IF WS-ALMACEN-TXT = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-TXT
           END-IF
           IF WS-ALMACEN-TXT = WS-ALMACEN-CUARENTENA THEN
               DISPLAY "El destino no puede ser la cuarentena; "
                       "linea sin tratar."
           ELSE
               MOVE "T" TO WS-MOV-TIPO
               MOVE WS-ALMACEN-TXT TO WS-ALMACEN-DESTINO
               MOVE SPACES TO WS-REFERENCIA
               STRING "DEVCLI " WS-DV-NUMERO(WS-KDX)
                      "-" WS-DV-LINEA(WS-KDX)
                   DELIMITED BY SIZE
                   INTO WS-REFERENCIA
               PERFORM movimiento_inspeccion
               MOVE "L" TO WS-DV-ESTADO(WS-KDX)
               MOVE WS-ALMACEN-TXT TO WS-DV-ALM-DEST(WS-KDX)
               PERFORM cierra_inspeccion_linea
               ADD 1 TO WS-LIBERADAS
           END-IF.

      * Desechar: salida S de la cuarentena.
       desecha_linea.
           MOVE "S" TO WS-MOV-TIPO
           MOVE SPACES TO WS-ALMACEN-DESTINO
           MOVE SPACES TO WS-REFERENCIA
           STRING "DESECHO " WS-DV-NUMERO(WS-KDX)
                  "-" WS-DV-LINEA(WS-KDX)
               DELIMITED BY SIZE
               INTO WS-REFERENCIA
           PERFORM movimiento_inspeccion
           MOVE "D" TO WS-DV-ESTADO(WS-KDX)
           PERFORM cierra_inspeccion_linea
           ADD 1 TO WS-DESECHADAS.

       movimiento_inspeccion.
           MOVE WS-DV-ID(WS-KDX) TO WS-ID
           MOVE WS-DV-CANTIDAD(WS-KDX) TO WS-CANTIDAD
           MOVE WS-DV-ALMACEN(WS-KDX) TO WS-ALMACEN-ORIGEN
           MOVE WS-DV-LOTE(WS-KDX) TO WS-LOTE
           MOVE SPACES TO WS-CADUCIDAD
           PERFORM escribe_movin.

       cierra_inspeccion_linea.
           ADD 1 TO WS-IN-COUNT
           MOVE WS-DV-LINEA(WS-KDX) TO WS-IN-LINEA(WS-IN-COUNT)
           MOVE WS-DV-ESTADO(WS-KDX) TO WS-IN-ESTADO(WS-IN-COUNT)
           MOVE WS-DV-ALM-DEST(WS-KDX) TO WS-IN-ALM-DEST(WS-IN-COUNT)
           MOVE WS-FECHA-HOY TO WS-DV-FECHA-EST(WS-KDX)
           MOVE WS-OPERATOR-ID TO WS-DV-INSPECTOR(WS-KDX)
           MOVE "Y" TO WS-DV-CAMBIO-SW
           PERFORM texto_estado
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   LINEA " WS-DV-LINEA(WS-KDX)
                  " id " WS-DV-ID(WS-KDX)
                  " cantidad " WS-DV-CANTIDAD(WS-KDX)
                  " lote " WS-DV-LOTE(WS-KDX)
                  " " WS-ESTADO-TXT
                  " " WS-DV-ALM-DEST(WS-KDX)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE.

      * Lleva la decisión WS-NDX a su línea de la devolución en la
      * tabla recién cargada. Si otro inspector la ha tratado ya, no
      * se pisa y queda el aviso en el informe.
       aplica_inspeccion.
           MOVE "N" TO WS-IN-HALLADA-SW
           MOVE 1 TO WS-KDX
           PERFORM busca_linea_inspeccion
               UNTIL WS-IN-HALLADA OR WS-KDX > WS-DV-COUNT
           IF WS-IN-HALLADA THEN
               IF WS-DV-ESTADO(WS-KDX) = "Q" THEN
                   MOVE WS-IN-ESTADO(WS-NDX) TO WS-DV-ESTADO(WS-KDX)
                   MOVE WS-IN-ALM-DEST(WS-NDX)
                       TO WS-DV-ALM-DEST(WS-KDX)
                   MOVE WS-FECHA-HOY TO WS-DV-FECHA-EST(WS-KDX)
                   MOVE WS-OPERATOR-ID TO WS-DV-INSPECTOR(WS-KDX)
                   MOVE "Y" TO WS-DV-CAMBIO-SW
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: linea " WS-IN-LINEA(WS-NDX)
                          " inspeccionada entretanto por "
                          WS-DV-INSPECTOR(WS-KDX)
                          "; revisar el movimiento duplicado en MOVIN"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-IF
           END-IF
           ADD 1 TO WS-NDX.

       busca_linea_inspeccion.
           IF WS-DV-NUMERO(WS-KDX) = WS-DEV-NUM
                   AND WS-DV-LINEA(WS-KDX) = WS-IN-LINEA(WS-NDX) THEN
               MOVE "Y" TO WS-IN-HALLADA-SW
           ELSE
               ADD 1 TO WS-KDX
           END-IF.

       cuenta_cuarentena.
           MOVE ZERO TO WS-LINEAS-DEV.
           MOVE ZERO TO WS-LINEAS-CUARENTENA.
           MOVE 1 TO WS-KDX.
           PERFORM cuenta_cuarentena_item UNTIL WS-KDX > WS-DV-COUNT.

       cuenta_cuarentena_item.
           IF WS-DV-NUMERO(WS-KDX) = WS-DEV-NUM THEN
               ADD 1 TO WS-LINEAS-DEV
               IF WS-DV-ESTADO(WS-KDX) = "Q" THEN
                   ADD 1 TO WS-LINEAS-CUARENTENA
               END-IF
           END-IF
           ADD 1 TO WS-KDX.

       pide_devolucion.
           DISPLAY "Numero de devolucion: "
           ACCEPT WS-DEV-TXT.
           MOVE FUNCTION NUMVAL(WS-DEV-TXT) TO WS-DEV-NUM.

       informa_devolucion_inexistente.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEVOLUCION " WS-DEV-NUM " no existe"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Devolucion " WS-DEV-NUM " no existe.".

       texto_estado.
           EVALUATE WS-DV-ESTADO(WS-KDX)
               WHEN "Q"
                   MOVE "EN CUARENTENA" TO WS-ESTADO-TXT
               WHEN "L"
                   MOVE "LIBERADA" TO WS-ESTADO-TXT
               WHEN "D"
                   MOVE "DESECHADA" TO WS-ESTADO-TXT
               WHEN "P"
                   MOVE "DEVUELTA" TO WS-ESTADO-TXT
               WHEN OTHER
                   MOVE "?" TO WS-ESTADO-TXT
           END-EVALUATE.

      *****************************************************************
      * Modo 4: consulta de una devolución.
      *****************************************************************
       consulta_devolucion.
           PERFORM pide_devolucion.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " CONSULTA DE LA DEVOLUCION "
                  WS-DEV-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ZERO TO WS-LINEAS-TRATADAS
           MOVE 1 TO WS-KDX
           PERFORM consulta_linea UNTIL WS-KDX > WS-DV-COUNT
           IF WS-LINEAS-TRATADAS = ZERO THEN
               PERFORM informa_devolucion_inexistente
           END-IF.

       consulta_linea.
           IF WS-DV-NUMERO(WS-KDX) = WS-DEV-NUM THEN
               IF WS-LINEAS-TRATADAS = ZERO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   IF WS-DV-TIPO(WS-KDX) = "C" THEN
                       STRING "DE CLIENTE " WS-DV-CLIENTE(WS-KDX)
                              " PEDIDO " WS-DV-PEDIDO(WS-KDX)
                              " FECHA " WS-DV-FECHA(WS-KDX)
                              " OPERADOR " WS-DV-OPERADOR(WS-KDX)
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                   ELSE
                       STRING "A PROVEEDOR " WS-DV-PROVEEDOR(WS-KDX)
                              " ALMACEN " WS-DV-ALMACEN(WS-KDX)
                              " FECHA " WS-DV-FECHA(WS-KDX)
                              " OPERADOR " WS-DV-OPERADOR(WS-KDX)
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                   END-IF
                   WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-IF
               ADD 1 TO WS-LINEAS-TRATADAS
               PERFORM texto_estado
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-DV-TIPO(WS-KDX) = "C" THEN
                   STRING "   LINEA " WS-DV-LINEA(WS-KDX)
                          " id " WS-DV-ID(WS-KDX)
                          " cantidad " WS-DV-CANTIDAD(WS-KDX)
                          " motivo " WS-DV-MOTIVO(WS-KDX)
                          " lote " WS-DV-LOTE(WS-KDX)
                          " " WS-ESTADO-TXT
                          " " WS-DV-FECHA-EST(WS-KDX)
                          " " WS-DV-ALM-DEST(WS-KDX)
                          " " WS-DV-INSPECTOR(WS-KDX)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               ELSE
                   STRING "   LINEA " WS-DV-LINEA(WS-KDX)
                          " pedido " WS-DV-PEDIDO(WS-KDX)
                          " id " WS-DV-ID(WS-KDX)
                          " cantidad " WS-DV-CANTIDAD(WS-KDX)
                          " motivo " WS-DV-MOTIVO(WS-KDX)
                          " lote " WS-DV-LOTE(WS-KDX)
                          " " WS-ESTADO-TXT
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               END-IF
               WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF
           ADD 1 TO WS-KDX.

      *****************************************************************
      * Modo 5: informe mensual de devoluciones.
      *****************************************************************
       informe_mensual.
           DISPLAY "Mes AAAAMM (blanco = mes en curso): "
           ACCEPT WS-MES-TXT.
           IF WS-MES-TXT = SPACES THEN
               MOVE WS-FECHA-HOY(1:6) TO WS-MES
           ELSE
               MOVE WS-MES-TXT TO WS-MES
           END-IF.
           PERFORM load_supref.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " INFORME DE DEVOLUCIONES DEL MES "
                  WS-MES
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-DV-LLENA THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AVISO: tabla de devoluciones llena; informe "
                      "incompleto"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE 1 TO WS-KDX
           PERFORM acumula_devolucion UNTIL WS-KDX > WS-DV-COUNT

           MOVE "M" TO WS-DIMENSION
           MOVE "POR MOTIVO" TO WS-CLAVE-TXT
           PERFORM imprime_dimension
           MOVE "C" TO WS-DIMENSION
           MOVE "POR CATEGORIA" TO WS-CLAVE-TXT
           PERFORM imprime_dimension
           MOVE "P" TO WS-DIMENSION
           MOVE "POR PROVEEDOR" TO WS-CLAVE-TXT
           PERFORM imprime_dimension

           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-UDS-CLI TO WS-UDS-EDIT
           MOVE WS-TOT-VAL-CLI TO WS-VALOR-EDIT
           MOVE WS-TOT-UDS-PRV TO WS-UDS2-EDIT
           MOVE WS-TOT-VAL-PRV TO WS-VALOR2-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL MES: lineas " WS-LINEAS-MES
                  " de cliente " WS-UDS-EDIT " uds " WS-VALOR-EDIT
                  " a proveedor " WS-UDS2-EDIT " uds " WS-VALOR2-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)

           MOVE WS-MES-LIBERADAS TO WS-UDS-EDIT
           MOVE WS-MES-DESECHADAS TO WS-UDS2-EDIT
           MOVE WS-MES-VAL-DESECHO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INSPECCION EN EL MES: liberadas " WS-UDS-EDIT
                  " uds  desechadas " WS-UDS2-EDIT
                  " uds valor desechado " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CUA-UDS TO WS-UDS-EDIT
           MOVE WS-CUA-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PENDIENTE EN CUARENTENA (todas las fechas): lineas "
                  WS-CUA-LINEAS " uds " WS-UDS-EDIT
                  " valor " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

      * Las líneas dadas de alta en el mes se acumulan por motivo,
      * categoría y proveedor; las inspeccionadas en el mes y las que
      * siguen en cuarentena se cuentan aparte.
       acumula_devolucion.
           COMPUTE WS-VALOR-LINEA = WS-DV-CANTIDAD(WS-KDX)
               * WS-DV-COSTE(WS-KDX)
           IF WS-DV-FECHA(WS-KDX)(1:6) = WS-MES THEN
               ADD 1 TO WS-LINEAS-MES
               IF WS-DV-TIPO(WS-KDX) = "C" THEN
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-TOT-UDS-CLI
                   ADD WS-VALOR-LINEA TO WS-TOT-VAL-CLI
               ELSE
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-TOT-UDS-PRV
                   ADD WS-VALOR-LINEA TO WS-TOT-VAL-PRV
               END-IF
               MOVE "M" TO WS-DIMENSION
               MOVE WS-DV-MOTIVO(WS-KDX) TO WS-CLAVE
               PERFORM acumula_agregado
               MOVE "C" TO WS-DIMENSION
               MOVE WS-DV-CATEGORIA(WS-KDX) TO WS-CLAVE
               PERFORM acumula_agregado
               MOVE "P" TO WS-DIMENSION
               MOVE WS-DV-PROVEEDOR(WS-KDX) TO WS-CLAVE
               PERFORM acumula_agregado
           END-IF
           IF WS-DV-FECHA-EST(WS-KDX)(1:6) = WS-MES THEN
               IF WS-DV-ESTADO(WS-KDX) = "L" THEN
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-MES-LIBERADAS
               END-IF
               IF WS-DV-ESTADO(WS-KDX) = "D" THEN
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-MES-DESECHADAS
                   ADD WS-VALOR-LINEA TO WS-MES-VAL-DESECHO
               END-IF
           END-IF
           IF WS-DV-ESTADO(WS-KDX) = "Q" THEN
               ADD 1 TO WS-CUA-LINEAS
               ADD WS-DV-CANTIDAD(WS-KDX) TO WS-CUA-UDS
               ADD WS-VALOR-LINEA TO WS-CUA-VALOR
           END-IF
           ADD 1 TO WS-KDX.

       acumula_agregado.
           MOVE "N" TO WS-AGR-HALLADO-SW
           MOVE 1 TO WS-ADX
           PERFORM busca_agregado_item
               UNTIL WS-AGR-HALLADO OR WS-ADX > WS-AGR-COUNT
           IF NOT WS-AGR-HALLADO THEN
               IF WS-AGR-COUNT < WS-AGR-MAX THEN
                   ADD 1 TO WS-AGR-COUNT
                   MOVE WS-AGR-COUNT TO WS-ADX
                   MOVE WS-DIMENSION TO WS-AG-DIM(WS-ADX)
                   MOVE WS-CLAVE TO WS-AG-CLAVE(WS-ADX)
                   MOVE ZERO TO WS-AG-UDS-CLI(WS-ADX)
                                WS-AG-VAL-CLI(WS-ADX)
                                WS-AG-UDS-PRV(WS-ADX)
                                WS-AG-VAL-PRV(WS-ADX)
                   MOVE "Y" TO WS-AGR-HALLADO-SW
               ELSE
                   IF NOT WS-AGR-LLENA THEN
                       MOVE "Y" TO WS-AGR-LLENA-SW
                       DISPLAY "Aviso: tabla de acumulados llena; "
                               "desglose incompleto."
                   END-IF
               END-IF
           END-IF
           IF WS-AGR-HALLADO THEN
               IF WS-DV-TIPO(WS-KDX) = "C" THEN
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-AG-UDS-CLI(WS-ADX)
                   ADD WS-VALOR-LINEA TO WS-AG-VAL-CLI(WS-ADX)
               ELSE
                   ADD WS-DV-CANTIDAD(WS-KDX) TO WS-AG-UDS-PRV(WS-ADX)
                   ADD WS-VALOR-LINEA TO WS-AG-VAL-PRV(WS-ADX)
               END-IF
           END-IF.

       busca_agregado_item.
           IF WS-AG-DIM(WS-ADX) = WS-DIMENSION
                   AND WS-AG-CLAVE(WS-ADX) = WS-CLAVE THEN
               MOVE "Y" TO WS-AGR-HALLADO-SW
           ELSE
               ADD 1 TO WS-ADX
           END-IF.

      * El título de la sección llega en WS-CLAVE-TXT.
       imprime_dimension.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLAVE-TXT TO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVE                                    "
                  " UDS CLIENTE  VALOR CLIENTE"
                  "  UDS PROVEED  VALOR PROVEED"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 1 TO WS-ADX
           PERFORM imprime_agregado UNTIL WS-ADX > WS-AGR-COUNT.

       imprime_agregado.
           IF WS-AG-DIM(WS-ADX) = WS-DIMENSION THEN
               PERFORM texto_clave
               MOVE WS-AG-UDS-CLI(WS-ADX) TO WS-UDS-EDIT
               MOVE WS-AG-VAL-CLI(WS-ADX) TO WS-VALOR-EDIT
               MOVE WS-AG-UDS-PRV(WS-ADX) TO WS-UDS2-EDIT
               MOVE WS-AG-VAL-PRV(WS-ADX) TO WS-VALOR2-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CLAVE-TXT
                      "   " WS-UDS-EDIT
                      " " WS-VALOR-EDIT
                      "    " WS-UDS2-EDIT
                      " " WS-VALOR2-EDIT
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE DEVOL-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-ADX.

      * Motivo con su descripción y proveedor con su nombre; la
      * categoría se muestra tal cual.
       texto_clave.
           MOVE SPACES TO WS-CLAVE-TXT
           EVALUATE WS-DIMENSION
               WHEN "M"
                   MOVE WS-AG-CLAVE(WS-ADX) TO WS-MOTIVO
                   MOVE "N" TO WS-MOTIVO-HALLADO-SW
                   MOVE 1 TO WS-MDX
                   PERFORM busca_motivo_codigo
                       UNTIL WS-MOTIVO-HALLADO
                       OR WS-MDX > WS-MOTIVO-COUNT
                   IF WS-MOTIVO-HALLADO THEN
                       STRING WS-MOTIVO " " WS-MT-DESC(WS-MDX)(1:35)
                           DELIMITED BY SIZE
                           INTO WS-CLAVE-TXT
                   ELSE
                       MOVE WS-MOTIVO TO WS-CLAVE-TXT
                   END-IF
               WHEN "P"
                   IF WS-AG-CLAVE(WS-ADX) = SPACES THEN
                       MOVE "(sin proveedor)" TO WS-CLAVE-TXT
                   ELSE
                       MOVE "N" TO WS-PROV-HALLADO-SW
                       MOVE 1 TO WS-SDX
                       PERFORM busca_proveedor_codigo
                           UNTIL WS-PROV-HALLADO
                           OR WS-SDX > WS-SUPREF-COUNT
                       IF WS-PROV-HALLADO THEN
                           STRING WS-AG-CLAVE(WS-ADX)(1:6) " "
                                  WS-SR-NOMBRE(WS-SDX)(1:33)
                               DELIMITED BY SIZE
                               INTO WS-CLAVE-TXT
                       ELSE
                           MOVE WS-AG-CLAVE(WS-ADX) TO WS-CLAVE-TXT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-AG-CLAVE(WS-ADX) = SPACES THEN
                       MOVE "(sin categoria)" TO WS-CLAVE-TXT
                   ELSE
                       MOVE WS-AG-CLAVE(WS-ADX) TO WS-CLAVE-TXT
                   END-IF
           END-EVALUATE.

       busca_motivo_codigo.
           IF WS-MT-CODIGO(WS-MDX) = WS-MOTIVO THEN
               MOVE "Y" TO WS-MOTIVO-HALLADO-SW
           ELSE
               ADD 1 TO WS-MDX
           END-IF.

       busca_proveedor_codigo.
           IF WS-SR-CODIGO(WS-SDX) = WS-AG-CLAVE(WS-ADX)(1:6) THEN
               MOVE "Y" TO WS-PROV-HALLADO-SW
           ELSE
               ADD 1 TO WS-SDX
           END-IF.

      *****************************************************************
      * Carga y grabación de DEVOL y carga de las referencias.
      *****************************************************************
       carga_devol.
           MOVE ZERO TO WS-DV-COUNT.
           MOVE "N" TO WS-DV-LLENA-SW.
           MOVE "N" TO WS-DV-CAMBIO-SW.
           MOVE "N" TO WS-DEVOL-EOF-SW.
           OPEN INPUT DEVOL-FILE.
           IF WS-DEVOL-FILE-STATUS = "00" THEN
               PERFORM read_devol
               PERFORM carga_devol_linea UNTIL WS-DEVOL-EOF
               CLOSE DEVOL-FILE
           END-IF.

       read_devol.
           READ DEVOL-FILE
               AT END MOVE "Y" TO WS-DEVOL-EOF-SW
           END-READ.

       carga_devol_linea.
           MOVE SPACES TO WS-DV-FIELD-NUMERO WS-DV-FIELD-LINEA
                          WS-DV-FIELD-FECHA WS-DV-FIELD-TIPO
                          WS-DV-FIELD-ID WS-DV-FIELD-CANTIDAD
                          WS-DV-FIELD-MOTIVO WS-DV-FIELD-ALMACEN
                          WS-DV-FIELD-ESTADO WS-DV-FIELD-COSTE
                          WS-DV-FIELD-PEDIDO WS-DV-FIELD-PROV
                          WS-DV-FIELD-CATEG WS-DV-FIELD-CLIENTE
                          WS-DV-FIELD-LOTE WS-DV-FIELD-OPER
                          WS-DV-FIELD-FESTADO WS-DV-FIELD-DEST
                          WS-DV-FIELD-INSP
           UNSTRING DEVOL-RECORD DELIMITED BY ","
               INTO WS-DV-FIELD-NUMERO WS-DV-FIELD-LINEA
                    WS-DV-FIELD-FECHA WS-DV-FIELD-TIPO
                    WS-DV-FIELD-ID WS-DV-FIELD-CANTIDAD
                    WS-DV-FIELD-MOTIVO WS-DV-FIELD-ALMACEN
                    WS-DV-FIELD-ESTADO WS-DV-FIELD-COSTE
                    WS-DV-FIELD-PEDIDO WS-DV-FIELD-PROV
                    WS-DV-FIELD-CATEG WS-DV-FIELD-CLIENTE
                    WS-DV-FIELD-LOTE WS-DV-FIELD-OPER
                    WS-DV-FIELD-FESTADO WS-DV-FIELD-DEST
                    WS-DV-FIELD-INSP
           END-UNSTRING
           IF WS-DV-FIELD-NUMERO NOT = SPACES THEN
               IF WS-DV-COUNT < WS-DV-MAX THEN
                   ADD 1 TO WS-DV-COUNT
                   MOVE WS-DV-COUNT TO WS-KDX
                   MOVE FUNCTION NUMVAL(WS-DV-FIELD-NUMERO)
                       TO WS-DV-NUMERO(WS-KDX)
                   MOVE FUNCTION NUMVAL(WS-DV-FIELD-LINEA)
                       TO WS-DV-LINEA(WS-KDX)
                   MOVE WS-DV-FIELD-FECHA TO WS-DV-FECHA(WS-KDX)
                   MOVE WS-DV-FIELD-TIPO TO WS-DV-TIPO(WS-KDX)
                   MOVE FUNCTION NUMVAL(WS-DV-FIELD-ID)
                       TO WS-DV-ID(WS-KDX)
                   MOVE FUNCTION NUMVAL(WS-DV-FIELD-CANTIDAD)
                       TO WS-DV-CANTIDAD(WS-KDX)
                   MOVE WS-DV-FIELD-MOTIVO TO WS-DV-MOTIVO(WS-KDX)
                   MOVE WS-DV-FIELD-ALMACEN TO WS-DV-ALMACEN(WS-KDX)
                   MOVE WS-DV-FIELD-ESTADO TO WS-DV-ESTADO(WS-KDX)
                   MOVE FUNCTION NUMVAL(WS-DV-FIELD-COSTE)
                       TO WS-DV-COSTE(WS-KDX)
                   MOVE ZERO TO WS-DV-PEDIDO(WS-KDX)
                   IF WS-DV-FIELD-PEDIDO NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-DV-FIELD-PEDIDO)
                           TO WS-DV-PEDIDO(WS-KDX)
                   END-IF
                   MOVE WS-DV-FIELD-PROV TO WS-DV-PROVEEDOR(WS-KDX)
                   MOVE WS-DV-FIELD-CATEG TO WS-DV-CATEGORIA(WS-KDX)
                   MOVE WS-DV-FIELD-CLIENTE TO WS-DV-CLIENTE(WS-KDX)
                   MOVE WS-DV-FIELD-LOTE TO WS-DV-LOTE(WS-KDX)
                   MOVE WS-DV-FIELD-OPER TO WS-DV-OPERADOR(WS-KDX)
                   MOVE WS-DV-FIELD-FESTADO
                       TO WS-DV-FECHA-EST(WS-KDX)
                   MOVE WS-DV-FIELD-DEST TO WS-DV-ALM-DEST(WS-KDX)
                   MOVE WS-DV-FIELD-INSP TO WS-DV-INSPECTOR(WS-KDX)
               ELSE
                   IF NOT WS-DV-LLENA THEN
                       MOVE "Y" TO WS-DV-LLENA-SW
                       DISPLAY "Aviso: tabla de devoluciones llena; "
                               "DEVOL incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_devol.

       guarda_devol.
           IF WS-DV-CAMBIO AND NOT WS-DV-LLENA THEN
               OPEN OUTPUT DEVOL-FILE
               MOVE 1 TO WS-KDX
               PERFORM reescribe_devol_linea UNTIL WS-KDX > WS-DV-COUNT
               CLOSE DEVOL-FILE
           END-IF.

       reescribe_devol_linea.
           PERFORM escribe_devol_linea
           ADD 1 TO WS-KDX.

      * Graba la línea WS-KDX de la tabla; el pedido sin valor, el
      * lote, el destino y el inspector quedan vacíos.
       escribe_devol_linea.
           MOVE WS-DV-COSTE(WS-KDX) TO WS-COSTE-TXT
           MOVE SPACES TO WS-PEDIDO-CAMPO
           IF WS-DV-PEDIDO(WS-KDX) NOT = ZERO THEN
               MOVE WS-DV-PEDIDO(WS-KDX) TO WS-PEDIDO-CAMPO
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-DV-NUMERO(WS-KDX)
                  "," WS-DV-LINEA(WS-KDX)
                  "," WS-DV-FECHA(WS-KDX)
                  "," WS-DV-TIPO(WS-KDX)
                  "," WS-DV-ID(WS-KDX)
                  "," WS-DV-CANTIDAD(WS-KDX)
                  "," FUNCTION TRIM(WS-DV-MOTIVO(WS-KDX))
                  "," WS-DV-ALMACEN(WS-KDX)
                  "," WS-DV-ESTADO(WS-KDX)
                  "," WS-COSTE-TXT
                  "," DELIMITED BY SIZE
                  WS-PEDIDO-CAMPO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DV-PROVEEDOR(WS-KDX) DELIMITED BY SPACE
                  "," FUNCTION TRIM(WS-DV-CATEGORIA(WS-KDX))
                  "," FUNCTION TRIM(WS-DV-CLIENTE(WS-KDX))
                  "," DELIMITED BY SIZE
                  WS-DV-LOTE(WS-KDX) DELIMITED BY SPACE
                  "," WS-DV-OPERADOR(WS-KDX)
                  "," WS-DV-FECHA-EST(WS-KDX)
                  "," DELIMITED BY SIZE
                  WS-DV-ALM-DEST(WS-KDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DV-INSPECTOR(WS-KDX) DELIMITED BY SPACE
               INTO WS-OUT-LINE
           WRITE DEVOL-RECORD FROM WS-OUT-LINE.

       load_motivos.
           MOVE ZERO TO WS-MOTIVO-COUNT.
           OPEN INPUT MOTIVO-REF-FILE.
           IF WS-MOTDEV-FILE-STATUS = "00" THEN
               PERFORM read_motivo
               PERFORM load_motivo_line UNTIL WS-MOTDEV-EOF
               CLOSE MOTIVO-REF-FILE
           END-IF.

       read_motivo.
           READ MOTIVO-REF-FILE
               AT END MOVE "Y" TO WS-MOTDEV-EOF-SW
           END-READ.

       load_motivo_line.
           MOVE SPACES TO WS-MT-FIELD-CODIGO WS-MT-FIELD-DESC
                          WS-MT-FIELD-AMBITO
           UNSTRING MOTIVO-REF-RECORD DELIMITED BY ","
               INTO WS-MT-FIELD-CODIGO WS-MT-FIELD-DESC
                    WS-MT-FIELD-AMBITO
           END-UNSTRING
           IF WS-MT-FIELD-CODIGO NOT = SPACES THEN
               IF WS-MOTIVO-COUNT < WS-MOTIVO-MAX THEN
                   ADD 1 TO WS-MOTIVO-COUNT
                   MOVE WS-MT-FIELD-CODIGO
                       TO WS-MT-CODIGO(WS-MOTIVO-COUNT)
                   MOVE WS-MT-FIELD-DESC
                       TO WS-MT-DESC(WS-MOTIVO-COUNT)
                   MOVE WS-MT-FIELD-AMBITO
                       TO WS-MT-AMBITO(WS-MOTIVO-COUNT)
               ELSE
                   IF NOT WS-MOTIVO-LLENA THEN
                       MOVE "Y" TO WS-MOTIVO-LLENA-SW
                       DISPLAY "Aviso: tabla de motivos llena; "
                               "hay motivos ignorados."
                   END-IF
               END-IF
           END-IF
           PERFORM read_motivo.

       load_pedidos_compra.
           MOVE ZERO TO WS-PC-COUNT.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PEDIDO-FILE-STATUS = "00" THEN
               PERFORM read_pedido
               PERFORM load_pedido_line UNTIL WS-PEDIDO-EOF
               CLOSE PEDIDO-FILE
           END-IF.

       read_pedido.
           READ PEDIDO-FILE
               AT END MOVE "Y" TO WS-PEDIDO-EOF-SW
           END-READ.

       load_pedido_line.
           MOVE SPACES TO WS-PK-FIELD-NUMERO WS-PK-FIELD-FECHA
                          WS-PK-FIELD-ID WS-PK-FIELD-NOMBRE
                          WS-PK-FIELD-CANT WS-PK-FIELD-PROV
                          WS-PK-FIELD-PLAZO WS-PK-FIELD-COSTE
           UNSTRING PEDIDO-RECORD DELIMITED BY ","
               INTO WS-PK-FIELD-NUMERO WS-PK-FIELD-FECHA
                    WS-PK-FIELD-ID WS-PK-FIELD-NOMBRE
                    WS-PK-FIELD-CANT WS-PK-FIELD-PROV
                    WS-PK-FIELD-PLAZO WS-PK-FIELD-COSTE
           END-UNSTRING
           IF WS-PK-FIELD-NUMERO NOT = SPACES THEN
               IF WS-PC-COUNT < WS-PC-MAX THEN
                   ADD 1 TO WS-PC-COUNT
                   MOVE FUNCTION NUMVAL(WS-PK-FIELD-NUMERO)
                       TO WS-PC-NUMERO(WS-PC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-PK-FIELD-ID)
                       TO WS-PC-ID(WS-PC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-PK-FIELD-CANT)
                       TO WS-PC-CANTIDAD(WS-PC-COUNT)
                   MOVE WS-PK-FIELD-PROV
                       TO WS-PC-PROVEEDOR(WS-PC-COUNT)
                   MOVE ZERO TO WS-PC-COSTE(WS-PC-COUNT)
                   IF WS-PK-FIELD-COSTE NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-PK-FIELD-COSTE)
                           TO WS-PC-COSTE(WS-PC-COUNT)
                   END-IF
                   MOVE ZERO TO WS-PC-RECIBIDO(WS-PC-COUNT)
                   MOVE "N" TO WS-PC-EN-OPENORD(WS-PC-COUNT)
               ELSE
                   IF NOT WS-PC-LLENA THEN
                       MOVE "Y" TO WS-PC-LLENA-SW
                       DISPLAY "Aviso: tabla de pedidos de compra "
                               "llena; PEDIDOS incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_pedido.

      * Lo recibido de cada pedido (6º campo de OPENORD; las líneas
      * antiguas de 5 campos se leen como cero).
       load_open_orders.
           OPEN INPUT OPEN-ORDER-FILE.
           IF WS-OPENORD-FILE-STATUS = "00" THEN
               PERFORM read_open_order
               PERFORM load_open_order UNTIL WS-OPENORD-EOF
               CLOSE OPEN-ORDER-FILE
           END-IF.

       read_open_order.
           READ OPEN-ORDER-FILE
               AT END MOVE "Y" TO WS-OPENORD-EOF-SW
           END-READ.

       load_open_order.
           MOVE SPACES TO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                          WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                          WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           UNSTRING OPEN-ORDER-RECORD DELIMITED BY ","
               INTO WS-OO-FIELD-PEDIDO WS-OO-FIELD-ID
                    WS-OO-FIELD-CANT WS-OO-FIELD-ESTADO
                    WS-OO-FIELD-FECHA WS-OO-FIELD-RECIB
           END-UNSTRING
           IF WS-OO-FIELD-PEDIDO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-OO-FIELD-PEDIDO)
                   TO WS-PEDIDO-NUM
               PERFORM busca_pedido_compra
               IF WS-PC-HALLADO THEN
                   MOVE "Y" TO WS-PC-EN-OPENORD(WS-IDX)
                   IF WS-OO-FIELD-RECIB NOT = SPACES THEN
                       MOVE FUNCTION NUMVAL(WS-OO-FIELD-RECIB)
                           TO WS-PC-RECIBIDO(WS-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM read_open_order.

       load_supref.
           MOVE ZERO TO WS-SUPREF-COUNT.
           OPEN INPUT SUPPLIER-REF-FILE.
           IF WS-SUPREF-FILE-STATUS = "00" THEN
               PERFORM read_supref
               PERFORM load_supref_line UNTIL WS-SUPREF-EOF
               CLOSE SUPPLIER-REF-FILE
           END-IF.

       read_supref.
           READ SUPPLIER-REF-FILE
               AT END MOVE "Y" TO WS-SUPREF-EOF-SW
           END-READ.

       load_supref_line.
           MOVE SPACES TO WS-SUP-FIELD-CODIGO WS-SUP-FIELD-NOMBRE
                          WS-SUP-FIELD-PLAZO WS-SUP-FIELD-CATEG
           UNSTRING SUPPLIER-REF-RECORD DELIMITED BY ","
               INTO WS-SUP-FIELD-CODIGO WS-SUP-FIELD-NOMBRE
                    WS-SUP-FIELD-PLAZO WS-SUP-FIELD-CATEG
           END-UNSTRING
           IF WS-SUP-FIELD-CODIGO NOT = SPACES THEN
               IF WS-SUPREF-COUNT < WS-SUPREF-MAX THEN
                   ADD 1 TO WS-SUPREF-COUNT
                   MOVE WS-SUP-FIELD-CODIGO
                       TO WS-SR-CODIGO(WS-SUPREF-COUNT)
                   MOVE WS-SUP-FIELD-NOMBRE
                       TO WS-SR-NOMBRE(WS-SUPREF-COUNT)
                   MOVE FUNCTION TRIM(WS-SUP-FIELD-CATEG)
                       TO WS-SR-CATEGORIA(WS-SUPREF-COUNT)
               ELSE
                   IF NOT WS-SUPREF-LLENA THEN
                       MOVE "Y" TO WS-SUPREF-LLENA-SW
                       DISPLAY "Aviso: tabla de proveedores llena; "
                               "hay asignaciones ignoradas."
                   END-IF
               END-IF
           END-IF
           PERFORM read_supref.

       load_coste_medio.
           MOVE ZERO TO WS-COSTMED-COUNT.
           OPEN INPUT COSTE-MEDIO-FILE.
           IF WS-COSTMED-FILE-STATUS = "00" THEN
               PERFORM read_coste_medio
               PERFORM load_coste_medio_line UNTIL WS-COSTMED-EOF
               CLOSE COSTE-MEDIO-FILE
           END-IF.

       read_coste_medio.
           READ COSTE-MEDIO-FILE
               AT END MOVE "Y" TO WS-COSTMED-EOF-SW
           END-READ.

       load_coste_medio_line.
           MOVE SPACES TO WS-CM-FIELD-ID WS-CM-FIELD-COSTE
                          WS-CM-FIELD-FECHA
           UNSTRING COSTE-MEDIO-RECORD DELIMITED BY ","
               INTO WS-CM-FIELD-ID WS-CM-FIELD-COSTE
                    WS-CM-FIELD-FECHA
           END-UNSTRING
           IF WS-CM-FIELD-ID NOT = SPACES THEN
               IF WS-COSTMED-COUNT < WS-COSTMED-MAX THEN
                   ADD 1 TO WS-COSTMED-COUNT
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-ID)
                       TO WS-CM-ID(WS-COSTMED-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CM-FIELD-COSTE)
                       TO WS-CM-COSTE(WS-COSTMED-COUNT)
               ELSE
                   IF NOT WS-COSTMED-LLENA THEN
                       MOVE "Y" TO WS-COSTMED-LLENA-SW
                       DISPLAY "Aviso: tabla de costes medios "
                               "llena; COSTMED incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_coste_medio.
