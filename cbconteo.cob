       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobolConteo.

      * Inventario físico por conteo cíclico. Sustituye al tecleo a
      * mano de ajustes A en MOVIN después de contar un almacén, y deja
      * constancia de lo contado frente a lo que decía el sistema.
      * Trabaja en cuatro modos:
      *   1 = generación de hojas: para un almacén (o para todos los
      *       almacenes de una categoría) toma de STKLOC el stock de
      *       cada producto y almacén y de PRODUCTOS-MASTER su nombre
      *       y precio, numera el conteo con el secuencial persistente
      *       CNTSEQ y CONGELA esa cantidad en libros en el fichero de
      *       líneas de conteo CONTLIN (numero,id,almacen,precio,libro,
      *       contado,estado,nombre; estado P=pendiente C=contado).
      *       La cabecera del conteo queda en CONTCAB (numero,fecha,
      *       ambito,clave,estado,operador,aprobador,fecha-aprobacion;
      *       ambito A=almacen C=categoria; estado G=generado
      *       C=contado A=aprobado). La hoja para el almacén se imprime
      *       en CONTHOJA SIN la cantidad en libros (conteo a ciegas).
      *   2 = registro del conteo: lee las cantidades contadas del
      *       fichero CONTIN (numero,id,almacen,cantidad; almacén en
      *       blanco = A01) y las anota en las líneas del conteo. Una
      *       línea recontada se sobrescribe con el último valor.
      *   3 = informe de diferencias: por línea, diferencia en
      *       unidades y en valor al precio congelado, marcada contra
      *       un porcentaje de tolerancia pedido por pantalla.
      *   4 = aprobación: el supervisor revisa el informe de
      *       diferencias y, si lo aprueba, se escriben en MOVIN los
      *       ajustes A de las líneas contadas con diferencia, con
      *       referencia CONTEO nnnnnn para que MOVHIST muestre el
      *       conteo como motivo de cada ajuste. Si el stock del
      *       almacén se ha movido desde la congelación, el valor del
      *       ajuste se corrige con ese movimiento para no perderlo.
      * Los modos 1 a 3 exigen en OPERPERM (operador,funciones) la
      * función I y la aprobación la función S; sin permiso el intento
      * queda en AUDITLOG con acción X y el proceso no arranca. Todo
      * queda detallado en el informe CONTRPT.
      * Al reescribir CONTCAB y CONTLIN, los conteos aprobados pasan
      * con sus líneas a los históricos CONTCABH y CONTLINH (mismo
      * formato, siempre se añade), igual que CobolArch corta los
      * ficheros de registro: los ficheros vivos solo guardan
      * conteos abiertos y las tablas no se llenan con el tiempo.
      * Un conteo archivado ya no se puede consultar ni aprobar
      * desde aquí; su informe quedó en CONTRPT al aprobarlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STOCK-LOC-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLOC-FILE-STATUS.

           SELECT CONTEO-SEQ-FILE ASSIGN TO "CNTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT CONTEO-CAB-FILE ASSIGN TO "CONTCAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAB-FILE-STATUS.

           SELECT CONTEO-LIN-FILE ASSIGN TO "CONTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.

           SELECT CONTEO-CABH-FILE ASSIGN TO "CONTCABH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CABH-FILE-STATUS.

           SELECT CONTEO-LINH-FILE ASSIGN TO "CONTLINH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINH-FILE-STATUS.

           SELECT CONTEO-IN-FILE ASSIGN TO "CONTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTIN-FILE-STATUS.

           SELECT CONTEO-HOJA-FILE ASSIGN TO "CONTHOJA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTEO-REPORT-FILE ASSIGN TO "CONTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOV-CONTROL-FILE ASSIGN TO "MOVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIN-FILE-STATUS.

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

       FD  STOCK-LOC-FILE.
       01  STOCK-LOC-RECORD        PIC X(200).

       FD  CONTEO-SEQ-FILE.
       01  CONTEO-SEQ-RECORD       PIC X(200).

       FD  CONTEO-CAB-FILE.
       01  CONTEO-CAB-RECORD       PIC X(200).

       FD  CONTEO-LIN-FILE.
       01  CONTEO-LIN-RECORD       PIC X(200).

       FD  CONTEO-CABH-FILE.
       01  CONTEO-CABH-RECORD      PIC X(200).

       FD  CONTEO-LINH-FILE.
       01  CONTEO-LINH-RECORD      PIC X(200).

       FD  CONTEO-IN-FILE.
       01  CONTEO-IN-RECORD        PIC X(200).

       FD  CONTEO-HOJA-FILE.
       01  CONTEO-HOJA-RECORD      PIC X(200).

       FD  CONTEO-REPORT-FILE.
       01  CONTEO-REPORT-RECORD    PIC X(200).

       FD  MOV-CONTROL-FILE.
       01  MOV-CONTROL-RECORD      PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDIT.

       FD  OPER-PERM-FILE.
       01  OPER-PERM-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-MASTER-FILE-STATUS PIC X(02).
           01  WS-STKLOC-FILE-STATUS PIC X(02).
           01  WS-SEQ-FILE-STATUS  PIC X(02).
           01  WS-CAB-FILE-STATUS  PIC X(02).
           01  WS-LIN-FILE-STATUS  PIC X(02).
           01  WS-CABH-FILE-STATUS PIC X(02).
           01  WS-LINH-FILE-STATUS PIC X(02).
           01  WS-CONTIN-FILE-STATUS PIC X(02).
           01  WS-MOVIN-FILE-STATUS PIC X(02).
           01  WS-AUDIT-FILE-STATUS PIC X(02).

           01  WS-OPERATOR-ID      PIC X(08).

           01  WS-MODO             PIC 9(01).
               88  WS-MODO-GENERA     VALUE 1.
               88  WS-MODO-REGISTRA   VALUE 2.
               88  WS-MODO-INFORMA    VALUE 3.
               88  WS-MODO-APRUEBA    VALUE 4.

           01  WS-MASTER-EOF-SW    PIC X(01) VALUE "N".
               88  WS-MASTER-EOF      VALUE "Y".
           01  WS-STKLOC-EOF-SW    PIC X(01) VALUE "N".
               88  WS-STKLOC-EOF      VALUE "Y".
           01  WS-CAB-EOF-SW       PIC X(01) VALUE "N".
               88  WS-CAB-EOF         VALUE "Y".
           01  WS-LIN-EOF-SW       PIC X(01) VALUE "N".
               88  WS-LIN-EOF         VALUE "Y".
           01  WS-CONTIN-EOF-SW    PIC X(01) VALUE "N".
               88  WS-CONTIN-EOF      VALUE "Y".

           01  WS-AMBITO           PIC X(01).
               88  WS-AMBITO-ALMACEN  VALUE "A".
               88  WS-AMBITO-CATEGORIA VALUE "C".
           01  WS-ALMACEN-CONTEO   PIC X(03).
           01  WS-CATEGORIA-CONTEO PIC X(30).
           01  WS-CLAVE-CONTEO     PIC X(30).
           01  WS-ALMACEN-DEFECTO  PIC X(03) VALUE "A01".

           01  WS-STKLOC-LLENA-SW  PIC X(01) VALUE "N".
               88  WS-STKLOC-LLENA    VALUE "Y".
           01  WS-STKLOC-MAX       PIC 9(04) VALUE 4000.
           01  WS-STKLOC-COUNT     PIC 9(04) VALUE ZERO.
           01  WS-TABLA-STKLOC.
               05  WS-STKLOC OCCURS 4000 TIMES.
                   10  WS-SL-ID        PIC 9(05).
                   10  WS-SL-ALMACEN   PIC X(03).
                   10  WS-SL-STOCK     PIC 9(07).

           01  WS-SL-FIELD-ID      PIC X(05).
           01  WS-SL-FIELD-ALMACEN PIC X(03).
           01  WS-SL-FIELD-STOCK   PIC X(07).

           01  WS-CAB-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-CAB-LLENA       VALUE "Y".
           01  WS-CAB-CAMBIO-SW    PIC X(01) VALUE "N".
               88  WS-CAB-CAMBIO      VALUE "Y".
           01  WS-CAB-MAX          PIC 9(04) VALUE 500.
           01  WS-CAB-COUNT        PIC 9(04) VALUE ZERO.
           01  WS-TABLA-CABECERAS.
               05  WS-CABECERA OCCURS 500 TIMES.
                   10  WS-CC-NUMERO    PIC 9(06).
                   10  WS-CC-FECHA     PIC X(08).
                   10  WS-CC-AMBITO    PIC X(01).
                   10  WS-CC-CLAVE     PIC X(30).
                   10  WS-CC-ESTADO    PIC X(01).
                   10  WS-CC-OPERADOR  PIC X(08).
                   10  WS-CC-APROBADOR PIC X(08).
                   10  WS-CC-FECHA-APR PIC X(08).

           01  WS-CC-FIELD-NUMERO  PIC X(06).
           01  WS-CC-FIELD-FECHA   PIC X(08).
           01  WS-CC-FIELD-AMBITO  PIC X(01).
           01  WS-CC-FIELD-CLAVE   PIC X(30).
           01  WS-CC-FIELD-ESTADO  PIC X(01).
           01  WS-CC-FIELD-OPER    PIC X(08).
           01  WS-CC-FIELD-APROB   PIC X(08).
           01  WS-CC-FIELD-FAPROB  PIC X(08).

           01  WS-LIN-LLENA-SW     PIC X(01) VALUE "N".
               88  WS-LIN-LLENA       VALUE "Y".
           01  WS-LIN-CAMBIO-SW    PIC X(01) VALUE "N".
               88  WS-LIN-CAMBIO      VALUE "Y".
           01  WS-LIN-MAX          PIC 9(04) VALUE 4000.
           01  WS-LIN-COUNT        PIC 9(04) VALUE ZERO.
           01  WS-TABLA-LINEAS.
               05  WS-LINEA OCCURS 4000 TIMES.
                   10  WS-CL-NUMERO    PIC 9(06).
                   10  WS-CL-ID        PIC 9(05).
                   10  WS-CL-ALMACEN   PIC X(03).
                   10  WS-CL-PRECIO    PIC 9(07)V99.
                   10  WS-CL-LIBRO     PIC 9(07).
                   10  WS-CL-CONTADO   PIC 9(07).
                   10  WS-CL-ESTADO    PIC X(01).
                   10  WS-CL-NOMBRE    PIC X(50).

           01  WS-CL-FIELD-NUMERO  PIC X(06).
           01  WS-CL-FIELD-ID      PIC X(05).
           01  WS-CL-FIELD-ALMACEN PIC X(03).
           01  WS-CL-FIELD-PRECIO  PIC X(12).
           01  WS-CL-FIELD-LIBRO   PIC X(07).
           01  WS-CL-FIELD-CONTADO PIC X(07).
           01  WS-CL-FIELD-ESTADO  PIC X(01).
           01  WS-CL-FIELD-NOMBRE  PIC X(50).

           01  WS-CI-FIELD-NUMERO  PIC X(06).
           01  WS-CI-FIELD-ID      PIC X(05).
           01  WS-CI-FIELD-ALMACEN PIC X(03).
           01  WS-CI-FIELD-CANTIDAD PIC X(07).

           01  WS-LDX              PIC 9(04) VALUE ZERO.
           01  WS-CDX              PIC 9(04) VALUE ZERO.
           01  WS-KDX              PIC 9(04) VALUE ZERO.
           01  WS-HALLADO-SW       PIC X(01).
               88  WS-HALLADO         VALUE "Y".
           01  WS-CAB-HALLADA-SW   PIC X(01).
               88  WS-CAB-HALLADA     VALUE "Y".
           01  WS-ARCHIVA-SW       PIC X(01) VALUE "N".
               88  WS-ARCHIVA         VALUE "Y".
           01  WS-APROBADO-SW      PIC X(01).
               88  WS-APROBADO        VALUE "Y".
           01  WS-HDX              PIC 9(04) VALUE ZERO.
           01  WS-ARCH-CAB         PIC 9(04) VALUE ZERO.
           01  WS-ARCH-LIN         PIC 9(05) VALUE ZERO.
           01  WS-CON-REPARTO-SW   PIC X(01).
               88  WS-CON-REPARTO     VALUE "Y".

           01  WS-CONTEO-NUM       PIC 9(06) VALUE ZERO.
           01  WS-CONTEO-PEDIDO    PIC X(06).
           01  WS-REFERENCIA-CONTEO PIC X(20).
           01  WS-ID               PIC 9(05) VALUE ZERO.
           01  WS-ID-BUSCADO       PIC 9(05) VALUE ZERO.
           01  WS-ALMACEN-BUSCADO  PIC X(03).
           01  WS-ALMACEN-LINEA    PIC X(03).
           01  WS-LIBRO            PIC 9(07) VALUE ZERO.
           01  WS-PRECIO           PIC 9(07)V99 VALUE ZERO.
           01  WS-PRECIO-TXT       PIC 9(07).99.
           01  WS-STOCK-ACTUAL     PIC 9(07) VALUE ZERO.
           01  WS-OBJETIVO         PIC S9(08) VALUE ZERO.
           01  WS-OBJETIVO-MOV     PIC 9(07) VALUE ZERO.

           01  WS-TOLERANCIA-TXT   PIC X(06).
           01  WS-TOLERANCIA       PIC 9(03)V99 VALUE 5.
           01  WS-TOLERANCIA-EDIT  PIC ZZ9.99.
           01  WS-DIFERENCIA       PIC S9(08) VALUE ZERO.
           01  WS-DIF-ABS          PIC 9(08) VALUE ZERO.
           01  WS-DIF-EDIT         PIC -(7)9.
           01  WS-DIF-PCT          PIC 9(05)V99 VALUE ZERO.
           01  WS-DIF-PCT-EDIT     PIC ZZZZ9.99.
           01  WS-VALOR-DIF        PIC S9(12)V99 VALUE ZERO.
           01  WS-VALOR-EDIT       PIC -(11)9.99.
           01  WS-CANT-EDIT        PIC ZZZZZZ9.

           01  WS-LINEAS-CONTEO    PIC 9(05) VALUE ZERO.
           01  WS-LINEAS-CONTADAS  PIC 9(05) VALUE ZERO.
           01  WS-LINEAS-PENDIENTES PIC 9(05) VALUE ZERO.
           01  WS-LINEAS-DIFERENCIA PIC 9(05) VALUE ZERO.
           01  WS-LINEAS-FUERA-TOL PIC 9(05) VALUE ZERO.
           01  WS-NETO-UNIDADES    PIC S9(09) VALUE ZERO.
           01  WS-NETO-VALOR       PIC S9(13)V99 VALUE ZERO.
           01  WS-BRUTO-VALOR      PIC S9(13)V99 VALUE ZERO.
           01  WS-NETO-EDIT        PIC -(8)9.
           01  WS-TOTAL-EDIT       PIC -(12)9.99.
           01  WS-BRUTO-EDIT       PIC -(12)9.99.

           01  WS-CONTIN-LEIDAS    PIC 9(05) VALUE ZERO.
           01  WS-CONTIN-ANOTADAS  PIC 9(05) VALUE ZERO.
           01  WS-CONTIN-RECHAZOS  PIC 9(05) VALUE ZERO.
           01  WS-AJUSTES          PIC 9(05) VALUE ZERO.
           01  WS-CORREGIDOS       PIC 9(05) VALUE ZERO.
           01  WS-SIN-STKLOC       PIC 9(05) VALUE ZERO.

           01  WS-CONFIRMA         PIC X(01).

           01  WS-FECHA-HOY        PIC X(08).
           01  WS-OUT-LINE         PIC X(200).
           01  WS-REPORT-LINE      PIC X(200).
           01  WS-TIMESTAMP        PIC X(26).

           01  WS-OPERPERM-FILE-STATUS PIC X(02).
           01  WS-OPERPERM-EOF-SW  PIC X(01) VALUE "N".
               88  WS-OPERPERM-EOF    VALUE "Y".
           01  WS-FUNCION-PEDIDA   PIC X(01) VALUE "I".
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
           DISPLAY "Inventario fisico por conteo ciclico."
           DISPLAY "(1) Generar hojas  (2) Registrar conteo  "
                   "(3) Informe de diferencias  (4) Aprobacion: "
           ACCEPT WS-MODO.

           IF NOT WS-MODO-GENERA AND NOT WS-MODO-REGISTRA
                   AND NOT WS-MODO-INFORMA
                   AND NOT WS-MODO-APRUEBA THEN
               DISPLAY "Opción no válida."
               STOP RUN
           END-IF.

           IF WS-MODO-APRUEBA THEN
               MOVE "S" TO WS-FUNCION-PEDIDA
           END-IF.
           PERFORM comprueba_permiso.
           IF NOT WS-AUTORIZADO THEN
               PERFORM rechaza_arranque
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTEO-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-MODO-GENERA
                   PERFORM genera_hojas
               WHEN WS-MODO-REGISTRA
                   PERFORM registra_conteo
               WHEN WS-MODO-INFORMA
                   PERFORM informe_diferencias
               WHEN WS-MODO-APRUEBA
                   PERFORM aprueba_conteo
           END-EVALUATE.
           CLOSE CONTEO-REPORT-FILE.
           DISPLAY "Informe escrito en CONTRPT.".
           STOP RUN.

      * Comprueba en OPERPERM que el operador tiene la función pedida
      * (I para conteos, S para la aprobación del supervisor). Sin
      * fichero OPERPERM no se restringe nada (mismo criterio que
      * CATREF); un operador que no figura queda denegado.
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
           MOVE "CobolConteo"         TO AUD-NOMBRE-DESPUES
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR
           MOVE SPACES                TO AUD-APROBADOR
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "Operador " WS-OPERATOR-ID
                   " sin permiso para conteos de inventario; "
                   "proceso no lanzado.".

       open_audit_log.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

      *****************************************************************
      * Modo 1: generación de las hojas de conteo.
      *****************************************************************
       genera_hojas.
           DISPLAY "Ambito del conteo (A) almacen  (C) categoria: "
           ACCEPT WS-AMBITO.
           IF NOT WS-AMBITO-ALMACEN AND NOT WS-AMBITO-CATEGORIA THEN
               DISPLAY "Ambito no valido; no se genera conteo."
               MOVE "AMBITO NO VALIDO; NO SE GENERA CONTEO"
                   TO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-ALMACEN-CONTEO WS-CATEGORIA-CONTEO
               IF WS-AMBITO-ALMACEN THEN
                   DISPLAY "Almacen (blanco = A01): "
                   ACCEPT WS-ALMACEN-CONTEO
                   IF WS-ALMACEN-CONTEO = SPACES THEN
                       MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-CONTEO
                   END-IF
                   MOVE WS-ALMACEN-CONTEO TO WS-CLAVE-CONTEO
               ELSE
                   DISPLAY "Categoria: "
                   ACCEPT WS-CATEGORIA-CONTEO
                   MOVE FUNCTION TRIM(WS-CATEGORIA-CONTEO)
                       TO WS-CLAVE-CONTEO
               END-IF
               IF WS-CLAVE-CONTEO = SPACES THEN
                   DISPLAY "Categoria en blanco; no se genera conteo."
                   MOVE "CATEGORIA EN BLANCO; NO SE GENERA CONTEO"
                       TO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   PERFORM genera_hojas_ambito
               END-IF
           END-IF.

       genera_hojas_ambito.
           PERFORM load_stock_loc.
           OPEN INPUT PRODUCTOS-MASTER.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "SIN FOTO DE PRODUCTOS-MASTER; NO SE GENERA CONTEO"
                   TO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "No hay foto de PRODUCTOS-MASTER disponible; "
                       "conteo no generado."
           ELSE
               PERFORM lee_cntseq
               ADD 1 TO WS-CONTEO-NUM
               MOVE ZERO TO WS-LINEAS-CONTEO
               PERFORM open_conteo_lin
               OPEN OUTPUT CONTEO-HOJA-FILE
               PERFORM escribe_cabecera_hoja
               PERFORM read_master_record
               PERFORM genera_producto UNTIL WS-MASTER-EOF
               CLOSE PRODUCTOS-MASTER
               CLOSE CONTEO-LIN-FILE
               IF WS-LINEAS-CONTEO = ZERO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SIN PRODUCTOS EN EL AMBITO "
                          WS-AMBITO " " WS-CLAVE-CONTEO
                          "; NO SE GENERA CONTEO"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
                   WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE
                   DISPLAY "Sin productos en el ambito; conteo no "
                           "generado."
               ELSE
                   PERFORM escribe_cabecera_conteo
                   PERFORM escribe_cntseq
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CONTEO " WS-CONTEO-NUM
                          " GENERADO ambito " WS-AMBITO
                          " " WS-CLAVE-CONTEO
                          " lineas " WS-LINEAS-CONTEO
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "LINEAS A CONTAR: " WS-LINEAS-CONTEO
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE
                   DISPLAY "Conteo " WS-CONTEO-NUM " generado con "
                           WS-LINEAS-CONTEO " lineas; hoja en "
                           "CONTHOJA."
               END-IF
               CLOSE CONTEO-HOJA-FILE
           END-IF.

       read_master_record.
           READ PRODUCTOS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF-SW
           END-READ.

      * Una línea por cada almacén del producto dentro del ámbito. Un
      * producto sin NINGUNA línea en STKLOC (alta posterior a la
      * siembra) tiene todo su stock en el almacén por defecto, igual
      * que lo trata CobolMovim.
       genera_producto.
           IF WS-AMBITO-CATEGORIA
                   AND FUNCTION TRIM(PM-CATEGORIA)
                       NOT = WS-CLAVE-CONTEO THEN
               CONTINUE
           ELSE
               MOVE FUNCTION NUMVAL(PM-ID)     TO WS-ID
               MOVE FUNCTION NUMVAL(PM-PRECIO) TO WS-PRECIO
               MOVE "N" TO WS-CON-REPARTO-SW
               MOVE 1 TO WS-LDX
               PERFORM genera_linea_almacen
                   UNTIL WS-LDX > WS-STKLOC-COUNT
               IF NOT WS-CON-REPARTO
                       AND (WS-AMBITO-CATEGORIA
                            OR WS-ALMACEN-CONTEO
                               = WS-ALMACEN-DEFECTO) THEN
                   MOVE WS-ALMACEN-DEFECTO TO WS-ALMACEN-LINEA
                   MOVE FUNCTION NUMVAL(PM-STOCK) TO WS-LIBRO
                   PERFORM escribe_linea_conteo
               END-IF
           END-IF
           PERFORM read_master_record.

       genera_linea_almacen.
           IF WS-SL-ID(WS-LDX) = WS-ID THEN
               MOVE "Y" TO WS-CON-REPARTO-SW
               IF WS-AMBITO-CATEGORIA
                       OR WS-SL-ALMACEN(WS-LDX) = WS-ALMACEN-CONTEO
                       THEN
                   MOVE WS-SL-ALMACEN(WS-LDX) TO WS-ALMACEN-LINEA
                   MOVE WS-SL-STOCK(WS-LDX)   TO WS-LIBRO
                   PERFORM escribe_linea_conteo
               END-IF
           END-IF
           ADD 1 TO WS-LDX.

       escribe_linea_conteo.
           ADD 1 TO WS-LINEAS-CONTEO
           MOVE WS-PRECIO TO WS-PRECIO-TXT
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-CONTEO-NUM
                  "," WS-ID
                  "," WS-ALMACEN-LINEA
                  "," WS-PRECIO-TXT
                  "," WS-LIBRO
                  ",0000000"
                  ",P"
                  "," FUNCTION TRIM(PM-NOMBRE)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE CONTEO-LIN-RECORD FROM WS-OUT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ALMACEN-LINEA TO WS-REPORT-LINE(1:3)
           MOVE PM-ID            TO WS-REPORT-LINE(6:5)
           MOVE PM-NOMBRE        TO WS-REPORT-LINE(13:40)
           MOVE "______________" TO WS-REPORT-LINE(56:14)
           WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE.

       escribe_cabecera_hoja.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " HOJA DE CONTEO " WS-CONTEO-NUM
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-AMBITO-ALMACEN THEN
               STRING "ALMACEN " WS-ALMACEN-CONTEO
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "CATEGORIA " WS-CLAVE-CONTEO
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALM  ID     NOMBRE                          "
                  "            CONTADO"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-HOJA-RECORD FROM WS-REPORT-LINE.

       escribe_cabecera_conteo.
           OPEN EXTEND CONTEO-CAB-FILE.
           IF WS-CAB-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTEO-CAB-FILE
               CLOSE CONTEO-CAB-FILE
               OPEN EXTEND CONTEO-CAB-FILE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-CONTEO-NUM
                  "," WS-FECHA-HOY
                  "," WS-AMBITO
                  "," FUNCTION TRIM(WS-CLAVE-CONTEO)
                  ",G"
                  "," WS-OPERATOR-ID
                  ",,"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           WRITE CONTEO-CAB-RECORD FROM WS-OUT-LINE.
           CLOSE CONTEO-CAB-FILE.

       open_conteo_lin.
           OPEN EXTEND CONTEO-LIN-FILE.
           IF WS-LIN-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTEO-LIN-FILE
               CLOSE CONTEO-LIN-FILE
               OPEN EXTEND CONTEO-LIN-FILE
           END-IF.

       lee_cntseq.
           MOVE ZERO TO WS-CONTEO-NUM.
           OPEN INPUT CONTEO-SEQ-FILE.
           IF WS-SEQ-FILE-STATUS = "00" THEN
               READ CONTEO-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CONTEO-SEQ-RECORD(1:6))
                           TO WS-CONTEO-NUM
               END-READ
               CLOSE CONTEO-SEQ-FILE
           END-IF.

       escribe_cntseq.
           OPEN OUTPUT CONTEO-SEQ-FILE.
           MOVE SPACES TO CONTEO-SEQ-RECORD.
           MOVE WS-CONTEO-NUM TO CONTEO-SEQ-RECORD(1:6).
           WRITE CONTEO-SEQ-RECORD.
           CLOSE CONTEO-SEQ-FILE.

      *****************************************************************
      * Modo 2: registro de las cantidades contadas (CONTIN).
      *****************************************************************
       registra_conteo.
           PERFORM carga_cabeceras.
           PERFORM carga_lineas.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " REGISTRO DE CANTIDADES CONTADAS"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE

           OPEN INPUT CONTEO-IN-FILE.
           IF WS-CONTIN-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "NO SE ENCONTRO EL FICHERO DE CONTEO CONTIN"
                   TO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "No se encontró el fichero de conteo (CONTIN)."
           ELSE
               PERFORM read_contin
               PERFORM anota_contado UNTIL WS-CONTIN-EOF
               CLOSE CONTEO-IN-FILE
               PERFORM guarda_conteos
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LINEAS LEIDAS: " WS-CONTIN-LEIDAS
                      "  ANOTADAS: " WS-CONTIN-ANOTADAS
                      "  RECHAZADAS: " WS-CONTIN-RECHAZOS
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Cantidades anotadas: " WS-CONTIN-ANOTADAS
                       " (rechazadas: " WS-CONTIN-RECHAZOS ")."
           END-IF.

       read_contin.
           READ CONTEO-IN-FILE
               AT END MOVE "Y" TO WS-CONTIN-EOF-SW
           END-READ.

       anota_contado.
           ADD 1 TO WS-CONTIN-LEIDAS
           MOVE SPACES TO WS-CI-FIELD-NUMERO WS-CI-FIELD-ID
                          WS-CI-FIELD-ALMACEN WS-CI-FIELD-CANTIDAD
           UNSTRING CONTEO-IN-RECORD DELIMITED BY ","
               INTO WS-CI-FIELD-NUMERO WS-CI-FIELD-ID
                    WS-CI-FIELD-ALMACEN WS-CI-FIELD-CANTIDAD
           END-UNSTRING
           IF WS-CI-FIELD-ALMACEN = SPACES THEN
               MOVE WS-ALMACEN-DEFECTO TO WS-CI-FIELD-ALMACEN
           END-IF

           IF WS-CI-FIELD-NUMERO = SPACES
                   OR WS-CI-FIELD-ID = SPACES
                   OR WS-CI-FIELD-CANTIDAD = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RECHAZADA linea incompleta: "
                      CONTEO-IN-RECORD
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM rechaza_contado
           ELSE
               MOVE FUNCTION NUMVAL(WS-CI-FIELD-NUMERO)
                   TO WS-CONTEO-NUM
               PERFORM busca_cabecera
               IF NOT WS-CAB-HALLADA THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  RECHAZADA conteo " WS-CI-FIELD-NUMERO
                          " inexistente o ya aprobado y archivado"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM rechaza_contado
               ELSE
                   PERFORM anota_contado_conteo
               END-IF
           END-IF

           PERFORM read_contin.

       anota_contado_conteo.
           IF WS-CC-ESTADO(WS-CDX) NOT = "G"
                   AND WS-CC-ESTADO(WS-CDX) NOT = "C" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RECHAZADA conteo " WS-CI-FIELD-NUMERO
                      " ya cerrado (estado " WS-CC-ESTADO(WS-CDX) ")"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM rechaza_contado
           ELSE
               MOVE FUNCTION NUMVAL(WS-CI-FIELD-ID) TO WS-ID-BUSCADO
               MOVE WS-CI-FIELD-ALMACEN TO WS-ALMACEN-BUSCADO
               PERFORM busca_linea_conteo
               IF NOT WS-HALLADO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  RECHAZADA conteo " WS-CI-FIELD-NUMERO
                          " id " WS-CI-FIELD-ID
                          " almacen " WS-CI-FIELD-ALMACEN
                          " no figura en la hoja"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM rechaza_contado
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CI-FIELD-CANTIDAD)
                       TO WS-CL-CONTADO(WS-KDX)
                   MOVE "C" TO WS-CL-ESTADO(WS-KDX)
                   MOVE "C" TO WS-CC-ESTADO(WS-CDX)
                   MOVE "Y" TO WS-LIN-CAMBIO-SW
                   MOVE "Y" TO WS-CAB-CAMBIO-SW
                   ADD 1 TO WS-CONTIN-ANOTADAS
               END-IF
           END-IF.

       rechaza_contado.
           ADD 1 TO WS-CONTIN-RECHAZOS
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Modo 3: informe de diferencias de un conteo.
      *****************************************************************
       informe_diferencias.
           PERFORM pide_conteo.
           PERFORM pide_tolerancia.
           PERFORM carga_cabeceras.
           PERFORM carga_lineas.
           PERFORM busca_cabecera.
           IF NOT WS-CAB-HALLADA THEN
               PERFORM informa_conteo_inexistente
           ELSE
               PERFORM escribe_diferencias
           END-IF.

       pide_conteo.
           DISPLAY "Numero de conteo: "
           ACCEPT WS-CONTEO-PEDIDO.
           MOVE FUNCTION NUMVAL(WS-CONTEO-PEDIDO) TO WS-CONTEO-NUM.

       pide_tolerancia.
           DISPLAY "Tolerancia en % (blanco = 5): "
           ACCEPT WS-TOLERANCIA-TXT.
           IF WS-TOLERANCIA-TXT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-TOLERANCIA-TXT)
                   TO WS-TOLERANCIA
           END-IF.

       informa_conteo_inexistente.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTEO " WS-CONTEO-NUM " INEXISTENTE O YA "
                  "APROBADO Y ARCHIVADO EN CONTCABH"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "No existe el conteo " WS-CONTEO-NUM
                   " o ya esta aprobado y archivado.".

      * Recorre las líneas del conteo con sus diferencias y totales.
      * Lo usan el informe (modo 3) y la aprobación (modo 4), que
      * enseña al supervisor exactamente lo que va a aprobar.
       escribe_diferencias.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIMESTAMP " DIFERENCIAS DEL CONTEO "
                  WS-CONTEO-NUM
                  " ambito " WS-CC-AMBITO(WS-CDX)
                  " " WS-CC-CLAVE(WS-CDX)
                  " estado " WS-CC-ESTADO(WS-CDX)
                  " tolerancia " WS-TOLERANCIA-EDIT "%"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALM  ID     NOMBRE                          "
                  "  LIBROS  CONTADO    DIFER      %"
                  "        VALOR DIFER  MARCA"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE ZERO TO WS-LINEAS-CONTEO WS-LINEAS-CONTADAS
                        WS-LINEAS-PENDIENTES WS-LINEAS-DIFERENCIA
                        WS-LINEAS-FUERA-TOL WS-NETO-UNIDADES
                        WS-NETO-VALOR WS-BRUTO-VALOR
           MOVE 1 TO WS-KDX
           PERFORM informa_linea_conteo UNTIL WS-KDX > WS-LIN-COUNT

           MOVE WS-NETO-UNIDADES TO WS-NETO-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LINEAS: " WS-LINEAS-CONTEO
                  "  CONTADAS: " WS-LINEAS-CONTADAS
                  "  SIN CONTAR: " WS-LINEAS-PENDIENTES
                  "  CON DIFERENCIA: " WS-LINEAS-DIFERENCIA
                  "  FUERA DE TOLERANCIA: " WS-LINEAS-FUERA-TOL
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NETO-VALOR  TO WS-TOTAL-EDIT
           MOVE WS-BRUTO-VALOR TO WS-BRUTO-EDIT
           STRING "DIFERENCIA NETA UNIDADES: " WS-NETO-EDIT
                  "  VALOR NETO: " WS-TOTAL-EDIT
                  "  VALOR BRUTO: " WS-BRUTO-EDIT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY "Conteo " WS-CONTEO-NUM ": " WS-LINEAS-DIFERENCIA
                   " lineas con diferencia, " WS-LINEAS-FUERA-TOL
                   " fuera de tolerancia, " WS-LINEAS-PENDIENTES
                   " sin contar.".

       informa_linea_conteo.
           IF WS-CL-NUMERO(WS-KDX) = WS-CONTEO-NUM THEN
               ADD 1 TO WS-LINEAS-CONTEO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CL-ALMACEN(WS-KDX) TO WS-REPORT-LINE(1:3)
               MOVE WS-CL-ID(WS-KDX)      TO WS-REPORT-LINE(6:5)
               MOVE WS-CL-NOMBRE(WS-KDX)  TO WS-REPORT-LINE(13:32)
               MOVE WS-CL-LIBRO(WS-KDX)   TO WS-CANT-EDIT
               MOVE WS-CANT-EDIT          TO WS-REPORT-LINE(46:7)
               IF WS-CL-ESTADO(WS-KDX) NOT = "C" THEN
                   ADD 1 TO WS-LINEAS-PENDIENTES
                   MOVE "SIN CONTAR" TO WS-REPORT-LINE(101:10)
               ELSE
                   ADD 1 TO WS-LINEAS-CONTADAS
                   PERFORM calcula_diferencia
               END-IF
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-KDX.

       calcula_diferencia.
           MOVE WS-CL-CONTADO(WS-KDX) TO WS-CANT-EDIT
           MOVE WS-CANT-EDIT          TO WS-REPORT-LINE(55:7)
           COMPUTE WS-DIFERENCIA =
               WS-CL-CONTADO(WS-KDX) - WS-CL-LIBRO(WS-KDX)
           COMPUTE WS-VALOR-DIF =
               WS-DIFERENCIA * WS-CL-PRECIO(WS-KDX)
           MOVE WS-DIFERENCIA TO WS-DIF-EDIT
           MOVE WS-DIF-EDIT   TO WS-REPORT-LINE(63:8)
           MOVE WS-VALOR-DIF  TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-REPORT-LINE(84:15)
           ADD WS-DIFERENCIA TO WS-NETO-UNIDADES
           ADD WS-VALOR-DIF  TO WS-NETO-VALOR
           IF WS-DIFERENCIA = ZERO THEN
               MOVE "OK" TO WS-REPORT-LINE(101:2)
           ELSE
               ADD 1 TO WS-LINEAS-DIFERENCIA
               IF WS-VALOR-DIF < ZERO THEN
                   SUBTRACT WS-VALOR-DIF FROM WS-BRUTO-VALOR
               ELSE
                   ADD WS-VALOR-DIF TO WS-BRUTO-VALOR
               END-IF
               PERFORM marca_tolerancia
           END-IF.

      * Sin cantidad en libros cualquier diferencia queda fuera de
      * tolerancia (no hay base para el porcentaje).
       marca_tolerancia.
           MOVE WS-DIFERENCIA TO WS-DIF-ABS
           IF WS-CL-LIBRO(WS-KDX) = ZERO THEN
               ADD 1 TO WS-LINEAS-FUERA-TOL
               MOVE "FUERA TOL" TO WS-REPORT-LINE(101:9)
           ELSE
               COMPUTE WS-DIF-PCT ROUNDED =
                   WS-DIF-ABS * 100 / WS-CL-LIBRO(WS-KDX)
                   ON SIZE ERROR MOVE 99999.99 TO WS-DIF-PCT
               END-COMPUTE
               MOVE WS-DIF-PCT TO WS-DIF-PCT-EDIT
               MOVE WS-DIF-PCT-EDIT TO WS-REPORT-LINE(72:8)
               IF WS-DIF-PCT > WS-TOLERANCIA THEN
                   ADD 1 TO WS-LINEAS-FUERA-TOL
                   MOVE "FUERA TOL" TO WS-REPORT-LINE(101:9)
               ELSE
                   MOVE "DENTRO TOL" TO WS-REPORT-LINE(101:10)
               END-IF
           END-IF.

      *****************************************************************
      * Modo 4: aprobación del supervisor y ajustes A en MOVIN.
      *****************************************************************
       aprueba_conteo.
           PERFORM pide_conteo.
           PERFORM pide_tolerancia.
           PERFORM carga_cabeceras.
           PERFORM carga_lineas.
           PERFORM busca_cabecera.
           IF NOT WS-CAB-HALLADA THEN
               PERFORM informa_conteo_inexistente
           ELSE
               IF WS-CC-ESTADO(WS-CDX) NOT = "C" THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CONTEO " WS-CONTEO-NUM
                          " NO APROBABLE: estado "
                          WS-CC-ESTADO(WS-CDX)
                          " (G=sin contar A=ya aprobado)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
                   DISPLAY "El conteo " WS-CONTEO-NUM
                           " no esta pendiente de aprobacion (estado "
                           WS-CC-ESTADO(WS-CDX) ")."
               ELSE
                   IF WS-CAB-LLENA OR WS-LIN-LLENA THEN
                       PERFORM informa_tabla_llena_aprobacion
                   ELSE
                       PERFORM confirma_aprobacion
                   END-IF
               END-IF
           END-IF.

      * Con alguna tabla llena no se aprueba: CONTCAB no se podría
      * reescribir (el conteo seguiría en C y se podría aprobar otra
      * vez) o faltarían líneas sin ajuste. El conteo sigue en C y no
      * se escribe nada en MOVIN.
       informa_tabla_llena_aprobacion.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AVISO: tabla de conteos o de lineas de conteo "
                  "llena; conteo " WS-CONTEO-NUM " no aprobado"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY "Tabla de conteos o de lineas llena; conteo "
                   WS-CONTEO-NUM " no aprobado.".

       confirma_aprobacion.
           PERFORM escribe_diferencias
           DISPLAY "Aprobar el conteo y generar los ajustes "
                   "en MOVIN (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
               PERFORM genera_ajustes
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CONTEO " WS-CONTEO-NUM
                      " NO APROBADO; sigue pendiente"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Conteo no aprobado; sigue pendiente."
           END-IF.

      * Los ajustes se AÑADEN a MOVIN, igual que las entradas de
      * CobolRecv, para la pasada nocturna de CobolMovim.
       genera_ajustes.
           PERFORM load_stock_loc.
           MOVE SPACES TO WS-REFERENCIA-CONTEO.
           STRING "CONTEO " WS-CONTEO-NUM
               DELIMITED BY SIZE
               INTO WS-REFERENCIA-CONTEO.
           OPEN EXTEND MOV-CONTROL-FILE.
           IF WS-MOVIN-FILE-STATUS = "35" THEN
               OPEN OUTPUT MOV-CONTROL-FILE
               CLOSE MOV-CONTROL-FILE
               OPEN EXTEND MOV-CONTROL-FILE
           END-IF.
           MOVE ZERO TO WS-AJUSTES.
           MOVE ZERO TO WS-CORREGIDOS.
           MOVE ZERO TO WS-SIN-STKLOC.
           MOVE 1 TO WS-KDX.
           PERFORM genera_ajuste_linea UNTIL WS-KDX > WS-LIN-COUNT.
           CLOSE MOV-CONTROL-FILE.

           MOVE "A"            TO WS-CC-ESTADO(WS-CDX).
           MOVE WS-OPERATOR-ID TO WS-CC-APROBADOR(WS-CDX).
           MOVE WS-FECHA-HOY   TO WS-CC-FECHA-APR(WS-CDX).
           MOVE "Y" TO WS-CAB-CAMBIO-SW.
           PERFORM guarda_conteos.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTEO " WS-CONTEO-NUM
                  " APROBADO por " WS-OPERATOR-ID
                  ": " WS-AJUSTES " ajustes A generados en MOVIN ("
                  WS-CORREGIDOS " corregidos por movimientos "
                  "posteriores a la congelacion)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-SIN-STKLOC > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-SIN-STKLOC " ajustes sin STKLOC para el"
                      " almacen: calculados sobre libros"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           DISPLAY "Conteo aprobado. " WS-AJUSTES
                   " ajustes generados en MOVIN.".

      * El ajuste A es el valor contado del almacén. Si desde la
      * congelación el almacén ha tenido movimientos (stock actual en
      * STKLOC distinto del de libros), se suman al contado para que
      * el ajuste corrija solo la diferencia del conteo.
       genera_ajuste_linea.
           IF WS-CL-NUMERO(WS-KDX) = WS-CONTEO-NUM
                   AND WS-CL-ESTADO(WS-KDX) = "C"
                   AND WS-CL-CONTADO(WS-KDX)
                       NOT = WS-CL-LIBRO(WS-KDX) THEN
               MOVE WS-CL-ID(WS-KDX)      TO WS-ID
               MOVE WS-CL-ALMACEN(WS-KDX) TO WS-ALMACEN-BUSCADO
               PERFORM obtiene_stock_actual
               IF NOT WS-HALLADO THEN
                   PERFORM informa_sin_stkloc
               END-IF
               COMPUTE WS-OBJETIVO = WS-CL-CONTADO(WS-KDX)
                   + WS-STOCK-ACTUAL - WS-CL-LIBRO(WS-KDX)
               IF WS-OBJETIVO < ZERO THEN
                   MOVE ZERO TO WS-OBJETIVO
               END-IF
               MOVE WS-OBJETIVO TO WS-OBJETIVO-MOV
               IF WS-STOCK-ACTUAL NOT = WS-CL-LIBRO(WS-KDX) THEN
                   ADD 1 TO WS-CORREGIDOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  id " WS-CL-ID(WS-KDX)
                          " almacen " WS-CL-ALMACEN(WS-KDX)
                          " libros " WS-CL-LIBRO(WS-KDX)
                          " actual " WS-STOCK-ACTUAL
                          ": ajuste corregido a " WS-OBJETIVO-MOV
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-CL-ID(WS-KDX)
                      ",A,"
                      WS-OBJETIVO-MOV
                      ","
                      FUNCTION TRIM(WS-REFERENCIA-CONTEO)
                      ","
                      WS-CL-ALMACEN(WS-KDX)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE MOV-CONTROL-RECORD FROM WS-OUT-LINE
               ADD 1 TO WS-AJUSTES
           END-IF
           ADD 1 TO WS-KDX.

      * Sin línea en STKLOC para el producto y almacén se toma la
      * cantidad en libros, pero el ajuste queda señalado en el
      * informe como sin STKLOC: el stock del almacén no se puede
      * contrastar y CobolMovim dará de alta la línea al aplicarlo.
       obtiene_stock_actual.
           MOVE WS-CL-LIBRO(WS-KDX) TO WS-STOCK-ACTUAL.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-LDX.
           PERFORM busca_stock_almacen_item
               UNTIL WS-HALLADO OR WS-LDX > WS-STKLOC-COUNT.
           IF WS-HALLADO THEN
               MOVE WS-SL-STOCK(WS-LDX) TO WS-STOCK-ACTUAL
           END-IF.

       informa_sin_stkloc.
           ADD 1 TO WS-SIN-STKLOC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  id " WS-CL-ID(WS-KDX)
                  " almacen " WS-CL-ALMACEN(WS-KDX)
                  " libros " WS-CL-LIBRO(WS-KDX)
                  ": sin STKLOC, ajuste calculado sobre libros"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE.

       busca_stock_almacen_item.
           IF WS-SL-ID(WS-LDX) = WS-ID
                   AND WS-SL-ALMACEN(WS-LDX) = WS-ALMACEN-BUSCADO THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-LDX
           END-IF.

      *****************************************************************
      * Carga y reescritura de CONTCAB / CONTLIN y lectura de STKLOC.
      *****************************************************************
       carga_cabeceras.
           MOVE ZERO TO WS-CAB-COUNT.
           MOVE "N" TO WS-CAB-EOF-SW.
           OPEN INPUT CONTEO-CAB-FILE.
           IF WS-CAB-FILE-STATUS = "00" THEN
               PERFORM read_conteo_cab
               PERFORM carga_cabecera UNTIL WS-CAB-EOF
               CLOSE CONTEO-CAB-FILE
           END-IF.

       read_conteo_cab.
           READ CONTEO-CAB-FILE
               AT END MOVE "Y" TO WS-CAB-EOF-SW
           END-READ.

       carga_cabecera.
           MOVE SPACES TO WS-CC-FIELD-NUMERO WS-CC-FIELD-FECHA
                          WS-CC-FIELD-AMBITO WS-CC-FIELD-CLAVE
                          WS-CC-FIELD-ESTADO WS-CC-FIELD-OPER
                          WS-CC-FIELD-APROB WS-CC-FIELD-FAPROB
           UNSTRING CONTEO-CAB-RECORD DELIMITED BY ","
               INTO WS-CC-FIELD-NUMERO WS-CC-FIELD-FECHA
                    WS-CC-FIELD-AMBITO WS-CC-FIELD-CLAVE
                    WS-CC-FIELD-ESTADO WS-CC-FIELD-OPER
                    WS-CC-FIELD-APROB WS-CC-FIELD-FAPROB
           END-UNSTRING
           IF WS-CC-FIELD-NUMERO NOT = SPACES THEN
               IF WS-CAB-COUNT < WS-CAB-MAX THEN
                   ADD 1 TO WS-CAB-COUNT
                   MOVE FUNCTION NUMVAL(WS-CC-FIELD-NUMERO)
                       TO WS-CC-NUMERO(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-FECHA
                       TO WS-CC-FECHA(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-AMBITO
                       TO WS-CC-AMBITO(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-CLAVE
                       TO WS-CC-CLAVE(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-ESTADO
                       TO WS-CC-ESTADO(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-OPER
                       TO WS-CC-OPERADOR(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-APROB
                       TO WS-CC-APROBADOR(WS-CAB-COUNT)
                   MOVE WS-CC-FIELD-FAPROB
                       TO WS-CC-FECHA-APR(WS-CAB-COUNT)
               ELSE
                   IF NOT WS-CAB-LLENA THEN
                       MOVE "Y" TO WS-CAB-LLENA-SW
                       DISPLAY "Aviso: tabla de conteos llena; "
                               "CONTCAB incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_conteo_cab.

       carga_lineas.
           MOVE ZERO TO WS-LIN-COUNT.
           MOVE "N" TO WS-LIN-EOF-SW.
           OPEN INPUT CONTEO-LIN-FILE.
           IF WS-LIN-FILE-STATUS = "00" THEN
               PERFORM read_conteo_lin
               PERFORM carga_linea UNTIL WS-LIN-EOF
               CLOSE CONTEO-LIN-FILE
           END-IF.

       read_conteo_lin.
           READ CONTEO-LIN-FILE
               AT END MOVE "Y" TO WS-LIN-EOF-SW
           END-READ.

       carga_linea.
           MOVE SPACES TO WS-CL-FIELD-NUMERO WS-CL-FIELD-ID
                          WS-CL-FIELD-ALMACEN WS-CL-FIELD-PRECIO
                          WS-CL-FIELD-LIBRO WS-CL-FIELD-CONTADO
                          WS-CL-FIELD-ESTADO WS-CL-FIELD-NOMBRE
           UNSTRING CONTEO-LIN-RECORD DELIMITED BY ","
               INTO WS-CL-FIELD-NUMERO WS-CL-FIELD-ID
                    WS-CL-FIELD-ALMACEN WS-CL-FIELD-PRECIO
                    WS-CL-FIELD-LIBRO WS-CL-FIELD-CONTADO
                    WS-CL-FIELD-ESTADO WS-CL-FIELD-NOMBRE
           END-UNSTRING
           IF WS-CL-FIELD-NUMERO NOT = SPACES THEN
               IF WS-LIN-COUNT < WS-LIN-MAX THEN
                   ADD 1 TO WS-LIN-COUNT
                   MOVE FUNCTION NUMVAL(WS-CL-FIELD-NUMERO)
                       TO WS-CL-NUMERO(WS-LIN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CL-FIELD-ID)
                       TO WS-CL-ID(WS-LIN-COUNT)
                   MOVE WS-CL-FIELD-ALMACEN
                       TO WS-CL-ALMACEN(WS-LIN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CL-FIELD-PRECIO)
                       TO WS-CL-PRECIO(WS-LIN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CL-FIELD-LIBRO)
                       TO WS-CL-LIBRO(WS-LIN-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CL-FIELD-CONTADO)
                       TO WS-CL-CONTADO(WS-LIN-COUNT)
                   MOVE WS-CL-FIELD-ESTADO
                       TO WS-CL-ESTADO(WS-LIN-COUNT)
                   MOVE WS-CL-FIELD-NOMBRE
                       TO WS-CL-NOMBRE(WS-LIN-COUNT)
               ELSE
                   IF NOT WS-LIN-LLENA THEN
                       MOVE "Y" TO WS-LIN-LLENA-SW
                       DISPLAY "Aviso: tabla de lineas de conteo "
                               "llena; CONTLIN incompleto."
                   END-IF
               END-IF
           END-IF
           PERFORM read_conteo_lin.

       busca_cabecera.
           MOVE "N" TO WS-CAB-HALLADA-SW.
           MOVE 1 TO WS-CDX.
           PERFORM busca_cabecera_item
               UNTIL WS-CAB-HALLADA OR WS-CDX > WS-CAB-COUNT.

       busca_cabecera_item.
           IF WS-CC-NUMERO(WS-CDX) = WS-CONTEO-NUM THEN
               MOVE "Y" TO WS-CAB-HALLADA-SW
           ELSE
               ADD 1 TO WS-CDX
           END-IF.

       busca_linea_conteo.
           MOVE "N" TO WS-HALLADO-SW.
           MOVE 1 TO WS-KDX.
           PERFORM busca_linea_conteo_item
               UNTIL WS-HALLADO OR WS-KDX > WS-LIN-COUNT.

       busca_linea_conteo_item.
           IF WS-CL-NUMERO(WS-KDX) = WS-CONTEO-NUM
                   AND WS-CL-ID(WS-KDX) = WS-ID-BUSCADO
                   AND WS-CL-ALMACEN(WS-KDX) = WS-ALMACEN-BUSCADO THEN
               MOVE "Y" TO WS-HALLADO-SW
           ELSE
               ADD 1 TO WS-KDX
           END-IF.

      * Con alguna de las tablas llena el fichero correspondiente no
      * se reescribe: se perderían las líneas que no cupieron. Con
      * las dos tablas completas los conteos aprobados pasan a
      * CONTCABH/CONTLINH; entonces se reescriben los dos ficheros
      * juntos para que cabecera y líneas se archiven a la vez.
       guarda_conteos.
           MOVE "N" TO WS-ARCHIVA-SW.
           MOVE ZERO TO WS-ARCH-CAB.
           MOVE ZERO TO WS-ARCH-LIN.
           IF (WS-LIN-CAMBIO OR WS-CAB-CAMBIO)
                   AND NOT WS-LIN-LLENA AND NOT WS-CAB-LLENA THEN
               MOVE "Y" TO WS-ARCHIVA-SW
               MOVE "Y" TO WS-LIN-CAMBIO-SW
               MOVE "Y" TO WS-CAB-CAMBIO-SW
               PERFORM abre_historicos_conteo
           END-IF.
           IF WS-LIN-CAMBIO THEN
               IF WS-LIN-LLENA THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: tabla de lineas de conteo llena; "
                          "CONTLIN no reescrito"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   OPEN OUTPUT CONTEO-LIN-FILE
                   MOVE 1 TO WS-KDX
                   PERFORM reescribe_linea_conteo
                       UNTIL WS-KDX > WS-LIN-COUNT
                   CLOSE CONTEO-LIN-FILE
               END-IF
           END-IF.
           IF WS-CAB-CAMBIO THEN
               IF WS-CAB-LLENA THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO: tabla de conteos llena; "
                          "CONTCAB no reescrito"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   OPEN OUTPUT CONTEO-CAB-FILE
                   MOVE 1 TO WS-HDX
                   PERFORM reescribe_cabecera_conteo
                       UNTIL WS-HDX > WS-CAB-COUNT
                   CLOSE CONTEO-CAB-FILE
               END-IF
           END-IF.
           IF WS-ARCHIVA THEN
               CLOSE CONTEO-CABH-FILE
               CLOSE CONTEO-LINH-FILE
               IF WS-ARCH-CAB > ZERO THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-ARCH-CAB " conteos aprobados y "
                          WS-ARCH-LIN " lineas pasados a "
                          "CONTCABH/CONTLINH"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE CONTEO-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

       abre_historicos_conteo.
           OPEN EXTEND CONTEO-CABH-FILE.
           IF WS-CABH-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTEO-CABH-FILE
               CLOSE CONTEO-CABH-FILE
               OPEN EXTEND CONTEO-CABH-FILE
           END-IF.
           OPEN EXTEND CONTEO-LINH-FILE.
           IF WS-LINH-FILE-STATUS = "35" THEN
               OPEN OUTPUT CONTEO-LINH-FILE
               CLOSE CONTEO-LINH-FILE
               OPEN EXTEND CONTEO-LINH-FILE
           END-IF.

      * Una línea se archiva si la cabecera de su conteo está en
      * la tabla con estado A.
       busca_conteo_aprobado.
           MOVE "N" TO WS-APROBADO-SW.
           MOVE 1 TO WS-HDX.
           PERFORM busca_conteo_aprobado_paso
               UNTIL WS-HDX > WS-CAB-COUNT.

       busca_conteo_aprobado_paso.
           IF WS-CC-NUMERO(WS-HDX) = WS-CL-NUMERO(WS-KDX) THEN
               IF WS-CC-ESTADO(WS-HDX) = "A" THEN
                   MOVE "Y" TO WS-APROBADO-SW
               END-IF
               MOVE WS-CAB-COUNT TO WS-HDX
           END-IF.
           ADD 1 TO WS-HDX.

       reescribe_linea_conteo.
           MOVE WS-CL-PRECIO(WS-KDX) TO WS-PRECIO-TXT
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-CL-NUMERO(WS-KDX)
                  "," WS-CL-ID(WS-KDX)
                  "," WS-CL-ALMACEN(WS-KDX)
                  "," WS-PRECIO-TXT
                  "," WS-CL-LIBRO(WS-KDX)
                  "," WS-CL-CONTADO(WS-KDX)
                  "," WS-CL-ESTADO(WS-KDX)
                  "," FUNCTION TRIM(WS-CL-NOMBRE(WS-KDX))
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           MOVE "N" TO WS-APROBADO-SW
           IF WS-ARCHIVA THEN
               PERFORM busca_conteo_aprobado
           END-IF
           IF WS-APROBADO THEN
               WRITE CONTEO-LINH-RECORD FROM WS-OUT-LINE
               ADD 1 TO WS-ARCH-LIN
           ELSE
               WRITE CONTEO-LIN-RECORD FROM WS-OUT-LINE
           END-IF
           ADD 1 TO WS-KDX.

       reescribe_cabecera_conteo.
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-CC-NUMERO(WS-HDX)
                  "," WS-CC-FECHA(WS-HDX)
                  "," WS-CC-AMBITO(WS-HDX)
                  "," FUNCTION TRIM(WS-CC-CLAVE(WS-HDX))
                  "," WS-CC-ESTADO(WS-HDX)
                  "," WS-CC-OPERADOR(WS-HDX)
                  "," WS-CC-APROBADOR(WS-HDX)
                  "," WS-CC-FECHA-APR(WS-HDX)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           IF WS-ARCHIVA AND WS-CC-ESTADO(WS-HDX) = "A" THEN
               WRITE CONTEO-CABH-RECORD FROM WS-OUT-LINE
               ADD 1 TO WS-ARCH-CAB
           ELSE
               WRITE CONTEO-CAB-RECORD FROM WS-OUT-LINE
           END-IF
           ADD 1 TO WS-HDX.

       load_stock_loc.
           MOVE ZERO TO WS-STKLOC-COUNT.
           MOVE "N" TO WS-STKLOC-EOF-SW.
           OPEN INPUT STOCK-LOC-FILE.
           IF WS-STKLOC-FILE-STATUS = "00" THEN
               PERFORM read_stock_loc
               PERFORM load_stock_loc_line UNTIL WS-STKLOC-EOF
               CLOSE STOCK-LOC-FILE
           END-IF.

       read_stock_loc.
           READ STOCK-LOC-FILE
               AT END MOVE "Y" TO WS-STKLOC-EOF-SW
           END-READ.

       load_stock_loc_line.
           MOVE SPACES TO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                          WS-SL-FIELD-STOCK
           UNSTRING STOCK-LOC-RECORD DELIMITED BY ","
               INTO WS-SL-FIELD-ID WS-SL-FIELD-ALMACEN
                    WS-SL-FIELD-STOCK
           END-UNSTRING

           IF WS-SL-FIELD-ID NOT = SPACES THEN
               IF WS-STKLOC-COUNT < WS-STKLOC-MAX THEN
                   ADD 1 TO WS-STKLOC-COUNT
                   MOVE FUNCTION NUMVAL(WS-SL-FIELD-ID)
                       TO WS-SL-ID(WS-STKLOC-COUNT)
                   MOVE WS-SL-FIELD-ALMACEN
                       TO WS-SL-ALMACEN(WS-STKLOC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-SL-FIELD-STOCK)
                       TO WS-SL-STOCK(WS-STKLOC-COUNT)
               ELSE
                   IF NOT WS-STKLOC-LLENA THEN
                       MOVE "Y" TO WS-STKLOC-LLENA-SW
                       DISPLAY "Aviso: tabla de stock por almacen "
                               "llena; STKLOC incompleto."
                   END-IF
               END-IF
           END-IF

           PERFORM read_stock_loc.
