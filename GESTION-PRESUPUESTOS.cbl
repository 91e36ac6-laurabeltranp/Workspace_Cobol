       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PRESUPUESTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS
               ASSIGN TO "PRESUPUESTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRES-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PRESUPUESTOS-STATUS.

           SELECT PRESUPUESTOS-LINEAS
               ASSIGN TO "PRESUPUESTOS-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRL-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

      *> Las lineas sin stock de un presupuesto aceptado pasan a
      *> encargos de cliente con el precio pactado.
           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRESUPUESTOS.
           COPY PRESUP.

       FD PRESUPUESTOS-LINEAS.
           COPY PRESLIN.

       FD CLIENTES.
           COPY CLIENTE.

       FD PRODUCTO.
           COPY PRODFLT.

       FD ENCARGOS.
           COPY ENCARGO.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PRESUPUESTOS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-OTRA-LINEA PIC X VALUE "S".
       01 WS-HOY PIC 9(8).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 PRES-CONTADOR PIC 9(6) VALUE 1.
       01 EN-CONTADOR PIC 9(6) VALUE 1.
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-DIAS-VALIDEZ PIC 9(3).
       01 WS-CANT-ENTERA PIC 9(3).
       01 WS-LINEA-ACTUAL PIC 9(3).
       01 WS-PENDIENTES PIC 9(3).
       01 WS-PASADAS PIC 9(3).
       01 WS-CADUCADOS PIC 9(5) VALUE ZEROES.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.

      *----------------------- DATOS DEL COMERCIO -------------------------
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
       01 TIENDA-TELEFONO PIC X(20) VALUE "TEL: 955 000 000".
       01 TIENDA-DIRECCION PIC X(40) VALUE "C/ MAYOR, 1".
       01 TIENDA-POBLACION PIC X(40) VALUE "41001 SEVILLA".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

       01 DOC-CABECERA.
           05 FILLER PIC X(21) VALUE "PRESUPUESTO NUMERO: ".
           05 DC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 DC-FECHA PIC 9(8).
       01 DOC-VALIDEZ.
           05 FILLER PIC X(21) VALUE "VALIDO HASTA EL DIA: ".
           05 DV-VALIDEZ PIC 9(8).
       01 DOC-CLIENTE.
           05 FILLER PIC X(9) VALUE "CLIENTE: ".
           05 DD-NOMBRE PIC X(30).
           05 FILLER PIC X(7) VALUE " NIF: ".
           05 DD-NIF PIC X(9).
       01 DOC-ENCABEZADO-LINEAS PIC X(100) VALUE
           "LINEA  PRODUCTO DESCRIPCION                    CANTIDAD    P
      -    "RECIO     IMPORTE".
       01 DOC-DETALLE.
           05 DL-LINEA PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-PRODUCTO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-CANTIDAD PIC ZZ9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-IMPORTE PIC Z(6)9.99.
       01 DOC-TOTAL.
           05 FILLER PIC X(35) VALUE
               "TOTAL PRESUPUESTO (EUR, IVA INC.): ".
           05 DT-TOTAL PIC Z(6)9.99.

       01 LISTA-DETALLE.
           05 LP-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-VALIDEZ PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-CLIENTE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ESTADO PIC X(11).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PRESUPUESTOS -------------------------------
      * Presupuestos para clientes de empresa: lineas con el precio
      * del maestro del dia y un plazo de validez, documento para
      * entregar y seguimiento abierto / aceptado / caducado. El
      * aceptado se cobra en ALTA-VENTAS (al identificar al cliente
      * se ofrece cargarlo) y lo que no hay en stock pasa a
      * encargos desde aqui, en los dos casos al precio presupuestado.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           OPEN I-O PRESUPUESTOS
           IF WS-PRESUPUESTOS-STATUS = "35"
               DISPLAY "Archivo de presupuestos no encontrado, se crea."
               OPEN OUTPUT PRESUPUESTOS
               CLOSE PRESUPUESTOS
               OPEN I-O PRESUPUESTOS
           END-IF
           IF WS-PRESUPUESTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir presupuestos. Estado: "
                   WS-PRESUPUESTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PRESUPUESTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRESUPUESTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN I-O PRESUPUESTOS-LINEAS
           IF WS-LINEAS-STATUS = "35"
               OPEN OUTPUT PRESUPUESTOS-LINEAS
               CLOSE PRESUPUESTOS-LINEAS
               OPEN I-O PRESUPUESTOS-LINEAS
           END-IF
           IF WS-LINEAS-STATUS NOT = "00"
               DISPLAY "Error al abrir las lineas de presupuesto. "
                   "Estado: " WS-LINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PRESUPUESTOS-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRESUPUESTOS
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES-INDEXADO.dat. "
                   "Estado: " WS-CLIENTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRESUPUESTOS
               CLOSE PRESUPUESTOS-LINEAS
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRESUPUESTOS
               CLOSE PRESUPUESTOS-LINEAS
               CLOSE CLIENTES
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           PERFORM RECUPERAR-ULTIMO-PRESUPUESTO
           PERFORM CADUCAR-VENCIDOS

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "PRESUPUESTOS A EMPRESAS"
               DISPLAY "1. NUEVO PRESUPUESTO."
               DISPLAY "2. LISTAR PRESUPUESTOS."
               DISPLAY "3. IMPRIMIR PRESUPUESTO."
               DISPLAY "4. MARCAR PRESUPUESTO ACEPTADO."
               DISPLAY "5. PASAR A ENCARGOS LAS LINEAS SIN STOCK."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM NUEVO-PRESUPUESTO
                   WHEN 2
                       PERFORM LISTAR-PRESUPUESTOS
                   WHEN 3
                       PERFORM IMPRIMIR-PRESUPUESTO
                   WHEN 4
                       PERFORM ACEPTAR-PRESUPUESTO
                   WHEN 5
                       PERFORM PASAR-A-ENCARGOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE PRESUPUESTOS
           CLOSE PRESUPUESTOS-LINEAS
           CLOSE CLIENTES
           CLOSE PRODUCTO
           STOP RUN.

       RECUPERAR-ULTIMO-PRESUPUESTO.
           MOVE 0 TO PRES-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PRESUPUESTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE PRES-NUMERO TO PRES-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO PRES-CONTADOR.

      *> El abierto que paso su validez sin aceptarse queda caducado;
      *> el aceptado es un compromiso y se respeta aunque venza.
       CADUCAR-VENCIDOS.
           MOVE "N" TO WS-EOF
           MOVE 0 TO PRES-NUMERO
           START PRESUPUESTOS KEY IS NOT LESS PRES-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRESUPUESTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRES-ABIERTO AND PRES-VALIDEZ < WS-HOY
                           MOVE "K" TO PRES-ESTADO
                           REWRITE PRESUPUESTO-REGISTRO
                           ADD 1 TO WS-CADUCADOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CADUCADOS > 0
               DISPLAY WS-CADUCADOS " PRESUPUESTO(S) CADUCADO(S) POR "
                   "VENCER SU VALIDEZ."
           END-IF.

      *----------------------- ALTA DE PRESUPUESTO ------------------------
       NUEVO-PRESUPUESTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del cliente de empresa: "
           ACCEPT PRES-CLIENTE-ID
           MOVE PRES-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
               NOT INVALID KEY
                   IF CLIENTE-EMPRESA
                       DISPLAY "Cliente: " CLIENTE-NOMBRE
                       MOVE "S" TO WS-CAMPO-OK
                   ELSE
                       DISPLAY "EL CLIENTE NO ES DE EMPRESA: los "
                           "presupuestos son para cuentas de empresa."
                   END-IF
           END-READ
           IF WS-CAMPO-OK = "S"
               PERFORM CARGAR-PRESUPUESTO
           END-IF.

       CARGAR-PRESUPUESTO.
           DISPLAY "Dias de validez (0 = 30): "
           ACCEPT WS-DIAS-VALIDEZ
           IF WS-DIAS-VALIDEZ NOT NUMERIC OR WS-DIAS-VALIDEZ = 0
               MOVE 30 TO WS-DIAS-VALIDEZ
           END-IF
           MOVE PRES-CONTADOR TO PRES-NUMERO
           MOVE WS-HOY TO PRES-FECHA
           COMPUTE PRES-VALIDEZ = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY) + WS-DIAS-VALIDEZ)
           MOVE "A" TO PRES-ESTADO
           MOVE 0 TO PRES-LINEAS
           MOVE 0 TO PRES-TOTAL
           MOVE WS-OPERADOR TO PRES-OPERADOR
           MOVE 0 TO PRES-TICKET-NUMERO

           MOVE "S" TO WS-OTRA-LINEA
           PERFORM UNTIL WS-OTRA-LINEA NOT = "S"
               PERFORM CARGAR-LINEA-PRESUPUESTO
               DISPLAY "Otra linea? (S/N): "
               ACCEPT WS-OTRA-LINEA
               IF WS-OTRA-LINEA = "s"
                   MOVE "S" TO WS-OTRA-LINEA
               END-IF
           END-PERFORM

           IF PRES-LINEAS = 0
               DISPLAY "Presupuesto sin lineas: no se graba."
           ELSE
               WRITE PRESUPUESTO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el presupuesto. Estado: "
                       WS-PRESUPUESTOS-STATUS
                   MOVE "CARGAR-PRESUPUESTO" TO WS-INC-PARRAFO
                   MOVE "PRESUPUESTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRESUPUESTOS-STATUS TO WS-INC-ESTADO
                   MOVE PRES-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-PRESUPUESTOS-STATUS = "00"
                   MOVE PRES-TOTAL TO WS-IMPORTE-EDIT
                   DISPLAY "PRESUPUESTO " PRES-NUMERO " GRABADO. "
                       "Total EUR " WS-IMPORTE-EDIT
                   ADD 1 TO PRES-CONTADOR
                   PERFORM GENERAR-DOCUMENTO
               END-IF
           END-IF.

      *> El precio sale del maestro del dia y queda congelado en la
      *> linea: es el que se cobra al convertir.
       CARGAR-LINEA-PRESUPUESTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del producto: "
           ACCEPT PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRODUCTO-ES-DEPOSITO
                           DISPLAY "EL DEPOSITO DE ENVASE NO SE "
                               "PRESUPUESTA SUELTO."
                       WHEN PRODUCTO-DISCONTINUADO = "S"
                           DISPLAY "PRODUCTO DISCONTINUADO."
                       WHEN OTHER
                           DISPLAY "Producto: " PRODUCTO-DESCRIP
                           MOVE "S" TO WS-CAMPO-OK
                   END-EVALUATE
           END-READ
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-CANTIDAD-PRESUPUESTO
               ADD 1 TO PRES-LINEAS
               MOVE PRES-NUMERO TO PRL-NUMERO
               MOVE PRES-LINEAS TO PRL-LINEA
               MOVE PRODUCTO-ID TO PRL-PRODUCTO-ID
               MOVE PRODUCTO-DESCRIP TO PRL-DESCRIP
               MOVE PRODUCTO-PRECIO TO PRL-PRECIO
               COMPUTE PRL-IMPORTE ROUNDED =
                   PRL-CANTIDAD * PRL-PRECIO
               MOVE SPACE TO PRL-DESTINO
               MOVE 0 TO PRL-DESTINO-NUM
               WRITE PRESUPUESTO-LINEA-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar la linea. Estado: "
                       WS-LINEAS-STATUS
                   MOVE "CARGAR-LINEA-PRESUPUESTO" TO WS-INC-PARRAFO
                   MOVE "PRESUPUESTOS-LINEAS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
                   MOVE PRL-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-LINEAS-STATUS = "00"
                   ADD PRL-IMPORTE TO PRES-TOTAL
                   MOVE PRL-IMPORTE TO WS-IMPORTE-EDIT
                   DISPLAY "Linea " PRL-LINEA ": EUR " WS-IMPORTE-EDIT
               ELSE
                   SUBTRACT 1 FROM PRES-LINEAS
               END-IF
           END-IF.

       PEDIR-CANTIDAD-PRESUPUESTO.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               IF PRODUCTO-UNIDAD-MEDIDA = "K"
                   DISPLAY "Cantidad en kilos (seis digitos, tres "
                       "decimales, 001500 = 1,5 kg): "
                   ACCEPT PRL-CANTIDAD
               ELSE
                   DISPLAY "Unidades: "
                   ACCEPT WS-CANT-ENTERA
                   MOVE WS-CANT-ENTERA TO PRL-CANTIDAD
               END-IF
               IF PRL-CANTIDAD NOT NUMERIC OR PRL-CANTIDAD = 0
                   DISPLAY "CANTIDAD INVALIDA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

      *----------------------- LISTADO Y SEGUIMIENTO ----------------------
       LISTAR-PRESUPUESTOS.
           DISPLAY "NUMERO  FECHA     VALIDEZ   CLIENTE               "
               "     TOTAL  ESTADO"
           MOVE "N" TO WS-EOF
           MOVE 0 TO PRES-NUMERO
           START PRESUPUESTOS KEY IS NOT LESS PRES-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRESUPUESTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRAR-PRESUPUESTO
               END-READ
           END-PERFORM.

       MOSTRAR-PRESUPUESTO.
           MOVE PRES-NUMERO TO LP-NUMERO
           MOVE PRES-FECHA TO LP-FECHA
           MOVE PRES-VALIDEZ TO LP-VALIDEZ
           MOVE PRES-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO CLIENTE-NOMBRE
           END-READ
           MOVE CLIENTE-NOMBRE TO LP-CLIENTE
           MOVE PRES-TOTAL TO LP-TOTAL
           EVALUATE TRUE
               WHEN PRES-ABIERTO
                   MOVE "ABIERTO" TO LP-ESTADO
               WHEN PRES-ACEPTADO
                   MOVE "ACEPTADO" TO LP-ESTADO
               WHEN PRES-CADUCADO
                   MOVE "CADUCADO" TO LP-ESTADO
               WHEN PRES-CONVERTIDO
                   MOVE "CONVERTIDO" TO LP-ESTADO
               WHEN OTHER
                   MOVE "?" TO LP-ESTADO
           END-EVALUATE
           DISPLAY LISTA-DETALLE.

       PEDIR-PRESUPUESTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de presupuesto: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO PRES-NUMERO
           READ PRESUPUESTOS
               INVALID KEY
                   DISPLAY "PRESUPUESTO NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

       IMPRIMIR-PRESUPUESTO.
           PERFORM PEDIR-PRESUPUESTO
           IF WS-CAMPO-OK = "S"
               PERFORM GENERAR-DOCUMENTO
           END-IF.

       ACEPTAR-PRESUPUESTO.
           PERFORM PEDIR-PRESUPUESTO
           IF WS-CAMPO-OK = "S"
               EVALUATE TRUE
                   WHEN PRES-ABIERTO AND PRES-VALIDEZ < WS-HOY
                       DISPLAY "EL PRESUPUESTO VENCIO EL "
                           PRES-VALIDEZ ": haga uno nuevo."
                   WHEN PRES-ABIERTO
                       MOVE "C" TO PRES-ESTADO
                       REWRITE PRESUPUESTO-REGISTRO
                       DISPLAY "PRESUPUESTO " PRES-NUMERO
                           " ACEPTADO: se cobra en caja al "
                           "identificar al cliente."
                   WHEN PRES-CADUCADO
                       DISPLAY "EL PRESUPUESTO ESTA CADUCADO: haga "
                           "uno nuevo."
                   WHEN OTHER
                       DISPLAY "EL PRESUPUESTO YA ESTA ACEPTADO O "
                           "CONVERTIDO."
               END-EVALUATE
           END-IF.

      *----------------------- DOCUMENTO ----------------------------------
       GENERAR-DOCUMENTO.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "PRESUPUESTO-" PRES-NUMERO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT DOCUMENTO-TXT

           MOVE TIENDA-NOMBRE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-DIRECCION TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-POBLACION TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-NIF TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-TELEFONO TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA

           MOVE PRES-NUMERO TO DC-NUMERO
           MOVE PRES-FECHA TO DC-FECHA
           MOVE DOC-CABECERA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE PRES-VALIDEZ TO DV-VALIDEZ
           MOVE DOC-VALIDEZ TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE PRES-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO CLIENTE-NOMBRE
                   MOVE SPACES TO CLIENTE-DNI
           END-READ
           MOVE CLIENTE-NOMBRE TO DD-NOMBRE
           MOVE CLIENTE-DNI TO DD-NIF
           MOVE DOC-CLIENTE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-ENCABEZADO-LINEAS TO DOC-LINEA
           WRITE DOC-LINEA

           MOVE "N" TO WS-EOF-LINEAS
           MOVE PRES-NUMERO TO PRL-NUMERO
           MOVE 0 TO PRL-LINEA
           START PRESUPUESTOS-LINEAS KEY IS GREATER THAN PRL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-LINEAS
           END-START
           PERFORM UNTIL WS-EOF-LINEAS = "S"
               READ PRESUPUESTOS-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LINEAS
                   NOT AT END
                       IF PRL-NUMERO NOT = PRES-NUMERO
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           PERFORM ESCRIBIR-LINEA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE PRES-TOTAL TO DT-TOTAL
           MOVE DOC-TOTAL TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "Precios validos hasta la fecha indicada."
               TO DOC-LINEA
           WRITE DOC-LINEA

           CLOSE DOCUMENTO-TXT
           DISPLAY "Documento generado: " WS-NOMBRE-TXT.

       ESCRIBIR-LINEA-DOCUMENTO.
           MOVE PRL-LINEA TO DL-LINEA
           MOVE PRL-PRODUCTO-ID TO DL-PRODUCTO
           MOVE PRL-DESCRIP TO DL-DESCRIP
           MOVE PRL-CANTIDAD TO DL-CANTIDAD
           MOVE PRL-PRECIO TO DL-PRECIO
           MOVE PRL-IMPORTE TO DL-IMPORTE
           MOVE DOC-DETALLE TO DOC-LINEA
           WRITE DOC-LINEA.

      *----------------------- PASO A ENCARGOS ----------------------------
      * Las lineas pendientes de un presupuesto aceptado cuyo stock no
      * alcanza se convierten en encargos del cliente (sin senial) con
      * el precio presupuestado; entran en la generacion de pedidos
      * como cualquier encargo abierto.
       PASAR-A-ENCARGOS.
           PERFORM PEDIR-PRESUPUESTO
           IF WS-CAMPO-OK = "S"
               IF NOT PRES-ACEPTADO
                   DISPLAY "SOLO SE CONVIERTE UN PRESUPUESTO ACEPTADO."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM ABRIR-ENCARGOS
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE 0 TO WS-PASADAS
               MOVE 0 TO WS-PENDIENTES
               MOVE "N" TO WS-EOF-LINEAS
               MOVE PRES-NUMERO TO PRL-NUMERO
               MOVE 0 TO PRL-LINEA
               START PRESUPUESTOS-LINEAS KEY IS GREATER THAN PRL-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-LINEAS
               END-START
               PERFORM UNTIL WS-EOF-LINEAS = "S"
                   READ PRESUPUESTOS-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-LINEAS
                       NOT AT END
                           IF PRL-NUMERO NOT = PRES-NUMERO
                               MOVE "S" TO WS-EOF-LINEAS
                           ELSE
                               IF PRL-PENDIENTE
                                   PERFORM PASAR-LINEA-A-ENCARGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
               DISPLAY WS-PASADAS " LINEA(S) PASADA(S) A ENCARGOS; "
                   WS-PENDIENTES " PENDIENTE(S) CON STOCK PARA COBRAR "
                   "EN CAJA."
               IF WS-PENDIENTES = 0
                   MOVE "V" TO PRES-ESTADO
                   REWRITE PRESUPUESTO-REGISTRO
                   DISPLAY "PRESUPUESTO " PRES-NUMERO " CONVERTIDO."
               END-IF
           END-IF.

       ABRIR-ENCARGOS.
           OPEN I-O ENCARGOS
           IF WS-ENCARGOS-STATUS = "35"
               OPEN OUTPUT ENCARGOS
               CLOSE ENCARGOS
               OPEN I-O ENCARGOS
           END-IF
           IF WS-ENCARGOS-STATUS NOT = "00"
               DISPLAY "Error al abrir encargos. Estado: "
                   WS-ENCARGOS-STATUS
               MOVE "ABRIR-ENCARGOS" TO WS-INC-PARRAFO
               MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               MOVE "N" TO WS-CAMPO-OK
           ELSE
               MOVE 0 TO EN-CONTADOR
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE EN-NUMERO TO EN-CONTADOR
                   END-READ
               END-PERFORM
               ADD 1 TO EN-CONTADOR
           END-IF.

       PASAR-LINEA-A-ENCARGO.
           MOVE PRL-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE ZEROES TO PRODUCTO-STOCK
           END-READ
           IF PRODUCTO-STOCK >= PRL-CANTIDAD
               ADD 1 TO WS-PENDIENTES
           ELSE
               MOVE EN-CONTADOR TO EN-NUMERO
               MOVE PRES-CLIENTE-ID TO EN-CLIENTE-ID
               MOVE PRL-PRODUCTO-ID TO EN-PRODUCTO-ID
               MOVE PRL-DESCRIP TO EN-DESCRIPCION
      *> El encargo es por unidades enteras: el peso se redondea
      *> hacia arriba.
               COMPUTE EN-CANTIDAD = PRL-CANTIDAD + 0.999
               MOVE 0 TO EN-SENIA
               MOVE WS-HOY TO EN-FECHA
               MOVE "A" TO EN-ESTADO
               MOVE ZEROES TO EN-PEDIDO-NUMERO
               MOVE PRES-NUMERO TO EN-PRESUPUESTO-NUMERO
               MOVE PRL-PRECIO TO EN-PRECIO-PACTADO
               WRITE ENCARGO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el encargo. Estado: "
                       WS-ENCARGOS-STATUS
                   MOVE "PASAR-LINEA-A-ENCARGO" TO WS-INC-PARRAFO
                   MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
                   MOVE EN-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-ENCARGOS-STATUS = "00"
                   ADD 1 TO EN-CONTADOR
                   ADD 1 TO WS-PASADAS
                   MOVE "E" TO PRL-DESTINO
                   MOVE EN-NUMERO TO PRL-DESTINO-NUM
                   REWRITE PRESUPUESTO-LINEA-REGISTRO
                   DISPLAY "Linea " PRL-LINEA " -> ENCARGO " EN-NUMERO
               ELSE
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF
           MOVE SPACES TO TIENDA-TELEFONO
           STRING "TEL: " PA-TIENDA-TELEFONO(1:3) " "
               PA-TIENDA-TELEFONO(4:3) " " PA-TIENDA-TELEFONO(7:3)
               DELIMITED BY SIZE INTO TIENDA-TELEFONO
           MOVE PA-TIENDA-DIRECCION TO TIENDA-DIRECCION
           MOVE PA-TIENDA-POBLACION TO TIENDA-POBLACION.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PRESUPUESTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PRESUPUESTOS.
