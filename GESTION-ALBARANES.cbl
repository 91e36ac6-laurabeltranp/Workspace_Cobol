       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-ALBARANES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALBARANES
               ASSIGN TO "ALBARANES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALB-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-ALBARANES-STATUS.

           SELECT ALBARANES-LINEAS
               ASSIGN TO "ALBARANES-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALL-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT DIRECCIONES
               ASSIGN TO "DIRECCIONES-ENTREGA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-CLIENTE-ID
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

           SELECT WS-RUTA-SORT
               ASSIGN TO "WS-SORTRUTA.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD ALBARANES.
           COPY ALBARAN.

       FD ALBARANES-LINEAS.
           COPY ALBLIN.

       FD DIRECCIONES.
           COPY DIRENTR.

       FD CLIENTES.
           COPY CLIENTE.

       FD TICKETS.
           COPY TICKETS.

       FD VENTAS.
           COPY VENTAS.

       FD ENCARGOS.
           COPY ENCARGO.

       FD PRODUCTO.
           COPY PRODFLT.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(100).

       SD WS-RUTA-SORT.
       01 RS-REGISTRO.
           05 RS-ZONA PIC X(4).
           05 RS-NUMERO PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ALBARANES-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-DIRECCIONES-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 ALB-CONTADOR PIC 9(6) VALUE 1.
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-CLIENTE-ALBARAN PIC 9(6).
       01 WS-NUEVO-ESTADO PIC X.
       01 WS-ORIGEN-BUSCADO PIC X.
       01 WS-FECHA-RUTA PIC 9(8).
       01 WS-ZONA-ANTERIOR PIC X(4).
       01 WS-ALBARANES-RUTA PIC 9(4) VALUE ZEROES.
       01 WS-EN-REPARTO PIC 9(4) VALUE ZEROES.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-SENIA-EDIT PIC Z(4)9.99.

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

      *----------------------- DOCUMENTO DE ALBARAN -----------------------
       01 DOC-CABECERA.
           05 FILLER PIC X(17) VALUE "ALBARAN NUMERO: ".
           05 DC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 DC-FECHA PIC 9(8).
           05 FILLER PIC X(12) VALUE "  REPARTO: ".
           05 DC-REPARTO PIC 9(8).
       01 DOC-ORIGEN.
           05 FILLER PIC X(9) VALUE "ORIGEN: ".
           05 DO-TIPO PIC X(8).
           05 DO-NUMERO PIC 9(6).
       01 DOC-CLIENTE.
           05 FILLER PIC X(9) VALUE "CLIENTE: ".
           05 DD-NOMBRE PIC X(30).
           05 FILLER PIC X(7) VALUE "  TEL: ".
           05 DD-TELEFONO PIC X(15).
       01 DOC-DIRECCION.
           05 FILLER PIC X(11) VALUE "ENTREGAR EN".
           05 FILLER PIC X(2) VALUE ": ".
           05 DD-DIRECCION PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 DD-POBLACION PIC X(20).
       01 DOC-ZONA.
           05 FILLER PIC X(13) VALUE "ZONA.......: ".
           05 DD-ZONA PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DD-OBSERVACIONES PIC X(30).
       01 DOC-ENCABEZADO-LINEAS PIC X(100) VALUE
           "LINEA  PRODUCTO DESCRIPCION                    CANTIDAD   PR
      -    "ECIO     IMPORTE".
       01 DOC-DETALLE.
           05 DL-LINEA PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-PRODUCTO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DL-CANTIDAD PIC ZZ9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-IMPORTE PIC Z(6)9.99.
       01 DOC-TOTAL.
           05 FILLER PIC X(29) VALUE "TOTAL ALBARAN (EUR, IVA INC.)".
           05 FILLER PIC X(2) VALUE ": ".
           05 DT-TOTAL PIC Z(6)9.99.
       01 DOC-SENIA.
           05 FILLER PIC X(31) VALUE "SENIAL ENTREGADA AL ENCARGAR: ".
           05 DS-SENIA PIC Z(4)9.99.

      *----------------------- LISTADO Y HOJA DE RUTA ---------------------
       01 LISTA-DETALLE.
           05 LA-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-REPARTO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ZONA PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-CLIENTE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ESTADO PIC X(10).
       01 RUTA-TITULO.
           05 FILLER PIC X(24) VALUE "HOJA DE RUTA DEL REPARTO".
           05 FILLER PIC X(5) VALUE " DEL ".
           05 RT-FECHA PIC 9(8).
       01 RUTA-ZONA.
           05 FILLER PIC X(7) VALUE "ZONA: ".
           05 RZ-ZONA PIC X(4).
       01 RUTA-DETALLE.
           05 RD-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CLIENTE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DIRECCION PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 RD-LINEAS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X(16) VALUE "  FIRMA/HORA ___".
       01 RUTA-DETALLE-2.
           05 FILLER PIC X(7) VALUE SPACES.
           05 RD2-TELEFONO PIC X(15).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RD2-POBLACION PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD2-OBSERVACIONES PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ALBARANES DE ENTREGA -----------------------
      * Lo que sale de la tienda en reparto (clientes de empresa y
      * mayores a domicilio) queda en un albaran numerado, nacido de
      * un ticket ya cobrado o de un encargo llegado, con la direccion
      * de entrega y una linea para la firma de quien lo recibe. El
      * repartidor sale con la hoja de ruta del dia agrupada por
      * zona; a la vuelta cada albaran se da por entregado o
      * rechazado. FACTURA-MENSUAL puede facturar a un cliente por
      * sus albaranes entregados.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           OPEN I-O ALBARANES
           IF WS-ALBARANES-STATUS = "35"
               DISPLAY "Archivo de albaranes no encontrado, se crea."
               OPEN OUTPUT ALBARANES
               CLOSE ALBARANES
               OPEN I-O ALBARANES
           END-IF
           IF WS-ALBARANES-STATUS NOT = "00"
               DISPLAY "Error al abrir albaranes. Estado: "
                   WS-ALBARANES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "ALBARANES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ALBARANES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN I-O ALBARANES-LINEAS
           IF WS-LINEAS-STATUS = "35"
               OPEN OUTPUT ALBARANES-LINEAS
               CLOSE ALBARANES-LINEAS
               OPEN I-O ALBARANES-LINEAS
           END-IF
           IF WS-LINEAS-STATUS NOT = "00"
               DISPLAY "Error al abrir las lineas de albaran. "
                   "Estado: " WS-LINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "ALBARANES-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALBARANES
               STOP RUN
           END-IF
           OPEN I-O DIRECCIONES
           IF WS-DIRECCIONES-STATUS = "35"
               OPEN OUTPUT DIRECCIONES
               CLOSE DIRECCIONES
               OPEN I-O DIRECCIONES
           END-IF
           OPEN INPUT CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES-INDEXADO.dat. "
                   "Estado: " WS-CLIENTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALBARANES
               CLOSE ALBARANES-LINEAS
               CLOSE DIRECCIONES
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM RECUPERAR-ULTIMO-ALBARAN

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "ALBARANES Y REPARTO A DOMICILIO"
               DISPLAY "1. ALBARAN DESDE UN TICKET."
               DISPLAY "2. ALBARAN DESDE UN ENCARGO."
               DISPLAY "3. CAMBIAR ESTADO DE UN ALBARAN."
               DISPLAY "4. IMPRIMIR ALBARAN."
               DISPLAY "5. HOJA DE RUTA DEL DIA."
               DISPLAY "6. LISTAR ALBARANES."
               DISPLAY "7. DIRECCION DE ENTREGA DE UN CLIENTE."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALBARAN-DESDE-TICKET
                   WHEN 2
                       PERFORM ALBARAN-DESDE-ENCARGO
                   WHEN 3
                       PERFORM CAMBIAR-ESTADO-ALBARAN
                   WHEN 4
                       PERFORM IMPRIMIR-ALBARAN
                   WHEN 5
                       PERFORM HOJA-DE-RUTA
                   WHEN 6
                       PERFORM LISTAR-ALBARANES
                   WHEN 7
                       PERFORM MANTENER-DIRECCION
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE ALBARANES
           CLOSE ALBARANES-LINEAS
           CLOSE DIRECCIONES
           CLOSE CLIENTES
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF
           STOP RUN.

       RECUPERAR-ULTIMO-ALBARAN.
           MOVE 0 TO ALB-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE ALB-NUMERO TO ALB-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO ALB-CONTADOR.

      *> Un ticket o un encargo sale en un solo albaran: uno rechazado
      *> no cuenta, la mercancia vuelve y puede salir de nuevo.
       BUSCAR-ALBARAN-DEL-ORIGEN.
           MOVE "N" TO WS-EOF
           MOVE 0 TO ALB-NUMERO
           START ALBARANES KEY IS NOT LESS ALB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ALB-ORIGEN = WS-ORIGEN-BUSCADO AND
                          ALB-ORIGEN-NUMERO = WS-NUMERO-BUSCADO AND
                          NOT ALB-RECHAZADO
                           DISPLAY "YA TIENE EL ALBARAN " ALB-NUMERO
                               "."
                           MOVE "N" TO WS-CAMPO-OK
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- ALBARAN DESDE TICKET -----------------------
       ALBARAN-DESDE-TICKET.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de ticket: "
           ACCEPT WS-NUMERO-BUSCADO
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. "
                   "Estado: " WS-TICKETS-STATUS
               MOVE "ALBARAN-DESDE-TICKET" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-NUMERO-BUSCADO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       DISPLAY "TICKET NO ENCONTRADO."
                   NOT INVALID KEY
                       IF TICKET-ES-ANULADO
                           DISPLAY "EL TICKET ESTA ANULADO."
                       ELSE
                           MOVE TICKET-CLIENTE-ID TO WS-CLIENTE-ALBARAN
                           MOVE "S" TO WS-CAMPO-OK
                       END-IF
               END-READ
               CLOSE TICKETS
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "T" TO WS-ORIGEN-BUSCADO
               PERFORM BUSCAR-ALBARAN-DEL-ORIGEN
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PREPARAR-CABECERA
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "T" TO ALB-ORIGEN
               MOVE WS-NUMERO-BUSCADO TO ALB-ORIGEN-NUMERO
               PERFORM CARGAR-LINEAS-TICKET
               PERFORM GRABAR-ALBARAN
           END-IF.

      *> Las lineas del ticket se copian tal cual se cobraron, deposito
      *> de envase incluido.
       CARGAR-LINEAS-TICKET.
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "CARGAR-LINEAS-TICKET" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE "N" TO WS-EOF
               MOVE 0 TO VENTAS-ID
               START VENTAS KEY IS NOT LESS THAN VENTAS-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-TICKET-NUMERO = WS-NUMERO-BUSCADO AND
                              NOT VE-ES-ANULADA
                               PERFORM COPIAR-LINEA-VENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.

       COPIAR-LINEA-VENTA.
           ADD 1 TO ALB-LINEAS
           MOVE ALB-NUMERO TO ALL-NUMERO
           MOVE ALB-LINEAS TO ALL-LINEA
           MOVE VE-PRODUCTO-ID TO ALL-PRODUCTO-ID
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           PERFORM LEER-DESCRIPCION
           MOVE PRODUCTO-DESCRIP TO ALL-DESCRIP
           MOVE UNIDADES TO ALL-CANTIDAD
           MOVE VE-PRECIO-UNITARIO TO ALL-PRECIO
           MOVE VE-IMPORTE TO ALL-IMPORTE
           IF VE-PRECIO-TARIFA > 0
               MOVE VE-PRECIO-TARIFA TO ALL-PRECIO-TARIFA
           ELSE
               MOVE VE-PRECIO-UNITARIO TO ALL-PRECIO-TARIFA
           END-IF
           PERFORM GRABAR-LINEA-ALBARAN.

      *----------------------- ALBARAN DESDE ENCARGO ----------------------
      * El encargo tiene que haber llegado. Se valora al precio
      * pactado del presupuesto o, si no lo hay, al de tarifa; la
      * senial se recuerda en el albaran y se liquida al registrar la
      * entrega en GESTION-ENCARGOS.
       ALBARAN-DESDE-ENCARGO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de encargo: "
           ACCEPT WS-NUMERO-BUSCADO
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ENCARGOS-INDEXADO.dat. "
                   "Estado: " WS-ENCARGOS-STATUS
               MOVE "ALBARAN-DESDE-ENCARGO" TO WS-INC-PARRAFO
               MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-NUMERO-BUSCADO TO EN-NUMERO
               READ ENCARGOS
                   INVALID KEY
                       DISPLAY "ENCARGO NO ENCONTRADO."
                   NOT INVALID KEY
                       IF EN-LLEGADO
                           MOVE EN-CLIENTE-ID TO WS-CLIENTE-ALBARAN
                           MOVE "S" TO WS-CAMPO-OK
                       ELSE
                           DISPLAY "EL ENCARGO NO ESTA LLEGADO: no "
                               "hay mercancia que repartir."
                       END-IF
               END-READ
               CLOSE ENCARGOS
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "E" TO WS-ORIGEN-BUSCADO
               PERFORM BUSCAR-ALBARAN-DEL-ORIGEN
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PREPARAR-CABECERA
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "E" TO ALB-ORIGEN
               MOVE WS-NUMERO-BUSCADO TO ALB-ORIGEN-NUMERO
               PERFORM COPIAR-LINEA-ENCARGO
               PERFORM GRABAR-ALBARAN
           END-IF.

       COPIAR-LINEA-ENCARGO.
           ADD 1 TO ALB-LINEAS
           MOVE ALB-NUMERO TO ALL-NUMERO
           MOVE ALB-LINEAS TO ALL-LINEA
           MOVE EN-PRODUCTO-ID TO ALL-PRODUCTO-ID
           MOVE EN-DESCRIPCION TO ALL-DESCRIP
           MOVE EN-CANTIDAD TO ALL-CANTIDAD
           MOVE 0 TO ALL-PRECIO-TARIFA
           IF EN-PRODUCTO-ID > 0
               MOVE EN-PRODUCTO-ID TO PRODUCTO-ID
               PERFORM LEER-DESCRIPCION
               IF WS-PRODUCTO-STATUS = "00"
                   MOVE PRODUCTO-PRECIO TO ALL-PRECIO-TARIFA
               END-IF
           END-IF
           IF EN-PRECIO-PACTADO > 0
               MOVE EN-PRECIO-PACTADO TO ALL-PRECIO
           ELSE
               MOVE ALL-PRECIO-TARIFA TO ALL-PRECIO
           END-IF
      *> Encargo sin producto de catalogo: el precio se teclea.
           IF ALL-PRECIO = 0
               DISPLAY "Precio unitario de " EN-DESCRIPCION
                   " (p.ej. 0000150 = 1,50): "
               ACCEPT ALL-PRECIO
               IF ALL-PRECIO NOT NUMERIC
                   MOVE 0 TO ALL-PRECIO
               END-IF
               MOVE ALL-PRECIO TO ALL-PRECIO-TARIFA
           END-IF
           COMPUTE ALL-IMPORTE ROUNDED = ALL-CANTIDAD * ALL-PRECIO
           PERFORM GRABAR-LINEA-ALBARAN
           IF EN-SENIA > 0
               MOVE EN-SENIA TO WS-SENIA-EDIT
               DISPLAY "El cliente dejo EUR " WS-SENIA-EDIT " de "
                   "senial: registre la entrega en GESTION-ENCARGOS."
           END-IF.

      *----------------------- CABECERA Y GRABACION -----------------------
      * El albaran lleva cliente: es a quien se entrega y quien firma.
      * La direccion se propone desde la ficha de entrega del cliente
      * y, si se cambia, se ofrece guardarla para la proxima vez.
       PREPARAR-CABECERA.
           IF WS-CLIENTE-ALBARAN = 0
               DISPLAY "Origen sin cliente. ID del cliente a quien se "
                   "entrega: "
               ACCEPT WS-CLIENTE-ALBARAN
           END-IF
           MOVE WS-CLIENTE-ALBARAN TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO: sin cliente no hay "
                       "albaran."
                   MOVE "N" TO WS-CAMPO-OK
               NOT INVALID KEY
                   DISPLAY "Cliente: " CLIENTE-NOMBRE
           END-READ
           IF WS-CAMPO-OK = "S"
               INITIALIZE ALBARAN-REGISTRO
               MOVE ALB-CONTADOR TO ALB-NUMERO
               MOVE WS-HOY TO ALB-FECHA
               MOVE WS-CLIENTE-ALBARAN TO ALB-CLIENTE-ID
               MOVE "P" TO ALB-ESTADO
               MOVE "N" TO ALB-FACTURADO
               MOVE 0 TO ALB-LINEAS
               MOVE 0 TO ALB-TOTAL
               PERFORM PEDIR-DIRECCION-ALBARAN
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Dia de reparto (AAAAMMDD, 0 = hoy): "
               ACCEPT ALB-FECHA-REPARTO
               IF ALB-FECHA-REPARTO NOT NUMERIC OR
                  ALB-FECHA-REPARTO = 0
                   MOVE WS-HOY TO ALB-FECHA-REPARTO
               END-IF
           END-IF.

       PEDIR-DIRECCION-ALBARAN.
           MOVE WS-CLIENTE-ALBARAN TO DIR-CLIENTE-ID
           READ DIRECCIONES
               INVALID KEY
                   MOVE "N" TO WS-CONFIRMA
               NOT INVALID KEY
                   DISPLAY "Direccion: " DIR-DIRECCION
                   DISPLAY "           " DIR-POBLACION
                       "  Zona: " DIR-ZONA
                   DISPLAY "Obs.: " DIR-OBSERVACIONES
                   DISPLAY "Entregar en esta direccion? (S/N): "
                   ACCEPT WS-CONFIRMA
           END-READ
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE DIR-DIRECCION TO ALB-DIRECCION
               MOVE DIR-POBLACION TO ALB-POBLACION
               MOVE DIR-ZONA TO ALB-ZONA
               MOVE DIR-OBSERVACIONES TO ALB-OBSERVACIONES
           ELSE
               PERFORM TECLEAR-DIRECCION
               IF WS-CAMPO-OK = "S"
                   DISPLAY "Guardar como direccion del cliente? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE WS-CLIENTE-ALBARAN TO DIR-CLIENTE-ID
                       MOVE ALB-DIRECCION TO DIR-DIRECCION
                       MOVE ALB-POBLACION TO DIR-POBLACION
                       MOVE ALB-ZONA TO DIR-ZONA
                       MOVE ALB-OBSERVACIONES TO DIR-OBSERVACIONES
                       PERFORM GRABAR-DIRECCION
                   END-IF
               END-IF
           END-IF.

       TECLEAR-DIRECCION.
           DISPLAY "Direccion de entrega: "
           ACCEPT ALB-DIRECCION
           DISPLAY "Poblacion: "
           ACCEPT ALB-POBLACION
           DISPLAY "Zona de reparto (hasta 4 caracteres): "
           ACCEPT ALB-ZONA
           MOVE FUNCTION UPPER-CASE(ALB-ZONA) TO ALB-ZONA
           DISPLAY "Observaciones para el repartidor: "
           ACCEPT ALB-OBSERVACIONES
           IF ALB-DIRECCION = SPACES OR ALB-ZONA = SPACES
               DISPLAY "SIN DIRECCION Y ZONA NO SE REPARTE."
               MOVE "N" TO WS-CAMPO-OK
           END-IF.

       GRABAR-LINEA-ALBARAN.
           WRITE ALBARAN-LINEA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la linea del albaran. Estado: "
                   WS-LINEAS-STATUS
               MOVE "GRABAR-LINEA-ALBARAN" TO WS-INC-PARRAFO
               MOVE "ALBARANES-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               MOVE ALL-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-LINEAS-STATUS = "00"
               ADD ALL-IMPORTE TO ALB-TOTAL
           ELSE
               SUBTRACT 1 FROM ALB-LINEAS
           END-IF.

       GRABAR-ALBARAN.
           IF ALB-LINEAS = 0
               DISPLAY "Albaran sin lineas: no se graba."
           ELSE
               WRITE ALBARAN-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el albaran. Estado: "
                       WS-ALBARANES-STATUS
                   MOVE "GRABAR-ALBARAN" TO WS-INC-PARRAFO
                   MOVE "ALBARANES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ALBARANES-STATUS TO WS-INC-ESTADO
                   MOVE ALB-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-ALBARANES-STATUS = "00"
                   MOVE ALB-TOTAL TO WS-IMPORTE-EDIT
                   DISPLAY "ALBARAN " ALB-NUMERO " PREPARADO. "
                       ALB-LINEAS " linea(s), EUR " WS-IMPORTE-EDIT
                   ADD 1 TO ALB-CONTADOR
                   PERFORM GENERAR-DOCUMENTO
               END-IF
           END-IF.

       LEER-DESCRIPCION.
           IF WS-PRODUCTO-STATUS = "00" OR WS-PRODUCTO-STATUS = "23"
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO PRODUCTO-DESCRIP
               END-READ
           ELSE
               MOVE SPACES TO PRODUCTO-DESCRIP
           END-IF.

      *----------------------- SEGUIMIENTO --------------------------------
      * Preparado -> en reparto -> entregado, o rechazado desde
      * preparado o en reparto. Entregado y rechazado son finales.
       CAMBIAR-ESTADO-ALBARAN.
           PERFORM PEDIR-ALBARAN
           IF WS-CAMPO-OK = "S"
               IF ALB-ENTREGADO OR ALB-RECHAZADO
                   DISPLAY "EL ALBARAN YA ESTA CERRADO."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Nuevo estado (R=En reparto / E=Entregado / "
                   "X=Rechazado): "
               ACCEPT WS-NUEVO-ESTADO
               MOVE FUNCTION UPPER-CASE(WS-NUEVO-ESTADO)
                   TO WS-NUEVO-ESTADO
               EVALUATE TRUE
                   WHEN WS-NUEVO-ESTADO = "R" AND ALB-PREPARADO
                       MOVE "R" TO ALB-ESTADO
                   WHEN WS-NUEVO-ESTADO = "E" AND ALB-EN-REPARTO
                       MOVE "E" TO ALB-ESTADO
                       MOVE WS-HOY TO ALB-FECHA-ENTREGA
                       DISPLAY "Nombre de quien recibe: "
                       ACCEPT ALB-RECEPTOR
                   WHEN WS-NUEVO-ESTADO = "X"
                       MOVE "X" TO ALB-ESTADO
                       MOVE WS-HOY TO ALB-FECHA-ENTREGA
                       DISPLAY "Motivo del rechazo: "
                       ACCEPT ALB-MOTIVO-RECHAZO
                   WHEN WS-NUEVO-ESTADO = "E"
                       DISPLAY "SOLO SE ENTREGA UN ALBARAN EN REPARTO."
                       MOVE "N" TO WS-CAMPO-OK
                   WHEN OTHER
                       DISPLAY "CAMBIO DE ESTADO NO VALIDO."
                       MOVE "N" TO WS-CAMPO-OK
               END-EVALUATE
           END-IF
           IF WS-CAMPO-OK = "S"
               REWRITE ALBARAN-REGISTRO
               DISPLAY "Albaran " ALB-NUMERO " actualizado."
               IF ALB-RECHAZADO
                   DISPLAY "La mercancia vuelve a la tienda: "
                       "reingresela o prepare otro albaran."
               END-IF
           END-IF.

       PEDIR-ALBARAN.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de albaran: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO ALB-NUMERO
           READ ALBARANES
               INVALID KEY
                   DISPLAY "ALBARAN NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

       IMPRIMIR-ALBARAN.
           PERFORM PEDIR-ALBARAN
           IF WS-CAMPO-OK = "S"
               PERFORM GENERAR-DOCUMENTO
           END-IF.

       LISTAR-ALBARANES.
           DISPLAY "NUMERO  FECHA     REPARTO   ZONA  CLIENTE         "
               "          TOTAL  ESTADO"
           MOVE "N" TO WS-EOF
           MOVE 0 TO ALB-NUMERO
           START ALBARANES KEY IS NOT LESS ALB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRAR-ALBARAN
               END-READ
           END-PERFORM.

       MOSTRAR-ALBARAN.
           MOVE ALB-NUMERO TO LA-NUMERO
           MOVE ALB-FECHA TO LA-FECHA
           MOVE ALB-FECHA-REPARTO TO LA-REPARTO
           MOVE ALB-ZONA TO LA-ZONA
           MOVE ALB-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO CLIENTE-NOMBRE
           END-READ
           MOVE CLIENTE-NOMBRE TO LA-CLIENTE
           MOVE ALB-TOTAL TO LA-TOTAL
           EVALUATE TRUE
               WHEN ALB-PREPARADO
                   MOVE "PREPARADO" TO LA-ESTADO
               WHEN ALB-EN-REPARTO
                   MOVE "EN REPARTO" TO LA-ESTADO
               WHEN ALB-ENTREGADO
                   MOVE "ENTREGADO" TO LA-ESTADO
               WHEN ALB-RECHAZADO
                   MOVE "RECHAZADO" TO LA-ESTADO
               WHEN OTHER
                   MOVE "?" TO LA-ESTADO
           END-EVALUATE
           DISPLAY LISTA-DETALLE.

      *----------------------- DOCUMENTO ----------------------------------
       GENERAR-DOCUMENTO.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "ALBARAN-" ALB-NUMERO ".txt"
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

           MOVE ALB-NUMERO TO DC-NUMERO
           MOVE ALB-FECHA TO DC-FECHA
           MOVE ALB-FECHA-REPARTO TO DC-REPARTO
           MOVE DOC-CABECERA TO DOC-LINEA
           WRITE DOC-LINEA
           IF ALB-DE-TICKET
               MOVE "TICKET" TO DO-TIPO
           ELSE
               MOVE "ENCARGO" TO DO-TIPO
           END-IF
           MOVE ALB-ORIGEN-NUMERO TO DO-NUMERO
           MOVE DOC-ORIGEN TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALB-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO CLIENTE-NOMBRE
                   MOVE SPACES TO CLIENTE-TELEFONO
           END-READ
           MOVE CLIENTE-NOMBRE TO DD-NOMBRE
           MOVE CLIENTE-TELEFONO TO DD-TELEFONO
           MOVE DOC-CLIENTE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALB-DIRECCION TO DD-DIRECCION
           MOVE ALB-POBLACION TO DD-POBLACION
           MOVE DOC-DIRECCION TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALB-ZONA TO DD-ZONA
           MOVE ALB-OBSERVACIONES TO DD-OBSERVACIONES
           MOVE DOC-ZONA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-ENCABEZADO-LINEAS TO DOC-LINEA
           WRITE DOC-LINEA

           MOVE "N" TO WS-EOF-LINEAS
           MOVE ALB-NUMERO TO ALL-NUMERO
           MOVE 0 TO ALL-LINEA
           START ALBARANES-LINEAS KEY IS GREATER THAN ALL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-LINEAS
           END-START
           PERFORM UNTIL WS-EOF-LINEAS = "S"
               READ ALBARANES-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LINEAS
                   NOT AT END
                       IF ALL-NUMERO NOT = ALB-NUMERO
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           PERFORM ESCRIBIR-LINEA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALB-TOTAL TO DT-TOTAL
           MOVE DOC-TOTAL TO DOC-LINEA
           WRITE DOC-LINEA
           IF ALB-DE-ENCARGO
               PERFORM ESCRIBIR-SENIA-DOCUMENTO
           END-IF
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "RECIBI CONFORME LA MERCANCIA DE ESTE ALBARAN."
               TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "FIRMA: ____________________  NOMBRE Y DNI: _________
      -        "___________  FECHA: ________" TO DOC-LINEA
           WRITE DOC-LINEA

           CLOSE DOCUMENTO-TXT
           DISPLAY "Documento generado: " WS-NOMBRE-TXT.

       ESCRIBIR-LINEA-DOCUMENTO.
           MOVE ALL-LINEA TO DL-LINEA
           MOVE ALL-PRODUCTO-ID TO DL-PRODUCTO
           MOVE ALL-DESCRIP TO DL-DESCRIP
           MOVE ALL-CANTIDAD TO DL-CANTIDAD
           MOVE ALL-PRECIO TO DL-PRECIO
           MOVE ALL-IMPORTE TO DL-IMPORTE
           MOVE DOC-DETALLE TO DOC-LINEA
           WRITE DOC-LINEA.

       ESCRIBIR-SENIA-DOCUMENTO.
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS = "00"
               MOVE ALB-ORIGEN-NUMERO TO EN-NUMERO
               READ ENCARGOS
                   INVALID KEY
                       MOVE 0 TO EN-SENIA
               END-READ
               IF EN-SENIA > 0
                   MOVE EN-SENIA TO DS-SENIA
                   MOVE DOC-SENIA TO DOC-LINEA
                   WRITE DOC-LINEA
               END-IF
               CLOSE ENCARGOS
           END-IF.

      *----------------------- HOJA DE RUTA -------------------------------
      * Albaranes del dia de reparto todavia sin cerrar, ordenados por
      * zona, con direccion, telefono y hueco para firma y hora. Al
      * imprimirla se ofrece pasar los preparados a en reparto.
       HOJA-DE-RUTA.
           DISPLAY "Dia de reparto (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-RUTA
           IF WS-FECHA-RUTA NOT NUMERIC OR WS-FECHA-RUTA = 0
               MOVE WS-HOY TO WS-FECHA-RUTA
           END-IF
           MOVE 0 TO WS-ALBARANES-RUTA
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "HOJA-RUTA-" WS-FECHA-RUTA ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT DOCUMENTO-TXT
           MOVE WS-FECHA-RUTA TO RT-FECHA
           MOVE RUTA-TITULO TO DOC-LINEA
           WRITE DOC-LINEA
           DISPLAY RUTA-TITULO
           MOVE HIGH-VALUES TO WS-ZONA-ANTERIOR
           MOVE "N" TO WS-EOF-SORT
           SORT WS-RUTA-SORT ON ASCENDING KEY RS-ZONA RS-NUMERO
               INPUT PROCEDURE IS CARGAR-SORT-RUTA
               OUTPUT PROCEDURE IS IMPRIMIR-RUTA
           CLOSE DOCUMENTO-TXT
           DISPLAY WS-ALBARANES-RUTA " albaran(es) en "
               WS-NOMBRE-TXT
           IF WS-ALBARANES-RUTA > 0
               DISPLAY "Pasar a EN REPARTO los preparados de la hoja? "
                   "(S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM MARCAR-EN-REPARTO
               END-IF
           END-IF.

       CARGAR-SORT-RUTA.
           MOVE "N" TO WS-EOF
           MOVE 0 TO ALB-NUMERO
           START ALBARANES KEY IS NOT LESS ALB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ALB-FECHA-REPARTO = WS-FECHA-RUTA AND
                          (ALB-PREPARADO OR ALB-EN-REPARTO)
                           MOVE ALB-ZONA TO RS-ZONA
                           MOVE ALB-NUMERO TO RS-NUMERO
                           RELEASE RS-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-RUTA.
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-RUTA-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                   NOT AT END
                       PERFORM ESCRIBIR-PARADA-RUTA
               END-RETURN
           END-PERFORM.

       ESCRIBIR-PARADA-RUTA.
           MOVE RS-NUMERO TO ALB-NUMERO
           READ ALBARANES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RS-ZONA NOT = WS-ZONA-ANTERIOR
                       MOVE SPACES TO DOC-LINEA
                       WRITE DOC-LINEA
                       MOVE RS-ZONA TO RZ-ZONA
                       MOVE RUTA-ZONA TO DOC-LINEA
                       WRITE DOC-LINEA
                       DISPLAY RUTA-ZONA
                       MOVE RS-ZONA TO WS-ZONA-ANTERIOR
                   END-IF
                   MOVE ALB-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTES
                       INVALID KEY
                           MOVE "(DESCONOCIDO)" TO CLIENTE-NOMBRE
                           MOVE SPACES TO CLIENTE-TELEFONO
                   END-READ
                   MOVE ALB-NUMERO TO RD-NUMERO
                   MOVE CLIENTE-NOMBRE TO RD-CLIENTE
                   MOVE ALB-DIRECCION TO RD-DIRECCION
                   MOVE ALB-LINEAS TO RD-LINEAS
                   MOVE ALB-TOTAL TO RD-TOTAL
                   MOVE RUTA-DETALLE TO DOC-LINEA
                   WRITE DOC-LINEA
                   DISPLAY RUTA-DETALLE
                   MOVE CLIENTE-TELEFONO TO RD2-TELEFONO
                   MOVE ALB-POBLACION TO RD2-POBLACION
                   MOVE ALB-OBSERVACIONES TO RD2-OBSERVACIONES
                   MOVE RUTA-DETALLE-2 TO DOC-LINEA
                   WRITE DOC-LINEA
                   ADD 1 TO WS-ALBARANES-RUTA
           END-READ.

       MARCAR-EN-REPARTO.
           MOVE 0 TO WS-EN-REPARTO
           MOVE "N" TO WS-EOF
           MOVE 0 TO ALB-NUMERO
           START ALBARANES KEY IS NOT LESS ALB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ALB-FECHA-REPARTO = WS-FECHA-RUTA AND
                          ALB-PREPARADO
                           MOVE "R" TO ALB-ESTADO
                           REWRITE ALBARAN-REGISTRO
                           ADD 1 TO WS-EN-REPARTO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-EN-REPARTO " albaran(es) pasados a EN REPARTO.".

      *----------------------- DIRECCION DE ENTREGA -----------------------
       MANTENER-DIRECCION.
           DISPLAY "ID del cliente: "
           ACCEPT WS-CLIENTE-ALBARAN
           MOVE WS-CLIENTE-ALBARAN TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Cliente: " CLIENTE-NOMBRE
                   MOVE WS-CLIENTE-ALBARAN TO DIR-CLIENTE-ID
                   READ DIRECCIONES
                       INVALID KEY
                           DISPLAY "Sin direccion de entrega cargada."
                       NOT INVALID KEY
                           DISPLAY "Direccion actual: " DIR-DIRECCION
                           DISPLAY "                  " DIR-POBLACION
                               "  Zona: " DIR-ZONA
                   END-READ
                   MOVE "S" TO WS-CAMPO-OK
                   PERFORM TECLEAR-DIRECCION
                   IF WS-CAMPO-OK = "S"
                       MOVE WS-CLIENTE-ALBARAN TO DIR-CLIENTE-ID
                       MOVE ALB-DIRECCION TO DIR-DIRECCION
                       MOVE ALB-POBLACION TO DIR-POBLACION
                       MOVE ALB-ZONA TO DIR-ZONA
                       MOVE ALB-OBSERVACIONES TO DIR-OBSERVACIONES
                       PERFORM GRABAR-DIRECCION
                   END-IF
           END-READ.

       GRABAR-DIRECCION.
           WRITE DIRECCION-ENTREGA-REGISTRO
               INVALID KEY
                   REWRITE DIRECCION-ENTREGA-REGISTRO
           END-WRITE
           IF WS-DIRECCIONES-STATUS = "00"
               DISPLAY "Direccion de entrega guardada."
           ELSE
               DISPLAY "Error al guardar la direccion. Estado: "
                   WS-DIRECCIONES-STATUS
               MOVE "GRABAR-DIRECCION" TO WS-INC-PARRAFO
               MOVE "DIRECCIONES-ENTREGA-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DIRECCIONES-STATUS TO WS-INC-ESTADO
               MOVE DIR-CLIENTE-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
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
           MOVE "GESTION-ALBARANES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-ALBARANES.
