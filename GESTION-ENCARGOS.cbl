                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

      *> Sin stock del producto encargado se ofrecen antes sus
      *> sustitutos (GESTION-SUSTITUTOS), como en la caja.
           SELECT SUSTITUTOS
               ASSIGN TO "SUSTITUTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUST-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SUSTITUTOS-STATUS.

           SELECT SUSTITUCIONES
               ASSIGN TO "SUSTITUCIONES-OFRECIDAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSTITUCIONES-STATUS.

      *> La senial devuelta al entregar sale como vale de compra que
      *> la caja descuenta del ticket final, igual que los vales de
      *> devolucion.
       FD VALES.
           COPY VALE.

       FD SUSTITUTOS.
           COPY SUSTITUTO.

       FD SUSTITUCIONES.
           COPY SUSTOFR.

       WORKING-STORAGE SECTION.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-VALES-STATUS PIC XX.
       01 WS-SUSTITUTOS-STATUS PIC XX.
       01 WS-SUSTITUCIONES-STATUS PIC XX.
       01 WS-HAY-SUSTITUTOS PIC X VALUE "N".
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 EN-CONTADOR PIC 9(6) VALUE 1.
       01 VALE-CONTADOR PIC 9(6) VALUE 1.
      * Parametros de la tienda: dias de vigencia del vale.
           COPY PARAMETRO.
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-SENIA-EDIT PIC Z(4)9.99.
      *----------------------- SUSTITUTOS --------------------------------
       01 WS-SUST-EOF PIC X VALUE "N".
       01 WS-SUST-ELECCION PIC 9.
       01 WS-SUSTITUTO-ELEGIDO PIC 9(6) VALUE 0.
       01 WS-SUST-CANT PIC 9 VALUE 0.
       01 WS-SUST-I PIC 9(2).
       01 TABLA-SUSTITUTOS-OFRECIDOS.
           05 TSO-PRODUCTO-ID PIC 9(6) OCCURS 9 TIMES.
       01 SUSTITUTO-OFRECIDO.
           05 SOF-NUMERO PIC 9.
           05 FILLER PIC X(2) VALUE ". ".
           05 SOF-DESCRIP PIC X(30).
           05 FILLER PIC X(5) VALUE " EUR ".
           05 SOF-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(10) VALUE "  Stock: ".
           05 SOF-STOCK PIC Z(5)9.
           05 FILLER PIC X(9) VALUE "  Ubic.: ".
           05 SOF-UBICACION PIC X(10).
       01 LISTA-DETALLE.
           05 LE-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-ESTADO PIC X(10).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ENCARGOS DE CLIENTES -----------------------
      * los marca "llegado - llamar al cliente"; al entregarlos la
      * senial vuelve como vale que la caja descuenta del ticket.
       INICIO.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           OPEN I-O ENCARGOS
           IF WS-ENCARGOS-STATUS = "35"
               DISPLAY "Archivo de encargos no encontrado, se crea."
           IF WS-ENCARGOS-STATUS NOT = "00"
               DISPLAY "Error al abrir encargos. Estado: "
                   WS-ENCARGOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           OPEN INPUT PRODUCTO
           OPEN INPUT SUSTITUTOS
           IF WS-SUSTITUTOS-STATUS = "00"
               MOVE "S" TO WS-HAY-SUSTITUTOS
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"

           PERFORM RECUPERAR-ULTIMO-ENCARGO

           CLOSE ENCARGOS
           CLOSE CLIENTES
           CLOSE PRODUCTO
           IF WS-HAY-SUSTITUTOS = "S"
               CLOSE SUSTITUTOS
           END-IF
           STOP RUN.

       RECUPERAR-ULTIMO-ENCARGO.
                       MOVE SPACES TO EN-DESCRIPCION
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO EN-DESCRIPCION
                       IF PRODUCTO-SIN-REPOSICION
                           DISPLAY "AVISO: producto en liquidacion "
                               "o de baja, no se repone. Stock: "
                               PRODUCTO-STOCK
                       END-IF
               END-READ
           END-IF
           IF EN-PRODUCTO-ID = 0
               END-IF
           END-PERFORM

      *> Si el cliente se lleva un sustituto del lineal no hay nada
      *> que encargar.
           MOVE 0 TO WS-SUSTITUTO-ELEGIDO
           IF EN-PRODUCTO-ID > 0 AND WS-HAY-SUSTITUTOS = "S"
               IF PRODUCTO-STOCK < EN-CANTIDAD
                   PERFORM OFRECER-SUSTITUTOS
               END-IF
           END-IF
           IF WS-SUSTITUTO-ELEGIDO > 0
               DISPLAY "El cliente se lleva el sustituto "
                   WS-SUSTITUTO-ELEGIDO " por caja: no se registra "
                   "el encargo."
           ELSE
               DISPLAY "Senial dejada (dos decimales, 0 = sin senial): "
               ACCEPT EN-SENIA
               IF EN-SENIA NOT NUMERIC
                   MOVE 0 TO EN-SENIA
               END-IF

               MOVE EN-CONTADOR TO EN-NUMERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO EN-FECHA
               MOVE "A" TO EN-ESTADO
               MOVE ZEROES TO EN-PEDIDO-NUMERO
               MOVE ZEROES TO EN-PRESUPUESTO-NUMERO
               MOVE ZEROES TO EN-PRECIO-PACTADO
               WRITE ENCARGO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el encargo. Estado: "
                       WS-ENCARGOS-STATUS
                   MOVE "CARGAR-DATOS-ENCARGO" TO WS-INC-PARRAFO
                   MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
                   MOVE EN-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-ENCARGOS-STATUS = "00"
                   DISPLAY "ENCARGO " EN-NUMERO " REGISTRADO."
                   ADD 1 TO EN-CONTADOR
               END-IF
           END-IF.

      *----------------------- SUSTITUTOS --------------------------------
      * Las alternativas del producto con stock para la cantidad
      * encargada, por su orden, con precio y ubicacion; cada una
      * mostrada queda anotada con si el cliente la acepto.
       OFRECER-SUSTITUTOS.
           MOVE 0 TO WS-SUST-CANT
           MOVE "N" TO WS-SUST-EOF
           MOVE EN-PRODUCTO-ID TO SUST-PRODUCTO-ID
           MOVE 0 TO SUST-ORDEN
           START SUSTITUTOS KEY IS GREATER THAN SUST-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-SUST-EOF
           END-START
           PERFORM UNTIL WS-SUST-EOF = "S" OR WS-SUST-CANT = 9
               READ SUSTITUTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SUST-EOF
                   NOT AT END
                       IF SUST-PRODUCTO-ID NOT = EN-PRODUCTO-ID
                           MOVE "S" TO WS-SUST-EOF
                       ELSE
                           PERFORM MOSTRAR-SUSTITUTO-DISPONIBLE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-SUST-ELECCION
           IF WS-SUST-CANT > 0
               DISPLAY "Sustituto que se lleva el cliente (1-"
                   WS-SUST-CANT ", 0 = ninguno, se encarga): "
               ACCEPT WS-SUST-ELECCION
               IF WS-SUST-ELECCION NOT NUMERIC OR
                  WS-SUST-ELECCION > WS-SUST-CANT
                   MOVE 0 TO WS-SUST-ELECCION
               END-IF
               PERFORM GRABAR-SUSTITUCIONES
               IF WS-SUST-ELECCION > 0
                   MOVE TSO-PRODUCTO-ID(WS-SUST-ELECCION)
                       TO WS-SUSTITUTO-ELEGIDO
               END-IF
           END-IF.

       MOSTRAR-SUSTITUTO-DISPONIBLE.
           MOVE SUST-ALTERNATIVO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCTO-ES-KIT NOT = "S" AND
                      NOT PRODUCTO-ES-DEPOSITO AND
                      PRODUCTO-DISCONTINUADO NOT = "S" AND
                      PRODUCTO-STOCK >= EN-CANTIDAD
                       IF WS-SUST-CANT = 0
                           DISPLAY "SIN STOCK. SUSTITUTOS DISPONIBLES:"
                       END-IF
                       ADD 1 TO WS-SUST-CANT
                       MOVE PRODUCTO-ID TO TSO-PRODUCTO-ID(WS-SUST-CANT)
                       MOVE WS-SUST-CANT TO SOF-NUMERO
                       MOVE PRODUCTO-DESCRIP TO SOF-DESCRIP
                       MOVE PRODUCTO-PRECIO TO SOF-PRECIO
                       MOVE PRODUCTO-STOCK TO SOF-STOCK
                       MOVE PRODUCTO-UBICACION TO SOF-UBICACION
                       DISPLAY SUSTITUTO-OFRECIDO
                   END-IF
           END-READ.

       GRABAR-SUSTITUCIONES.
           OPEN EXTEND SUSTITUCIONES
           IF WS-SUSTITUCIONES-STATUS = "05" OR
              WS-SUSTITUCIONES-STATUS = "35"
               OPEN OUTPUT SUSTITUCIONES
           END-IF
           IF WS-SUSTITUCIONES-STATUS = "00"
               PERFORM VARYING WS-SUST-I FROM 1 BY 1
                   UNTIL WS-SUST-I > WS-SUST-CANT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SO-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO SO-HORA
                   MOVE "E" TO SO-ORIGEN
                   MOVE EN-PRODUCTO-ID TO SO-PRODUCTO-ID
                   MOVE TSO-PRODUCTO-ID(WS-SUST-I) TO SO-SUSTITUTO-ID
                   IF WS-SUST-I = WS-SUST-ELECCION
                       MOVE "S" TO SO-ACEPTADO
                   ELSE
                       MOVE "N" TO SO-ACEPTADO
                   END-IF
                   MOVE WS-OPERADOR TO SO-OPERADOR
                   WRITE SUSTITUCION-REGISTRO
               END-PERFORM
               CLOSE SUSTITUCIONES
           END-IF.

       LISTAR-ENCARGOS.
                       MOVE "E" TO EN-ESTADO
                       REWRITE ENCARGO-REGISTRO
                       DISPLAY "Encargo " EN-NUMERO " ENTREGADO."
                       IF EN-PRECIO-PACTADO > 0
                           PERFORM AVISAR-PRECIO-PACTADO
                       END-IF
                       IF EN-SENIA > 0
                           PERFORM EMITIR-VALE-SENIA
                       END-IF
                   END-IF
           END-READ.

      *> El encargo de un presupuesto se cobra al precio pactado: el
      *> cajero lo fuerza en la linea con el motivo de presupuesto.
       AVISAR-PRECIO-PACTADO.
           MOVE EN-PRECIO-PACTADO TO WS-SENIA-EDIT
           DISPLAY "PRESUPUESTO " EN-PRESUPUESTO-NUMERO ": cobrar en "
               "caja a EUR " WS-SENIA-EDIT " la unidad (precio "
               "pactado).".

       EMITIR-VALE-SENIA.
           OPEN I-O VALES
           IF WS-VALES-STATUS = "35"
           MOVE FUNCTION CURRENT-DATE(1:8) TO VALE-FECHA-EMISION
           MOVE EN-SENIA TO VALE-IMPORTE
           COMPUTE VALE-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VALE-FECHA-EMISION) +
               PA-DIAS-VALE)
           MOVE EN-NUMERO TO VALE-DEVOLUCION-ID
           MOVE "V" TO VALE-ESTADO
           MOVE ZEROES TO VALE-FECHA-USO
           WRITE VALE-REGISTRO INVALID KEY
               DISPLAY "Error al emitir el vale. Estado: "
                   WS-VALES-STATUS
               MOVE "EMITIR-VALE-SENIA" TO WS-INC-PARRAFO
               MOVE "VALES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VALES-STATUS TO WS-INC-ESTADO
               MOVE VALE-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-VALES-STATUS = "00"
               MOVE EN-SENIA TO WS-SENIA-EDIT
           END-IF
           CLOSE VALES.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-ENCARGOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-ENCARGOS.
