               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIAL-STATUS.

           SELECT TARIFAS-CLIENTE
               ASSIGN TO "TARIFAS-CLIENTE-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CLAVE
               FILE STATUS IS WS-TARIFAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD HISTORIAL-TXT.
       01 HISTORIAL-LINEA PIC X(80).

       FD TARIFAS-CLIENTE.
           COPY TARIFCLI.

       SD WS-TOP-SORT.
       01 TS-REGISTRO.
           05 TS-TOTAL PIC 9(9)V99.
       01 WS-LETRA-CALCULADA PIC X.
       01 WS-NIE-PREFIJO-DIGITO PIC 9.
       01 WS-DNI-OK PIC X VALUE "N".
      * Consentimientos: respuesta tecleada y fecha del cambio.
       01 WS-CONS-ENTRADA PIC X.
       01 WS-FECHA-CONSENTIMIENTO PIC 9(8).

       01 NUEVO-CLIENTE-ID PIC 9(6).
       01 NUEVO-CLIENTE-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-TOTAL PIC Z(8)9.99.

      *----------------------- TARIFA PACTADA -----------------------------
      * Lineas de precio pactado de un cliente de empresa, por
      * producto o por familia (TARIFCLI.cpy).
       01 WS-TARIFAS-STATUS PIC XX.
       01 OPCION-TARIFA PIC 9 VALUE 0.
       01 WS-FIN-TARIFA PIC X VALUE "N".
       01 WS-TARIFA-CLIENTE-ID PIC 9(6).
       01 WS-TARIFA-POR PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-PRECIO-EDIT PIC Z(4)9.99.
       01 TARIFA-DETALLE.
           05 TRD-PRODUCTO PIC X(8).
           05 TRD-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 TRD-VALOR PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 TRD-DESDE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 TRD-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRD-AVISO PIC X(8).
       01 TRD-VALOR-PRECIO.
           05 FILLER PIC X(7) VALUE "PRECIO ".
           05 TRV-PRECIO PIC Z(4)9.99.
       01 TRD-VALOR-PCT.
           05 FILLER PIC X(5) VALUE "DTO. ".
           05 TRV-PCT PIC Z9.
           05 FILLER PIC X(2) VALUE " %".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN I-O CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "Error al abrir CLIENTES-INDEXADO.dat. Estado: "
                   WS-CLIENTES-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

               DISPLAY "5. HISTORIAL DE COMPRAS DE UN CLIENTE."
               DISPLAY "6. MARCAR CLIENTE DE EMPRESA (FACTURA "
                   "MENSUAL)."
               DISPLAY "7. TARIFA DE PRECIOS PACTADA DE UN CLIENTE."
               DISPLAY "8. CONSENTIMIENTOS DE DATOS DE UN CLIENTE."
               DISPLAY "9. PROTECCION DE DATOS (ACCESO Y SUPRESION)."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       PERFORM HISTORIAL-COMPRAS-CLIENTE
                   WHEN 6
                       PERFORM MARCAR-CLIENTE-EMPRESA
                   WHEN 7
                       PERFORM TARIFA-CLIENTE
                   WHEN 8
                       PERFORM CONSENTIMIENTOS-CLIENTE
                   WHEN 9
      *> PROTECCION-DATOS abre el maestro por su cuenta.
                       CLOSE CLIENTES
                       CALL "PROTECCION-DATOS"
                       OPEN I-O CLIENTES
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
           MOVE 0 TO CLIENTE-SALDO-CUENTA
           MOVE 0 TO CLIENTE-LIMITE-CREDITO
           MOVE "N" TO CLIENTE-ES-EMPRESA
           MOVE "N" TO CLIENTE-ANONIMIZADO
           MOVE ZEROES TO CLIENTE-FECHA-ANONIMIZADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CONSENTIMIENTO
           PERFORM PEDIR-CONSENTIMIENTOS

           DISPLAY "----- CONFIRME LOS DATOS -----"
           DISPLAY "ID..........: " CLIENTE-ID
           DISPLAY "Nombre......: " CLIENTE-NOMBRE
           DISPLAY "DNI/NIE.....: " CLIENTE-DNI
           DISPLAY "Telefono....: " CLIENTE-TELEFONO
           DISPLAY "Cons. serv..: " CLIENTE-CONS-SERVICIO
           DISPLAY "Cons. comerc: " CLIENTE-CONS-MARKETING
           IF NOT CLIENTE-ACEPTA-SERVICIO
               DISPLAY "SIN CONSENTIMIENTO DE SERVICIO NO SE DA DE "
                   "ALTA AL CLIENTE."
               MOVE "N" TO WS-CONFIRMA
           ELSE
               DISPLAY "Confirma el alta del cliente? (S/N): "
               ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               WRITE CLIENTE-REGISTRO
               IF WS-CLIENTES-STATUS = "00"
               ELSE
                   DISPLAY "Error al guardar. Estado: "
                       WS-CLIENTES-STATUS
                   MOVE "PEDIR-DATOS-CLIENTE" TO WS-INC-PARRAFO
                   MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                   MOVE CLIENTE-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           ELSE
               DISPLAY "Alta cancelada por el usuario."
                       DISPLAY "Saldo cuenta: " CLIENTE-SALDO-CUENTA
                       DISPLAY "Limite cred.: " CLIENTE-LIMITE-CREDITO
                       DISPLAY "Empresa.....: " CLIENTE-ES-EMPRESA
                       DISPLAY "Cons. serv..: " CLIENTE-CONS-SERVICIO
                           "  desde " CLIENTE-FECHA-SERVICIO
                       DISPLAY "Cons. comerc: " CLIENTE-CONS-MARKETING
                           "  desde " CLIENTE-FECHA-MARKETING
                       IF CLIENTE-ES-ANONIMO
                           DISPLAY "DATOS SUPRIMIDOS EL "
                               CLIENTE-FECHA-ANONIMIZADO
                       END-IF
               END-READ
               DISPLAY "Desea consultar otro cliente? (S/N): "
               ACCEPT SINO
           END-PERFORM.

      *----------------------- CONSENTIMIENTOS ----------------------------
      * Lo que el cliente acepto, y desde cuando: el tratamiento de
      * sus datos para el servicio (puntos, cuenta, encargos, reparto)
      * y los envios comerciales. Cada cambio guarda su fecha. Quien
      * retira el de servicio pide en realidad la supresion, que se
      * hace desde PROTECCION DE DATOS.
       PEDIR-CONSENTIMIENTOS.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Acepta el tratamiento de sus datos para el "
                   "servicio? (S/N): "
               ACCEPT WS-CONS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-CONS-ENTRADA)
                   TO WS-CONS-ENTRADA
               IF WS-CONS-ENTRADA = "S" OR WS-CONS-ENTRADA = "N"
                   IF WS-CONS-ENTRADA NOT = CLIENTE-CONS-SERVICIO OR
                      CLIENTE-FECHA-SERVICIO = 0
                       MOVE WS-CONS-ENTRADA TO CLIENTE-CONS-SERVICIO
                       MOVE WS-FECHA-CONSENTIMIENTO
                           TO CLIENTE-FECHA-SERVICIO
                   END-IF
                   MOVE 'S' TO WS-CAMPO-OK
               ELSE
                   DISPLAY "RESPONDA S O N."
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Acepta recibir ofertas y comunicaciones "
                   "comerciales? (S/N): "
               ACCEPT WS-CONS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-CONS-ENTRADA)
                   TO WS-CONS-ENTRADA
               IF WS-CONS-ENTRADA = "S" OR WS-CONS-ENTRADA = "N"
                   IF WS-CONS-ENTRADA NOT = CLIENTE-CONS-MARKETING OR
                      CLIENTE-FECHA-MARKETING = 0
                       MOVE WS-CONS-ENTRADA TO CLIENTE-CONS-MARKETING
                       MOVE WS-FECHA-CONSENTIMIENTO
                           TO CLIENTE-FECHA-MARKETING
                   END-IF
                   MOVE 'S' TO WS-CAMPO-OK
               ELSE
                   DISPLAY "RESPONDA S O N."
               END-IF
           END-PERFORM.

       CONSENTIMIENTOS-CLIENTE.
           DISPLAY "Ingrese el ID del cliente: "
           ACCEPT CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
               NOT INVALID KEY
                   IF CLIENTE-ES-ANONIMO
                       DISPLAY "CLIENTE CON DATOS SUPRIMIDOS EL "
                           CLIENTE-FECHA-ANONIMIZADO "."
                   ELSE
                       DISPLAY "Cliente: " CLIENTE-NOMBRE
                       DISPLAY "Servicio....: " CLIENTE-CONS-SERVICIO
                           "  desde " CLIENTE-FECHA-SERVICIO
                       DISPLAY "Comerciales.: " CLIENTE-CONS-MARKETING
                           "  desde " CLIENTE-FECHA-MARKETING
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-FECHA-CONSENTIMIENTO
                       PERFORM PEDIR-CONSENTIMIENTOS
                       REWRITE CLIENTE-REGISTRO
                       IF WS-CLIENTES-STATUS = "00"
                           DISPLAY "Consentimientos actualizados."
                       ELSE
                           DISPLAY "Error al guardar. Estado: "
                               WS-CLIENTES-STATUS
                           MOVE "CONSENTIMIENTOS-CLIENTE"
                               TO WS-INC-PARRAFO
                           MOVE "CLIENTES-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                           MOVE CLIENTE-ID TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                       IF NOT CLIENTE-ACEPTA-SERVICIO
                           DISPLAY "SIN CONSENTIMIENTO DE SERVICIO: "
                               "tramite la supresion (opcion 9)."
                       END-IF
                   END-IF
           END-READ.

      *----------------------- CLIENTE DE EMPRESA -------------------------
      * Un cliente de empresa (bar, restaurante) recibe una factura
      * mensual consolidada de todos sus tickets (FACTURA-MENSUAL) en
                   END-IF
           END-READ.

      *----------------------- TARIFA PACTADA -----------------------------
      * Precios negociados con bares y restaurantes: la caja los
      * aplica sola al identificar al cliente, en vez de que el
      * cajero los recuerde como descuento manual. Cada linea es de un
      * producto o de una familia entera, a precio fijo o con un % de
      * descuento sobre la tarifa, y vale entre dos fechas.
       TARIFA-CLIENTE.
           DISPLAY "Ingrese el ID del cliente: "
           ACCEPT WS-TARIFA-CLIENTE-ID
           MOVE WS-TARIFA-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Cliente: " CLIENTE-NOMBRE
                   IF CLIENTE-EMPRESA
                       PERFORM MENU-TARIFA-CLIENTE
                   ELSE
                       DISPLAY "LA TARIFA PACTADA ES PARA CLIENTES "
                           "DE EMPRESA (opcion 6)."
                   END-IF
           END-READ.

       MENU-TARIFA-CLIENTE.
           OPEN I-O TARIFAS-CLIENTE
           IF WS-TARIFAS-STATUS = "35"
               OPEN OUTPUT TARIFAS-CLIENTE
               CLOSE TARIFAS-CLIENTE
               OPEN I-O TARIFAS-CLIENTE
           END-IF
           IF WS-TARIFAS-STATUS NOT = "00"
               DISPLAY "Error al abrir las tarifas. Estado: "
                   WS-TARIFAS-STATUS
               MOVE "MENU-TARIFA-CLIENTE" TO WS-INC-PARRAFO
               MOVE "TARIFAS-CLIENTE-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TARIFAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN INPUT PRODUCTO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
               MOVE "N" TO WS-FIN-TARIFA
               PERFORM UNTIL WS-FIN-TARIFA = "S"
                   DISPLAY "1. CARGAR O MODIFICAR LINEA DE TARIFA."
                   DISPLAY "2. LISTAR TARIFA DEL CLIENTE."
                   DISPLAY "3. QUITAR LINEA DE TARIFA."
                   DISPLAY "0. VOLVER."
                   ACCEPT OPCION-TARIFA
                   EVALUATE OPCION-TARIFA
                       WHEN 1
                           PERFORM CARGAR-LINEA-TARIFA
                       WHEN 2
                           PERFORM LISTAR-TARIFA-CLIENTE
                       WHEN 3
                           PERFORM QUITAR-LINEA-TARIFA
                       WHEN 0
                           MOVE "S" TO WS-FIN-TARIFA
                       WHEN OTHER
                           DISPLAY "OPCION NO VALIDA."
                   END-EVALUATE
               END-PERFORM
               CLOSE TARIFAS-CLIENTE
               IF WS-PRODUCTO-STATUS = "00"
                   CLOSE PRODUCTO
               END-IF
           END-IF.

      *> Deja en TAR-CLAVE el producto o la familia de la linea.
       PEDIR-CLAVE-TARIFA.
           MOVE "N" TO WS-CAMPO-OK
           MOVE WS-TARIFA-CLIENTE-ID TO TAR-CLIENTE-ID
           MOVE 0 TO TAR-PRODUCTO-ID
           MOVE 0 TO TAR-FAMILIA
           DISPLAY "Linea por P=Producto o F=Familia: "
           ACCEPT WS-TARIFA-POR
           EVALUATE TRUE
               WHEN WS-TARIFA-POR = "P" OR WS-TARIFA-POR = "p"
                   DISPLAY "ID del producto: "
                   ACCEPT TAR-PRODUCTO-ID
                   MOVE TAR-PRODUCTO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "PRODUCTO NO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE PRODUCTO-PRECIO TO WS-PRECIO-EDIT
                           DISPLAY "Producto: " PRODUCTO-DESCRIP
                               "  Precio tarifa: " WS-PRECIO-EDIT
                           MOVE "S" TO WS-CAMPO-OK
                   END-READ
               WHEN WS-TARIFA-POR = "F" OR WS-TARIFA-POR = "f"
                   DISPLAY "Codigo de familia (001-999): "
                   ACCEPT TAR-FAMILIA
                   IF TAR-FAMILIA NOT NUMERIC OR TAR-FAMILIA = 0
                       DISPLAY "FAMILIA INVALIDA."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "INDIQUE P O F."
           END-EVALUATE.

       CARGAR-LINEA-TARIFA.
           PERFORM PEDIR-CLAVE-TARIFA
           IF WS-CAMPO-OK = "S"
               READ TARIFAS-CLIENTE
                   INVALID KEY
                       MOVE "N" TO WS-CONFIRMA
                   NOT INVALID KEY
                       DISPLAY "La linea ya existe: se modifica."
                       MOVE "S" TO WS-CONFIRMA
               END-READ
               PERFORM PEDIR-DATOS-TARIFA
           END-IF
           IF WS-CAMPO-OK = "S"
               IF WS-CONFIRMA = "S"
                   REWRITE TARIFA-CLIENTE-REGISTRO
               ELSE
                   WRITE TARIFA-CLIENTE-REGISTRO
               END-IF
               IF WS-TARIFAS-STATUS = "00"
                   DISPLAY "Linea de tarifa grabada."
               ELSE
                   DISPLAY "Error al grabar la tarifa. Estado: "
                       WS-TARIFAS-STATUS
                   MOVE "CARGAR-LINEA-TARIFA" TO WS-INC-PARRAFO
                   MOVE "TARIFAS-CLIENTE-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-TARIFAS-STATUS TO WS-INC-ESTADO
                   MOVE TAR-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       PEDIR-DATOS-TARIFA.
           MOVE "N" TO WS-CAMPO-OK
           MOVE 0 TO TAR-PRECIO
           MOVE 0 TO TAR-DESCUENTO-PCT
           DISPLAY "Tipo (P=Precio fijo / D=% de descuento): "
           ACCEPT TAR-TIPO
           EVALUATE TRUE
               WHEN TAR-TIPO = "P" OR TAR-TIPO = "p"
                   MOVE "P" TO TAR-TIPO
                   DISPLAY "Precio pactado (p.ej. 0000150 = 1,50): "
                   ACCEPT TAR-PRECIO
                   IF TAR-PRECIO NOT NUMERIC OR TAR-PRECIO = 0
                       DISPLAY "PRECIO INVALIDO."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
      *> Misma guardia que las ofertas: el precio pactado por debajo
      *> del costo tiene que confirmarse.
                   IF WS-CAMPO-OK = "S" AND TAR-PRODUCTO-ID > 0 AND
                      PRODUCTO-COSTO > 0 AND TAR-PRECIO < PRODUCTO-COSTO
                       MOVE PRODUCTO-COSTO TO WS-PRECIO-EDIT
                       DISPLAY "ATENCION: PRECIO POR DEBAJO DEL COSTO ("
                           WS-PRECIO-EDIT "). Confirma? (S/N): "
                       ACCEPT WS-TARIFA-POR
                       IF WS-TARIFA-POR NOT = "S" AND
                          WS-TARIFA-POR NOT = "s"
                           MOVE "N" TO WS-CAMPO-OK
                       END-IF
                   END-IF
               WHEN TAR-TIPO = "D" OR TAR-TIPO = "d"
                   MOVE "D" TO TAR-TIPO
                   DISPLAY "Descuento en % (01-99): "
                   ACCEPT TAR-DESCUENTO-PCT
                   IF TAR-DESCUENTO-PCT NOT NUMERIC OR
                      TAR-DESCUENTO-PCT = 0
                       DISPLAY "PORCENTAJE INVALIDO."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO."
           END-EVALUATE
           IF WS-CAMPO-OK = "S"
               DISPLAY "Valida desde (AAAAMMDD, 0 = hoy): "
               ACCEPT TAR-DESDE
               IF TAR-DESDE NOT NUMERIC OR TAR-DESDE = 0
                   MOVE WS-HOY TO TAR-DESDE
               END-IF
               DISPLAY "Valida hasta (AAAAMMDD, 0 = sin fin): "
               ACCEPT TAR-HASTA
               IF TAR-HASTA NOT NUMERIC OR TAR-HASTA = 0
                   MOVE 99991231 TO TAR-HASTA
               END-IF
               IF TAR-DESDE > TAR-HASTA
                   DISPLAY "PERIODO INVALIDO: no se graba."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "N"
               DISPLAY "Linea de tarifa no grabada."
           END-IF.

       LISTAR-TARIFA-CLIENTE.
           DISPLAY "PRODUCTO DESCRIPCION                    VALOR      "
               "      VIGENCIA"
           MOVE "N" TO WS-EOF
           MOVE WS-TARIFA-CLIENTE-ID TO TAR-CLIENTE-ID
           MOVE 0 TO TAR-PRODUCTO-ID
           MOVE 0 TO TAR-FAMILIA
           START TARIFAS-CLIENTE KEY IS NOT LESS THAN TAR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ TARIFAS-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF TAR-CLIENTE-ID NOT = WS-TARIFA-CLIENTE-ID
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM MOSTRAR-LINEA-TARIFA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-LINEA-TARIFA.
           IF TAR-PRODUCTO-ID > 0
               MOVE TAR-PRODUCTO-ID TO TRD-PRODUCTO
               MOVE TAR-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(PRODUCTO DESCONOCIDO)" TO PRODUCTO-DESCRIP
               END-READ
               MOVE PRODUCTO-DESCRIP TO TRD-DESCRIP
           ELSE
               MOVE "FAMILIA" TO TRD-PRODUCTO
               MOVE SPACES TO TRD-DESCRIP
               MOVE TAR-FAMILIA TO TRD-DESCRIP(1:3)
           END-IF
           IF TAR-PRECIO-FIJO
               MOVE TAR-PRECIO TO TRV-PRECIO
               MOVE TRD-VALOR-PRECIO TO TRD-VALOR
           ELSE
               MOVE TAR-DESCUENTO-PCT TO TRV-PCT
               MOVE TRD-VALOR-PCT TO TRD-VALOR
           END-IF
           MOVE TAR-DESDE TO TRD-DESDE
           MOVE TAR-HASTA TO TRD-HASTA
           IF TAR-HASTA < WS-HOY
               MOVE "VENCIDA" TO TRD-AVISO
           ELSE
               MOVE SPACES TO TRD-AVISO
           END-IF
           DISPLAY TARIFA-DETALLE.

       QUITAR-LINEA-TARIFA.
           PERFORM PEDIR-CLAVE-TARIFA
           IF WS-CAMPO-OK = "S"
               READ TARIFAS-CLIENTE
                   INVALID KEY
                       DISPLAY "EL CLIENTE NO TIENE ESA LINEA DE "
                           "TARIFA."
                   NOT INVALID KEY
                       DELETE TARIFAS-CLIENTE
                       DISPLAY "Linea de tarifa quitada."
               END-READ
           END-IF.

      *----------------------- PUNTOS DEL CLIENTE -------------------------
      * Recorre el diario de puntos y lista los movimientos del
      * cliente pedido: cada acumulacion y cada canje con su ticket y
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "REPORTE-TOP-CLIENTES" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
           WRITE HISTORIAL-LINEA
           DISPLAY HIST-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-CLIENTES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-CLIENTES.
