               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

      *> Tarifas pactadas: dicen en que divisa compra cada producto a
      *> cada proveedor.
           SELECT TARIFAS
               ASSIGN TO "TARIFAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE
               FILE STATUS IS WS-TARIFAS-STATUS.

           SELECT PEDIDOS
               ASSIGN TO DYNAMIC WS-ARCH-PEDIDOS
               ORGANIZATION IS INDEXED
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-CODCAJA-STATUS.

      *> Albaran electronico del proveedor (IMPORTAR-ALBARAN-PROV):
      *> prellena la recepcion del pedido y guarda lo contado.
           SELECT ALBARANES-PROV
               ASSIGN TO DYNAMIC WS-ARCH-ALBPROV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-ALBPROV-STATUS.

      *> Registro de control de recepcion del plan APPCC.
           SELECT APPCC-RECEPCION
               ASSIGN TO DYNAMIC WS-ARCH-APPCC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPCC-STATUS.

      *> Interruptor del modo practica (lo maneja MODO-PRACTICA).
           SELECT PRACTICA-FLAG
               ASSIGN TO "MODO-PRACTICA.flag"
       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD TARIFAS.
           COPY TARIFA.

       FD PEDIDOS.
           COPY PEDIDO.

       FD CODIGOS-CAJA.
           COPY CAJACOD.

       FD ALBARANES-PROV.
           COPY ALBPROV.

       FD APPCC-RECEPCION.
           COPY APPCC.

       FD PRACTICA-FLAG.
           COPY PRACTICA.

       01 WS-COSTO-ANTERIOR PIC 9(5)V99.
       01 WS-COSTO-NUEVO PIC 9(5)V99.
       01 WS-COSTO-EDIT PIC Z(4)9.99.
      * Compra en divisa: el costo se teclea en la moneda de la tarifa
      * del proveedor y se convierte a euros con el cambio del dia
      * (TIPO-CAMBIO); sin cambio cargado se pide a mano.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-MONEDA-COMPRA PIC X(3) VALUE "EUR".
       01 WS-COSTO-DIVISA PIC 9(5)V99.
       01 WS-TASA-CAMBIO PIC 9(4)V9(6).
       01 WS-CAMBIO-ENCONTRADO PIC X VALUE "N".
       01 WS-FECHA-CAMBIO PIC 9(8).
       01 WS-TASA-EDIT PIC Z(3)9.9(6).
      * Disponibilidad del subsistema de pedidos capturada UNA vez en
      * el OPEN (como WS-HAY-CLIENTES en ALTA-VENTAS): el file status
      * vivo lo pisa cada READ posterior y no sirve de bandera.
       01 WS-UNIDADES-POR-CAJA PIC 9(4).
       01 WS-CONFIRMA-CAJA PIC X VALUE "N".
       01 WS-DIGITO-VERIF PIC 9 VALUE 0.
      * Recepcion prellenada desde el albaran electronico: cada fila
      * pendiente del pedido trae producto, unidades, lote y
      * caducidad; el receptor confirma o corrige lo contado. Con
      * fila de albaran el lote no se pregunta y la linea del pedido
      * a la que se imputa es la de la fila.
       01 WS-ALBPROV-STATUS PIC XX.
       01 WS-HAY-ALBARANES PIC X VALUE "N".
       01 WS-EOF-ALBARAN PIC X VALUE "N".
       01 WS-FILAS-ALBARAN PIC 9(3) VALUE ZEROES.
       01 WS-USAR-ALBARAN PIC X VALUE "N".
       01 WS-CONFORME-ALBARAN PIC X VALUE "S".
       01 WS-LOTE-DEL-ALBARAN PIC X VALUE "N".
       01 WS-LINEA-ALBARAN PIC 9(3) VALUE ZEROES.
       01 WS-DIFERENCIA-ALBARAN PIC S9(7).
      * Control APPCC de la linea: temperatura medida (solo producto
      * refrigerado o congelado) y estado del envase. Fuera de rango
      * la linea se rechaza o entra en cuarentena; con el envase
      * danado puede ademas aceptarse igual. Rangos de recepcion en
      * grados C.
       01 WS-APPCC-STATUS PIC XX.
       01 WS-APPCC-RESULTADO PIC X VALUE "A".
       01 WS-APPCC-REGISTRAR PIC X VALUE "N".
       01 WS-TEMP-ENTRADA PIC X(8).
       01 WS-TEMPERATURA PIC S9(3)V9 VALUE ZEROES.
       01 WS-TEMP-EDIT PIC -(3)9.9.
       01 WS-TEMP-EN-RANGO PIC X VALUE "S".
       01 WS-ENVASE-ESTADO PIC X VALUE "B".
       01 WS-TEMP-MIN-REFRIGERADO PIC S9(3)V9 VALUE -1.0.
       01 WS-TEMP-MAX-REFRIGERADO PIC S9(3)V9 VALUE 5.0.
       01 WS-TEMP-MAX-CONGELADO PIC S9(3)V9 VALUE -15.0.
      * Estado con que entra el lote: espacio = disponible, Q =
      * cuarentena. Un codigo de lote ya existente en el otro estado
      * no se mezcla: se pide otro.
       01 WS-ESTADO-LOTE-ENTRADA PIC X VALUE SPACE.
       01 WS-LOTE-GRABADO PIC X VALUE "N".

      *----------------------- JUEGO DE ARCHIVOS --------------------------
      * Nombres vivos por omision; con el modo practica activo
      * (MODO-PRACTICA.flag en S) se cambian al juego PRACTICA-* y
      * nada de lo tecleado llega a los archivos reales. El maestro
      * de proveedores y las tarifas solo se leen, siguen siendo los
      * vivos; los encargos tambien son los vivos, por eso el aviso
      * de llegada (que los reescribe) se omite entero en practica.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-EOF-ENCARGOS PIC X VALUE "N".
       01 WS-FLAG-STATUS PIC XX.
       01 WS-ARCH-BITACORA PIC X(40) VALUE "BITACORA-DIA.dat".
       01 WS-ARCH-CODCAJA PIC X(40)
           VALUE "CODIGOS-CAJA-INDEXADO.dat".
       01 WS-ARCH-ALBPROV PIC X(40)
           VALUE "ALBARANES-PROV-INDEXADO.dat".
       01 WS-ARCH-APPCC PIC X(40) VALUE "APPCC-RECEPCION.dat".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RECEPCION DE MERCADERIA --------------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PRODUCTO TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF

      *> Sin tarifas cargadas todo se compra en euros.
           OPEN INPUT TARIFAS
           IF WS-TARIFAS-STATUS = "00"
               MOVE "S" TO WS-HAY-TARIFAS
           END-IF

           OPEN EXTEND RECEPCIONES
           IF WS-RECEPCION-STATUS = "05" OR WS-RECEPCION-STATUS = "35"
               OPEN OUTPUT RECEPCIONES
               OPEN OUTPUT BITACORA
           END-IF

           OPEN EXTEND APPCC-RECEPCION
           IF WS-APPCC-STATUS = "05" OR WS-APPCC-STATUS = "35"
               OPEN OUTPUT APPCC-RECEPCION
           END-IF

           OPEN I-O CODIGOS-CAJA
           IF WS-CODCAJA-STATUS = "35"
               OPEN OUTPUT CODIGOS-CAJA
               MOVE "S" TO WS-HAY-PEDIDOS
           END-IF

      *> Sin albaranes electronicos importados se recibe a mano.
           OPEN I-O ALBARANES-PROV
           IF WS-ALBPROV-STATUS = "00"
               MOVE "S" TO WS-HAY-ALBARANES
           END-IF

           PERFORM UNTIL SINO NOT = "S"
               IF WS-MODO-PRACTICA = "S"
                   DISPLAY "*** MODO PRACTICA: ESTA RECEPCION NO ES "
               END-IF
               PERFORM PEDIR-CABECERA-ENTREGA
               IF WS-CAMPO-OK = "S"
                   MOVE "N" TO WS-USAR-ALBARAN
                   IF WS-HAY-PEDIDO = "S" AND WS-HAY-ALBARANES = "S"
                       PERFORM OFRECER-ALBARAN-PROV
                   END-IF
                   IF WS-USAR-ALBARAN = "S"
                       PERFORM RECIBIR-ALBARAN-PROV
                   ELSE
                       PERFORM RECIBIR-LINEA
                   END-IF
               END-IF
               DISPLAY "Desea registrar otra recepcion? (S/N): "
               ACCEPT SINO

           CLOSE PRODUCTO
           CLOSE PROVEEDOR
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS
           END-IF
           CLOSE RECEPCIONES
           CLOSE PRODUCTO-AUDITORIA
           CLOSE KARDEX
           CLOSE COSTO-HISTORICO
           CLOSE BITACORA
           CLOSE APPCC-RECEPCION
           CLOSE CODIGOS-CAJA
           IF WS-HAY-PEDIDOS = "S"
               CLOSE PEDIDOS
               CLOSE PEDIDOS-LINEAS
           END-IF
           IF WS-HAY-ALBARANES = "S"
               CLOSE ALBARANES-PROV
           END-IF
           STOP RUN.

      *----------------------- MODO PRACTICA ------------------------------
               MOVE "PRACTICA-BITACORA-DIA.dat" TO WS-ARCH-BITACORA
               MOVE "PRACTICA-CODIGOS-CAJA-INDEXADO.dat"
                   TO WS-ARCH-CODCAJA
               MOVE "PRACTICA-ALBARANES-PROV-INDEXADO.dat"
                   TO WS-ARCH-ALBPROV
               MOVE "PRACTICA-APPCC-RECEPCION.dat" TO WS-ARCH-APPCC
               DISPLAY "****************************************"
               DISPLAY "***          MODO PRACTICA           ***"
               DISPLAY "*** NADA TOCA LOS ARCHIVOS REALES    ***"
               MOVE 0 TO WS-CADUCIDAD-RECIBIDA
           END-IF

           MOVE "N" TO WS-LOTE-DEL-ALBARAN
           MOVE ZEROES TO WS-LINEA-ALBARAN
           PERFORM REGISTRAR-ENTRADA.

      *----------------------- ENTRADA AL STOCK ---------------------------
      * Con producto, unidades y caducidad ya fijados (tecleados,
      * escaneados o del albaran electronico) pasa el control APPCC
      * de la linea: rechazada no entra, en cuarentena queda en su
      * lote fuera del stock vendible, aceptada entra al stock.
       REGISTRAR-ENTRADA.
           PERFORM CONTROL-APPCC-LINEA
           EVALUATE WS-APPCC-RESULTADO
               WHEN "R"
                   PERFORM RECHAZAR-LINEA-RECIBIDA
               WHEN "Q"
                   PERFORM ENTRAR-EN-CUARENTENA
               WHEN OTHER
                   PERFORM ENTRAR-AL-STOCK
           END-EVALUATE.

      *> Costo, stock, rastro, pedido, lote, faltantes y encargos.
       ENTRAR-AL-STOCK.
           PERFORM PEDIR-COSTO-COMPRA

           IF WS-COSTO-RECIBIDO > 0
               IF PRODUCTO-EN-CONSIGNA
                   PERFORM FIJAR-COSTO-PACTADO
               ELSE
                   PERFORM RECALCULAR-COSTO-MEDIO
               END-IF
           END-IF

           ADD WS-UNIDADES-RECIBIDAS TO PRODUCTO-STOCK
           IF WS-PRODUCTO-STATUS = "00"
               DISPLAY "Stock actualizado. Nuevo stock: "
                   PRODUCTO-STOCK
               MOVE SPACE TO WS-ESTADO-LOTE-ENTRADA
               PERFORM GRABAR-RECEPCION
               PERFORM GRABAR-AUDITORIA-RECEPCION
               PERFORM GRABAR-KARDEX-RECEPCION
                   PERFORM APLICAR-RECEPCION-PEDIDO
               END-IF
               PERFORM GRABAR-LOTE-RECIBIDO
               IF WS-APPCC-REGISTRAR = "S"
                   PERFORM GRABAR-APPCC-RECEPCION
               END-IF
               PERFORM CUBRIR-FALTANTES-PRODUCTO
      *> Los encargos son los vivos y se REESCRIBEN al avisar: una
      *> recepcion de practica no debe marcar "llegado" encargos
           ELSE
               DISPLAY "Error al actualizar el stock. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "ENTRAR-AL-STOCK" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PRODUCTO TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> La cuarentena es genero recibido (cuenta para el pedido y la
      *> factura) pero no suma al stock del maestro: la venta no lo
      *> ve y el FEFO salta su lote hasta que GESTION-CUARENTENA lo
      *> libere. El costo queda en la recepcion; el medio ponderado
      *> no se toca mientras no entre al stock.
       ENTRAR-EN-CUARENTENA.
           PERFORM PEDIR-COSTO-COMPRA
           MOVE "Q" TO WS-ESTADO-LOTE-ENTRADA
           PERFORM GRABAR-RECEPCION
           IF WS-HAY-PEDIDO = "S"
               PERFORM APLICAR-RECEPCION-PEDIDO
           END-IF
           PERFORM GRABAR-LOTE-RECIBIDO
           PERFORM GRABAR-APPCC-RECEPCION
           DISPLAY "LINEA EN CUARENTENA: lote " WS-LOTE-RECIBIDO
               " fuera de la venta hasta que un supervisor lo libere "
               "o lo deseche."
           MOVE SPACE TO WS-ESTADO-LOTE-ENTRADA.

      *> La linea rechazada vuelve con el transportista: no entra al
      *> stock ni al pedido, solo queda en el registro APPCC. Con
      *> albaran electronico cuenta como no recibida.
       RECHAZAR-LINEA-RECIBIDA.
           IF WS-LOTE-DEL-ALBARAN = "N"
               DISPLAY "Codigo de lote rechazado: "
               ACCEPT WS-LOTE-RECIBIDO
           END-IF
           PERFORM GRABAR-APPCC-RECEPCION
           DISPLAY "LINEA RECHAZADA: " WS-UNIDADES-RECIBIDAS
               " unidades devueltas al transportista."
           MOVE 0 TO WS-UNIDADES-RECIBIDAS.

      *> El costo del producto se mantiene en la recepcion: es el
      *> precio al que realmente lo compramos.
       PEDIR-COSTO-COMPRA.
           IF PRODUCTO-EN-CONSIGNA
               DISPLAY "PRODUCTO EN CONSIGNA: informe el costo pactado "
                   "de liquidacion."
           END-IF
           PERFORM BUSCAR-MONEDA-COMPRA
           IF WS-MONEDA-COMPRA = "EUR"
               DISPLAY "Costo unitario de compra (sin puntos, dos "
               DISPLAY "decimales, 0 = mantener el actual): "
               ACCEPT WS-COSTO-RECIBIDO
               IF WS-COSTO-RECIBIDO NOT NUMERIC
                   MOVE 0 TO WS-COSTO-RECIBIDO
               END-IF
               MOVE WS-COSTO-RECIBIDO TO WS-COSTO-DIVISA
           ELSE
               DISPLAY "Costo unitario de compra en " WS-MONEDA-COMPRA
                   " (sin puntos, dos "
               DISPLAY "decimales, 0 = mantener el actual): "
               ACCEPT WS-COSTO-DIVISA
               IF WS-COSTO-DIVISA NOT NUMERIC
                   MOVE 0 TO WS-COSTO-DIVISA
               END-IF
               MOVE 0 TO WS-COSTO-RECIBIDO
               IF WS-COSTO-DIVISA > 0
                   PERFORM CONVERTIR-COSTO-DIVISA
               END-IF
           END-IF.

      *----------------------- CONTROL APPCC ------------------------------
      * Plan APPCC en la recepcion: el producto refrigerado o
      * congelado exige la temperatura medida en la descarga; a todo
      * producto se le mira el envase. Solo las lineas de frio o con
      * el envase danado van al registro APPCC-RECEPCION.dat.
       CONTROL-APPCC-LINEA.
           MOVE "A" TO WS-APPCC-RESULTADO
           MOVE "N" TO WS-APPCC-REGISTRAR
           MOVE "S" TO WS-TEMP-EN-RANGO
           MOVE ZEROES TO WS-TEMPERATURA
           IF PRODUCTO-REFRIGERADO OR PRODUCTO-CONGELADO
               MOVE "S" TO WS-APPCC-REGISTRAR
               PERFORM PEDIR-TEMPERATURA
               PERFORM VERIFICAR-RANGO-TEMP
           END-IF

           MOVE SPACE TO WS-ENVASE-ESTADO
           PERFORM UNTIL WS-ENVASE-ESTADO = "B" OR
                   WS-ENVASE-ESTADO = "D"
               DISPLAY "Estado del envase (B = bueno, D = danado): "
               ACCEPT WS-ENVASE-ESTADO
               MOVE FUNCTION UPPER-CASE(WS-ENVASE-ESTADO)
                   TO WS-ENVASE-ESTADO
           END-PERFORM
           IF WS-ENVASE-ESTADO = "D"
               MOVE "S" TO WS-APPCC-REGISTRAR
           END-IF

      *> Fuera de rango no se acepta: rechazo o cuarentena. Con el
      *> envase danado (y temperatura correcta) cabe aceptar igual.
           IF WS-TEMP-EN-RANGO = "N"
               MOVE SPACE TO WS-APPCC-RESULTADO
               PERFORM UNTIL WS-APPCC-RESULTADO = "R" OR
                       WS-APPCC-RESULTADO = "Q"
                   DISPLAY "R = rechazar la linea, Q = recibirla en "
                       "cuarentena: "
                   ACCEPT WS-APPCC-RESULTADO
                   MOVE FUNCTION UPPER-CASE(WS-APPCC-RESULTADO)
                       TO WS-APPCC-RESULTADO
               END-PERFORM
           ELSE
               IF WS-ENVASE-ESTADO = "D"
                   MOVE SPACE TO WS-APPCC-RESULTADO
                   PERFORM UNTIL WS-APPCC-RESULTADO = "A" OR
                           WS-APPCC-RESULTADO = "R" OR
                           WS-APPCC-RESULTADO = "Q"
                       DISPLAY "ENVASE DANADO. A = aceptar, R = "
                           "rechazar, Q = cuarentena: "
                       ACCEPT WS-APPCC-RESULTADO
                       MOVE FUNCTION UPPER-CASE(WS-APPCC-RESULTADO)
                           TO WS-APPCC-RESULTADO
                   END-PERFORM
               END-IF
           END-IF.

       PEDIR-TEMPERATURA.
           MOVE SPACES TO WS-TEMP-ENTRADA
           PERFORM UNTIL WS-TEMP-ENTRADA NOT = SPACES
               DISPLAY "Temperatura medida en grados C (con signo y "
                   "punto decimal, ej. -18.5): "
               ACCEPT WS-TEMP-ENTRADA
               IF WS-TEMP-ENTRADA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-TEMP-ENTRADA) NOT = 0
                       DISPLAY "TEMPERATURA INVALIDA."
                       MOVE SPACES TO WS-TEMP-ENTRADA
                   ELSE
                       COMPUTE WS-TEMPERATURA =
                           FUNCTION NUMVAL(WS-TEMP-ENTRADA)
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-RANGO-TEMP.
           IF PRODUCTO-REFRIGERADO
               IF WS-TEMPERATURA < WS-TEMP-MIN-REFRIGERADO OR
                  WS-TEMPERATURA > WS-TEMP-MAX-REFRIGERADO
                   MOVE "N" TO WS-TEMP-EN-RANGO
               END-IF
           ELSE
               IF WS-TEMPERATURA > WS-TEMP-MAX-CONGELADO
                   MOVE "N" TO WS-TEMP-EN-RANGO
               END-IF
           END-IF
           IF WS-TEMP-EN-RANGO = "N"
               MOVE WS-TEMPERATURA TO WS-TEMP-EDIT
               DISPLAY "TEMPERATURA FUERA DE RANGO: " WS-TEMP-EDIT
                   " C para producto " PRODUCTO-CLASE-TEMP "."
           END-IF.

       GRABAR-APPCC-RECEPCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APR-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO APR-HORA
           MOVE WS-PROVEEDOR-ENTREGA TO APR-PROVEEDOR-ID
           MOVE WS-PEDIDO-ENTREGA TO APR-PEDIDO-NUMERO
           MOVE WS-PRODUCTO-RECIBIDO TO APR-PRODUCTO-ID
           MOVE PRODUCTO-CLASE-TEMP TO APR-CLASE-TEMP
           MOVE WS-TEMPERATURA TO APR-TEMPERATURA
           MOVE WS-ENVASE-ESTADO TO APR-ENVASE
           MOVE WS-UNIDADES-RECIBIDAS TO APR-UNIDADES
           MOVE WS-LOTE-RECIBIDO TO APR-LOTE
           MOVE WS-APPCC-RESULTADO TO APR-RESULTADO
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE WS-OPERADOR TO APR-OPERADOR
           WRITE APPCC-REGISTRO.

       GRABAR-RECEPCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RECEPCION-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO RECEPCION-HORA
           MOVE WS-PRODUCTO-RECIBIDO TO RECEPCION-PRODUCTO-ID
           MOVE WS-UNIDADES-RECIBIDAS TO RECEPCION-UNIDADES
           MOVE WS-CADUCIDAD-RECIBIDA TO RECEPCION-CADUCIDAD
           MOVE WS-COSTO-RECIBIDO TO RECEPCION-COSTO
           MOVE WS-MONEDA-COMPRA TO RECEPCION-MONEDA
           MOVE WS-COSTO-DIVISA TO RECEPCION-COSTO-DIVISA
           MOVE WS-ESTADO-LOTE-ENTRADA TO RECEPCION-CUARENTENA
           WRITE RECEPCION-REGISTRO
      *> Imagen en la bitacora del dia, para el replay de
      *> RESTAURAR-DATOS tras una caida a media jornada.
           MOVE RECEPCION-REGISTRO TO BIT-DATOS
           WRITE BITACORA-REGISTRO.

      *----------------------- COMPRA EN DIVISA ---------------------------
      * La divisa sale de la tarifa del proveedor para el producto;
      * sin tarifa, o con tarifa en euros, el costo va en euros.
       BUSCAR-MONEDA-COMPRA.
           MOVE "EUR" TO WS-MONEDA-COMPRA
           IF WS-HAY-TARIFAS = "S"
               MOVE WS-PROVEEDOR-ENTREGA TO TA-PROVEEDOR-ID
               MOVE WS-PRODUCTO-RECIBIDO TO TA-PRODUCTO-ID
               READ TARIFAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TA-MONEDA NOT = SPACES
                           MOVE TA-MONEDA TO WS-MONEDA-COMPRA
                       END-IF
               END-READ
           END-IF.

       CONVERTIR-COSTO-DIVISA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CAMBIO
           CALL "TIPO-CAMBIO" USING WS-MONEDA-COMPRA, WS-FECHA-CAMBIO,
               WS-TASA-CAMBIO, WS-CAMBIO-ENCONTRADO
           PERFORM UNTIL WS-TASA-CAMBIO > 0
               DISPLAY "SIN TIPO DE CAMBIO " WS-MONEDA-COMPRA
                   " CARGADO. Unidades de " WS-MONEDA-COMPRA
                   " por 1 EUR (seis decimales): "
               ACCEPT WS-TASA-CAMBIO
               IF WS-TASA-CAMBIO NOT NUMERIC
                   MOVE 0 TO WS-TASA-CAMBIO
               END-IF
           END-PERFORM
           COMPUTE WS-COSTO-RECIBIDO ROUNDED =
               WS-COSTO-DIVISA / WS-TASA-CAMBIO
           MOVE WS-TASA-CAMBIO TO WS-TASA-EDIT
           MOVE WS-COSTO-RECIBIDO TO WS-COSTO-EDIT
           DISPLAY "Cambio " WS-TASA-EDIT " " WS-MONEDA-COMPRA
               "/EUR: costo en euros " WS-COSTO-EDIT.

       GRABAR-AUDITORIA-RECEPCION.
           MOVE WS-PRODUCTO-RECIBIDO TO AUDITORIA-PRODUCTO-ID
           MOVE "RECEPCION" TO AUDITORIA-ACCION
                       INVALID KEY
                           DISPLAY "Error al guardar el codigo de "
                               "caja. Estado: " WS-CODCAJA-STATUS
                           MOVE "OFRECER-ALTA-CODIGO-CAJA"
                               TO WS-INC-PARRAFO
                           MOVE WS-ARCH-CODCAJA TO WS-INC-ARCHIVO
                           MOVE WS-CODCAJA-STATUS TO WS-INC-ESTADO
                           MOVE CC-CODIGO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       NOT INVALID KEY
                           DISPLAY "Codigo de caja guardado: la "
                               "proxima entrega entra escaneando."
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           IF PL-PRODUCTO-ID = WS-PRODUCTO-RECIBIDO AND
                              WS-LINEA-ENCONTRADA = "N" AND
                              (WS-LINEA-ALBARAN = 0 OR
                               PL-LINEA = WS-LINEA-ALBARAN)
                               ADD WS-UNIDADES-RECIBIDAS TO PL-RECIBIDO
                               REWRITE PEDIDO-LINEA-REGISTRO
                               MOVE "S" TO WS-LINEA-ENCONTRADA
           ELSE
               MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           END-IF
      *> La entrada en consigna no es compra: queda fuera del valor.
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
                   WS-COSTO-EDIT
           END-IF.

      *> En consigna no hay stock propio que ponderar: el costo
      *> informado es el pactado con el proveedor para liquidar lo
      *> vendido y sustituye al anterior.
       FIJAR-COSTO-PACTADO.
           MOVE PRODUCTO-COSTO TO WS-COSTO-ANTERIOR
           MOVE WS-COSTO-RECIBIDO TO WS-COSTO-NUEVO
           MOVE WS-COSTO-NUEVO TO PRODUCTO-COSTO
           IF WS-COSTO-NUEVO NOT = WS-COSTO-ANTERIOR
               PERFORM GRABAR-COSTO-HISTORICO
               MOVE WS-COSTO-NUEVO TO WS-COSTO-EDIT
               DISPLAY "Costo pactado de consigna actualizado a EUR "
                   WS-COSTO-EDIT
           END-IF.

       GRABAR-COSTO-HISTORICO.
           MOVE WS-PRODUCTO-RECIBIDO TO CH-PRODUCTO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CH-FECHA
           IF WS-LOTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LOTES-INDEXADO.dat. Estado: "
                   WS-LOTES-STATUS
               MOVE "GRABAR-LOTE-RECIBIDO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-LOTES TO WS-INC-ARCHIVO
               MOVE WS-LOTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE "N" TO WS-LOTE-GRABADO
               PERFORM UNTIL WS-LOTE-GRABADO = "S"
                   IF WS-LOTE-DEL-ALBARAN = "N"
                       DISPLAY "Codigo de lote de la entrega: "
                       ACCEPT WS-LOTE-RECIBIDO
                   END-IF
                   PERFORM ANOTAR-UNIDADES-LOTE
               END-PERFORM
               CLOSE LOTES
           END-IF.

      *> Un lote en cuarentena y uno disponible no comparten codigo:
      *> si el codigo ya existe en el otro estado se pide otro (aun
      *> viniendo del albaran electronico). Un lote retirado por
      *> alerta sanitaria no admite entradas.
       ANOTAR-UNIDADES-LOTE.
           MOVE WS-PRODUCTO-RECIBIDO TO LOTE-PRODUCTO-ID
           MOVE WS-LOTE-RECIBIDO TO LOTE-CODIGO
           READ LOTES
               INVALID KEY
                   MOVE WS-UNIDADES-RECIBIDAS TO LOTE-UNIDADES
                   MOVE WS-CADUCIDAD-RECIBIDA TO LOTE-CADUCIDAD
                   MOVE WS-ESTADO-LOTE-ENTRADA TO LOTE-ESTADO
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LOTE-FECHA-ENTRADA
                   WRITE LOTE-REGISTRO INVALID KEY
                       DISPLAY "Error al grabar el lote. Estado: "
                           WS-LOTES-STATUS
                       MOVE "ANOTAR-UNIDADES-LOTE" TO WS-INC-PARRAFO
                       MOVE WS-ARCH-LOTES TO WS-INC-ARCHIVO
                       MOVE WS-LOTES-STATUS TO WS-INC-ESTADO
                       MOVE LOTE-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE
                   MOVE "S" TO WS-LOTE-GRABADO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOTE-RETIRADO
                           DISPLAY "EL LOTE " WS-LOTE-RECIBIDO
                               " ESTA RETIRADO POR ALERTA SANITARIA: "
                               "informe otro codigo o rechace la "
                               "entrega."
                           MOVE "N" TO WS-LOTE-DEL-ALBARAN
                       WHEN (LOTE-EN-CUARENTENA AND
                             WS-ESTADO-LOTE-ENTRADA NOT = "Q") OR
                            (NOT LOTE-EN-CUARENTENA AND
                             WS-ESTADO-LOTE-ENTRADA = "Q")
                           DISPLAY "EL LOTE " WS-LOTE-RECIBIDO
                               " YA EXISTE EN OTRO ESTADO (CUARENTENA "
                               "/ DISPONIBLE): informe otro codigo."
                           MOVE "N" TO WS-LOTE-DEL-ALBARAN
                       WHEN OTHER
                           ADD WS-UNIDADES-RECIBIDAS TO LOTE-UNIDADES
                           IF WS-CADUCIDAD-RECIBIDA > 0
                               MOVE WS-CADUCIDAD-RECIBIDA
                                   TO LOTE-CADUCIDAD
                           END-IF
                           REWRITE LOTE-REGISTRO
                           MOVE "S" TO WS-LOTE-GRABADO
                   END-EVALUATE
           END-READ.

      *----------------------- ALBARAN ELECTRONICO ------------------------
      * Si el proveedor mando el albaran del pedido por adelantado,
      * la recepcion recorre sus filas pendientes: el receptor solo
      * confirma lo contado o lo corrige. Lo contado queda en la fila
      * para el reporte de diferencias y el cotejo de la factura.
       OFRECER-ALBARAN-PROV.
           MOVE ZEROES TO WS-FILAS-ALBARAN
           PERFORM POSICIONAR-ALBARAN-PROV
           PERFORM UNTIL WS-EOF-ALBARAN = "S"
               READ ALBARANES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALBARAN
                   NOT AT END
                       IF AP-PEDIDO-NUMERO NOT = WS-PEDIDO-ENTREGA
                           MOVE "S" TO WS-EOF-ALBARAN
                       ELSE
                           IF AP-PENDIENTE
                               ADD 1 TO WS-FILAS-ALBARAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILAS-ALBARAN > 0
               DISPLAY "El pedido tiene albaran electronico con "
                   WS-FILAS-ALBARAN " fila(s) pendiente(s)."
               DISPLAY "Recibir segun el albaran? (S/N): "
               ACCEPT WS-USAR-ALBARAN
               IF WS-USAR-ALBARAN = "s"
                   MOVE "S" TO WS-USAR-ALBARAN
               END-IF
           END-IF.

       POSICIONAR-ALBARAN-PROV.
           MOVE "N" TO WS-EOF-ALBARAN
           MOVE WS-PEDIDO-ENTREGA TO AP-PEDIDO-NUMERO
           MOVE 0 TO AP-SECUENCIA
           START ALBARANES-PROV KEY IS GREATER THAN AP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ALBARAN
           END-START.

       RECIBIR-ALBARAN-PROV.
           PERFORM POSICIONAR-ALBARAN-PROV
           PERFORM UNTIL WS-EOF-ALBARAN = "S"
               READ ALBARANES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALBARAN
                   NOT AT END
                       IF AP-PEDIDO-NUMERO NOT = WS-PEDIDO-ENTREGA
                           MOVE "S" TO WS-EOF-ALBARAN
                       ELSE
                           IF AP-PENDIENTE
                               PERFORM RECIBIR-FILA-ALBARAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-LOTE-DEL-ALBARAN
           MOVE ZEROES TO WS-LINEA-ALBARAN
           DISPLAY "Albaran del pedido " WS-PEDIDO-ENTREGA
               " recibido. Lo que llego fuera del albaran se registra "
               "como otra recepcion.".

       RECIBIR-FILA-ALBARAN.
           MOVE AP-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "Fila " AP-SECUENCIA ": PRODUCTO "
                       AP-PRODUCTO-ID " NO ENCONTRADO, se deja "
                       "pendiente."
               NOT INVALID KEY
                   PERFORM CONTAR-FILA-ALBARAN
           END-READ.

       CONTAR-FILA-ALBARAN.
           DISPLAY "-------------------------------"
           DISPLAY "Linea " AP-PL-LINEA " " PRODUCTO-DESCRIP
           DISPLAY "Lote " AP-LOTE "  caducidad " AP-CADUCIDAD
           DISPLAY "Unidades segun albaran: " AP-UNIDADES
           DISPLAY "Conforme con lo contado? (S/N): "
           ACCEPT WS-CONFORME-ALBARAN
           IF WS-CONFORME-ALBARAN = "S" OR WS-CONFORME-ALBARAN = "s"
               MOVE AP-UNIDADES TO WS-UNIDADES-RECIBIDAS
           ELSE
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Unidades contadas (0 = no llego): "
                   ACCEPT WS-UNIDADES-RECIBIDAS
                   IF WS-UNIDADES-RECIBIDAS NOT NUMERIC
                       DISPLAY "CANTIDAD INVALIDA."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               COMPUTE WS-DIFERENCIA-ALBARAN =
                   WS-UNIDADES-RECIBIDAS - AP-UNIDADES
               IF WS-DIFERENCIA-ALBARAN NOT = 0
                   DISPLAY "DIFERENCIA CON EL ALBARAN: "
                       WS-DIFERENCIA-ALBARAN " unidades."
               END-IF
           END-IF

           MOVE AP-PRODUCTO-ID TO WS-PRODUCTO-RECIBIDO
           MOVE AP-CADUCIDAD TO WS-CADUCIDAD-RECIBIDA
           MOVE AP-LOTE TO WS-LOTE-RECIBIDO
           MOVE AP-PL-LINEA TO WS-LINEA-ALBARAN
           MOVE "S" TO WS-LOTE-DEL-ALBARAN
           IF WS-UNIDADES-RECIBIDAS > 0
               PERFORM REGISTRAR-ENTRADA
           END-IF

      *> REGISTRAR-ENTRADA no usa el albaran: la fila leida sigue en
      *> el registro y se reescribe con lo contado.
           MOVE WS-UNIDADES-RECIBIDAS TO AP-CONTADAS
           MOVE "R" TO AP-ESTADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-FECHA-RECEPCION
           REWRITE ALBARAN-PROV-REGISTRO
           IF WS-ALBPROV-STATUS NOT = "00"
               DISPLAY "Error al anotar lo contado en el albaran. "
                   "Estado: " WS-ALBPROV-STATUS
               MOVE "CONTAR-FILA-ALBARAN" TO WS-INC-PARRAFO
               MOVE WS-ARCH-ALBPROV TO WS-INC-ARCHIVO
               MOVE WS-ALBPROV-STATUS TO WS-INC-ESTADO
               MOVE AP-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- FALTANTES A CUBRIR -------------------------
               DISPLAY "Faltante marcado como cubierto."
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-RECEPCION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ALTA-RECEPCION.
