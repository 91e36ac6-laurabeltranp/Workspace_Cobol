               RECORD KEY IS OFERTA-PRODUCTO-ID
               FILE STATUS IS WS-OFERTAS-STATUS.

      *> Tarifas pactadas con clientes de empresa (GESTION-CLIENTES).
           SELECT TARIFAS-CLIENTE
               ASSIGN TO "TARIFAS-CLIENTE-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-TARIFAS-STATUS.

           SELECT PUNTOS-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-ARCH-PUNTOS
               ORGANIZATION IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-KITS-STATUS.

      *> Alternativas de cada producto (GESTION-SUSTITUTOS) y lo que
      *> se ofrecio y acepto al faltar stock.
           SELECT SUSTITUTOS
               ASSIGN TO "SUSTITUTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUST-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SUSTITUTOS-STATUS.

           SELECT SUSTITUCIONES
               ASSIGN TO DYNAMIC WS-ARCH-SUSTITUCIONES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSTITUCIONES-STATUS.

      *> Tickets aparcados a medio cobrar (lo vacia el cierre).
           SELECT APARCADOS
               ASSIGN TO DYNAMIC WS-ARCH-APARCADOS
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-SESIONES-STATUS.

      *> Motivos de precio forzado (lo mantiene GESTION-MOTIVOS).
           SELECT MOTIVOS
               ASSIGN TO "MOTIVOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOTIVO-CODIGO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MOTIVOS-STATUS.

      *> Franjas horarias de los productos con restriccion de edad
      *> (lo mantiene GESTION-RESTRICCIONES).
           SELECT RESTRICCIONES
               ASSIGN TO "RESTRICCIONES-EDAD-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTRICCION-CLASE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RESTRICCIONES-STATUS.

      *> Alertas sanitarias abiertas (lotes retirados, lo mantiene
      *> GESTION-ALERTAS).
           SELECT ALERTAS
               ASSIGN TO "ALERTAS-SANITARIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERTA-NUMERO
               ALTERNATE RECORD KEY IS ALERTA-PRODUCTO-ID
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ALERTAS-STATUS.

      *> Ventas con restriccion de edad rechazadas en caja.
           SELECT RECHAZOS-EDAD
               ASSIGN TO DYNAMIC WS-ARCH-RECHAZOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

      *> Ventas perdidas: lo que se pidio y no se pudo vender.
           SELECT VENTAS-PERDIDAS
               ASSIGN TO DYNAMIC WS-ARCH-PERDIDAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDIDAS-STATUS.

      *> Maestro de operadores: descuento y tope de las compras de
      *> personal (lo mantiene GESTION-OPERADORES).
           SELECT OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

      *> Cupones de fabricante (lo mantiene GESTION-CUPONES) y los
      *> canjeados en caja, pendientes de reclamar al emisor.
           SELECT CUPONES
               ASSIGN TO "CUPONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUPON-CODIGO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUPONES-STATUS.

           SELECT CUPONES-CANJEADOS
               ASSIGN TO DYNAMIC WS-ARCH-CUPONES-CANJE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-CANJES-STATUS.

      *> Copia local de precios y cola de tickets del modo fuera de
      *> linea (VENTA-FUERA-LINEA), en el disco del puesto.
           SELECT PRECIOS-LOCAL
               ASSIGN TO DYNAMIC WS-ARCH-PRECIOS-LOCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLOC-PRODUCTO-ID
               ALTERNATE RECORD KEY IS PLOC-EAN WITH DUPLICATES
               FILE STATUS IS WS-PRECIOS-LOCAL-STATUS.

           SELECT COLA-FUERA-LINEA
               ASSIGN TO DYNAMIC WS-ARCH-COLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.

      *> Presupuestos a empresas (GESTION-PRESUPUESTOS): el aceptado
      *> se cobra aqui al precio presupuestado.
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
               FILE STATUS IS WS-PRES-LINEAS-STATUS.

      *> Pedidos de la tienda web (IMPORTAR-PEDIDOS-WEB): reservan
      *> stock hasta que se recogen y cobran aqui por su numero.
           SELECT PEDIDOS-WEB
               ASSIGN TO "PEDIDOS-WEB-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PEDWEB-STATUS.

           SELECT PEDIDOS-WEB-LINEAS
               ASSIGN TO "PEDIDOS-WEB-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWL-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PWLIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
       FD OFERTAS.
           COPY OFERTA.

       FD TARIFAS-CLIENTE.
           COPY TARIFCLI.

       FD PUNTOS-MOVIMIENTOS.
           COPY PUNTOSMV.

       FD KITS.
           COPY KITCOMP.

       FD SUSTITUTOS.
           COPY SUSTITUTO.

       FD SUSTITUCIONES.
           COPY SUSTOFR.

       FD APARCADOS.
           COPY APARCADO.

       FD SESIONES.
           COPY SESION.

       FD MOTIVOS.
           COPY MOTIVO.

       FD RESTRICCIONES.
           COPY RESTEDAD.

       FD ALERTAS.
           COPY ALERTA.

       FD RECHAZOS-EDAD.
           COPY RECHEDAD.

       FD VENTAS-PERDIDAS.
           COPY VPERDIDA.

       FD OPERADORES.
           COPY OPERADOR.

       FD CUPONES.
           COPY CUPON.

       FD CUPONES-CANJEADOS.
           COPY CUPONCAN.

       FD PRECIOS-LOCAL.
           COPY PRECLOC.

       FD COLA-FUERA-LINEA.
           COPY COLAFL.

       FD PRESUPUESTOS.
           COPY PRESUP.

       FD PRESUPUESTOS-LINEAS.
           COPY PRESLIN.

       FD PEDIDOS-WEB.
           COPY PEDWEB.

       FD PEDIDOS-WEB-LINEAS.
           COPY PEDWLIN.

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-CAMPO-OK PIC X VALUE 'N'.
       01 WS-TICKET-TOTAL PIC 9(7)V99.
       01 WS-TICKET-LINEAS PIC 9(3).
      * Parte del total que son depositos de envase: no genera puntos.
       01 WS-TICKET-DEPOSITOS PIC 9(7)V99.
      * Base imponible de las lineas (cada una con el tipo de IVA de
      * su producto) y su importe: con ellas se prorratea la cuota
      * del total cobrado, como en la factura simplificada.
       01 WS-TICKET-BASE-LINEAS PIC 9(7)V99.
       01 WS-TICKET-IMPORTE-LINEAS PIC 9(7)V99.
       01 WS-TASA-LINEA PIC 9(2).
       01 WS-BASE-LINEA PIC 9(7)V99.
      * Registro de facturacion (VERI*FACTU): el ticket es factura
      * simplificada (F2) de la serie T.
       01 WS-VF-OPERACION PIC X VALUE "A".
       01 WS-VF-SERIE PIC X VALUE "T".
       01 WS-VF-TIPO PIC XX VALUE "F2".
       01 WS-VF-BASE PIC 9(7)V99.
       01 WS-VF-GRAVADO PIC 9(7)V99.
       01 WS-VF-CUOTA PIC S9(7)V99.
       01 WS-VF-IMPORTE PIC S9(7)V99.
       01 WS-VF-QR PIC X(200).
       01 WS-ENVASE-ID PIC 9(6).
       01 WS-UNIDADES-ENVASE PIC 9(3)V999.
       01 WS-MEDIO-PAGO PIC X VALUE "E".
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-HAY-CLIENTES PIC X VALUE "N".
       01 WS-PRECIO-VENTA PIC 9(5)V99.
       01 WS-PRECIO-NORMAL-EDIT PIC Z(4)9.99.
       01 WS-PRECIO-OFERTA-EDIT PIC Z(4)9.99.
      *> Tarifa pactada del cliente del ticket: precio que le toca a
      *> la linea y origen del precio cobrado (VE-ORIGEN-PRECIO).
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA-HALLADA PIC X VALUE "N".
       01 WS-PRECIO-TARIFA-CLI PIC 9(5)V99.
       01 WS-ORIGEN-PRECIO PIC X VALUE SPACE.
       01 WS-CKP-STATUS PIC XX.
       01 WS-PUNTOS-STATUS PIC XX.
      * Puntos de fidelidad: PA-PUNTOS-POR-EURO por euro entero del
      * ticket; el canje descuenta un euro por cada
      * PA-PUNTOS-CANJE-EURO puntos sobre el total a cobrar.
       01 WS-PUNTOS-GANADOS PIC 9(6).
       01 WS-PUNTOS-A-CANJEAR PIC 9(6).
       01 WS-DESCUENTO-PUNTOS PIC 9(5)V99.
      * venta. 0 = se vende sin sesion (modo antiguo).
       01 WS-SESION-ACTUAL PIC 9(6) VALUE 0.
       01 WS-SESION-EOF PIC X VALUE "N".
      * Caja (terminal) de este puesto. Sus tickets se numeran en la
      * serie propia de la caja (N00001 a N99999) para que dos cajas
      * sobre los mismos archivos no se pisen el numero.
       01 WS-TERMINAL PIC 9 VALUE 1.
       01 WS-SERIE-DESDE PIC 9(6) VALUE 0.
       01 WS-SERIE-HASTA PIC 9(6) VALUE 0.
      * Vale de compra aplicado al ticket en curso: se descuenta del
      * total antes de cobrar y se marca usado al grabar el ticket.
       01 WS-VALE-APLICADO PIC 9(6) VALUE 0.
       01 WS-DESCUENTO-VALE PIC 9(7)V99 VALUE 0.
      *----------------------- PAGO MIXTO ---------------------------------
      * Lineas de pago del ticket en curso: al cobrar se van pidiendo
      * medio e importe hasta cubrir el total. El vale y los puntos
      * canjeados entran como lineas mas; el cambio solo se calcula
      * sobre lo entregado en efectivo.
       01 WS-PAGOS-CANT PIC 9 VALUE 0.
       01 TABLA-PAGOS.
           05 PG-ENTRADA OCCURS 5 TIMES.
               10 PG-MEDIO PIC X.
               10 PG-IMPORTE PIC 9(7)V99.
               10 PG-REFERENCIA PIC 9(6).
       01 WS-PG PIC 9.
       01 WS-PG-ENCONTRADO PIC X VALUE "N".
       01 WS-PAGADO PIC 9(7)V99 VALUE 0.
       01 WS-PENDIENTE-COBRO PIC 9(7)V99 VALUE 0.
       01 WS-IMPORTE-PAGO PIC 9(7)V99.
       01 WS-IMPORTE-LINEA-PAGO PIC 9(7)V99.
       01 WS-REFERENCIA-PAGO PIC 9(6).
       01 WS-ENTREGADO PIC 9(7)V99 VALUE 0.
       01 WS-CAMBIO PIC 9(7)V99 VALUE 0.
       01 WS-CUENTA-COBRADA PIC 9(7)V99 VALUE 0.
       01 WS-LINEA-PAGO-OK PIC X VALUE "N".
       01 WS-BASE-PUNTOS PIC 9(7)V99.
       01 WS-PENDIENTE-EDIT PIC Z(6)9.99.
       01 WS-REGISTROS-A-SALTAR PIC 9(8) VALUE 0.
       01 WS-VD-EOF PIC X VALUE "N".
       01 WS-DISPONIBLE PIC S9(7)V999.
       01 WS-EAN-IMPORTE-X PIC X(5).
       01 WS-CANT-ENTERA PIC 9(3).
       01 WS-PESO-EDIT PIC ZZ9.999.
      *----------------------- SUSTITUTOS --------------------------------
      * Sin stock, la caja ofrece las alternativas del producto que si
      * tienen (hasta nueve, por su orden) y el cajero teclea la que
      * el cliente se lleva; la linea pasa a ese producto.
       01 WS-SUSTITUTOS-STATUS PIC XX.
       01 WS-SUSTITUCIONES-STATUS PIC XX.
       01 WS-HAY-SUSTITUTOS PIC X VALUE "N".
       01 WS-SUST-EOF PIC X VALUE "N".
       01 WS-SUST-ORIGINAL PIC 9(6).
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
           05 FILLER PIC X(9) VALUE "  Disp.: ".
           05 SOF-DISPONIBLE PIC Z(5)9.
           05 FILLER PIC X(9) VALUE "  Ubic.: ".
           05 SOF-UBICACION PIC X(10).

      *----------------------- PRESUPUESTOS -------------------------------
      * Al identificar a un cliente con presupuesto aceptado se ofrece
      * cargarlo: sus lineas pendientes entran en el ticket al precio
      * presupuestado, sin ofertas, promos ni cupones.
       01 WS-PRESUPUESTOS-STATUS PIC XX.
       01 WS-PRES-LINEAS-STATUS PIC XX.
       01 WS-HAY-PRESUPUESTOS PIC X VALUE "N".
       01 WS-LINEA-PRESUPUESTO PIC X VALUE "N".
       01 WS-LINEA-GRABADA PIC X VALUE "N".
       01 WS-PRES-EOF PIC X VALUE "N".
       01 WS-PRES-ELEGIDO PIC 9(6) VALUE 0.
       01 WS-PRES-CANT PIC 9(3) VALUE 0.
       01 WS-PRES-COBRADAS PIC 9(3) VALUE 0.
       01 WS-PRES-PENDIENTES PIC 9(3) VALUE 0.
       01 PRESUPUESTO-OFRECIDO.
           05 POF-NUMERO PIC 9(6).
           05 FILLER PIC X(12) VALUE "  Validez: ".
           05 POF-VALIDEZ PIC 9(8).
           05 FILLER PIC X(11) VALUE "  Total: ".
           05 POF-TOTAL PIC Z(6)9.99.

      *----------------------- PEDIDOS WEB --------------------------------
      * El pedido web se recoge y se cobra por su numero: sus lineas
      * entran en el ticket al precio publicado en la web, por lo que
      * se preparo en la bolsa, con el mismo camino que las de un
      * presupuesto. Lo reservado por los pedidos vivos cuenta contra
      * el disponible como una venta sin aplicar; la tabla se recarga
      * al empezar cada ticket sin el pedido que se esta recogiendo.
       01 WS-PEDWEB-STATUS PIC XX.
       01 WS-PWLIN-STATUS PIC XX.
       01 WS-HAY-PEDIDOS-WEB PIC X VALUE "N".
       01 WS-LINEA-WEB PIC X VALUE "N".
       01 WS-PW-EOF PIC X VALUE "N".
       01 WS-PW-ELEGIDO PIC 9(6) VALUE 0.
       01 WS-PW-CANT PIC 9(3) VALUE 0.
       01 WS-PW-COBRADAS PIC 9(3) VALUE 0.
       01 WS-PW-NO-SERVIDAS PIC 9(3) VALUE 0.
       01 WS-TABLA-RESW-CANT PIC 9(4) VALUE 0.
       01 WS-RESW-ENCONTRADO PIC X VALUE "N".
       01 TABLA-RESERVAS-WEB.
           05 TRW-ENTRADA OCCURS 300 TIMES INDEXED BY TRW-IDX.
               10 TRW-PRODUCTO-ID PIC 9(6).
               10 TRW-UNIDADES PIC 9(7)V999.
       01 PEDIDO-WEB-OFRECIDO.
           05 PWO-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PWO-NOMBRE PIC X(30).
           05 FILLER PIC X(10) VALUE "  Hasta: ".
           05 PWO-LIMITE PIC 9(8).
           05 FILLER PIC X(11) VALUE "  Total: ".
           05 PWO-TOTAL PIC Z(6)9.99.

      *----------------------- KITS EN CAJA -------------------------------
      * Un kit se vende a su precio pero el stock que cuenta es el de
      * sus componentes: la venta se bloquea si a cualquiera no le
               10 TK-PRODUCTO-ID PIC 9(6).
               10 TK-UNIDADES PIC 9(5)V999.
               10 TK-PRECIO PIC 9(5)V99.
      *> S = el producto se cobro a la tarifa pactada del cliente:
      *> no entra en las promos multiples.
               10 TK-TARIFA-CLIENTE PIC X.
       01 WS-TKT-ENCONTRADO PIC X VALUE "N".
       01 WS-GRUPOS-PROMO PIC 9(4).
       01 WS-DESCUENTO-PROMO PIC 9(7)V99.
       01 WS-UNIDADES-PROMO PIC 9(5).
      *----------------------- PRECIO FORZADO -----------------------------
      * Cambio de precio de una linea en caja (lata abollada, precio
      * prometido al cliente): nuevo precio o % de descuento, siempre
      * con un motivo del catalogo. Una rebaja sobre el precio de la
      * linea por encima del umbral, o un precio bajo costo, exige
      * supervisor.
       01 WS-MOTIVOS-STATUS PIC XX.
       01 WS-HAY-MOTIVOS PIC X VALUE "N".
       01 WS-UMBRAL-FORZADO-PCT PIC 9(2) VALUE 10.
      * Parametros de la tienda (PARAMETROS.dat): reglas de puntos,
      * IVA general y umbral de rebaja, leidos al arrancar la caja.
           COPY PARAMETRO.
       01 WS-FORZAR-PRECIO PIC X.
       01 WS-PRECIO-FORZADO PIC 9(5)V99.
       01 WS-PCT-FORZADO PIC 9(2).
       01 WS-REBAJA-PCT PIC S9(3)V99.
       01 WS-MOTIVO-LINEA PIC 9(2) VALUE 0.
       01 WS-AUTORIZA-LINEA PIC X(8) VALUE SPACES.
       01 WS-PRECIO-ORIGINAL PIC 9(5)V99.
       01 WS-FORZADO-OK PIC X VALUE "N".
       01 WS-COSTO-EDIT PIC Z(4)9.99.
      * Cajero de la sesion abierta (o la variable de entorno
      * OPERADOR si se vende sin sesion): queda en cada linea.
       01 WS-OPERADOR-CAJA PIC X(8) VALUE SPACES.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.

      *----------------------- RESTRICCION DE EDAD ------------------------
      * Alcohol y tabaco: fuera de la franja prohibida de su clase el
      * cajero confirma la mayoria de edad del cliente; todo rechazo
      * queda en RECHAZOS-EDAD.dat con operador y hora.
       01 WS-RESTRICCIONES-STATUS PIC XX.
       01 WS-HAY-RESTRICCIONES PIC X VALUE "N".
       01 WS-RECHAZOS-STATUS PIC XX.
       01 WS-EDAD-RECHAZADA PIC X VALUE "N".
       01 WS-HORA-PROHIBIDA PIC X VALUE "N".
       01 WS-HORA-ACTUAL PIC 9(4).
       01 WS-MAYOR-EDAD PIC X.
       01 WS-MOTIVO-RECHAZO PIC X.

      *----------------------- ALERTA SANITARIA ---------------------------
      * Producto con un lote retirado: el cajero mira el lote del
      * envase y, si es el retirado, la linea se corta como un
      * rechazo de edad y la unidad se aparta.
       01 WS-ALERTAS-STATUS PIC XX.
       01 WS-HAY-ALERTAS PIC X VALUE "N".
       01 WS-EOF-ALERTAS PIC X VALUE "N".
       01 WS-ES-LOTE-RETIRADO PIC X.

      *----------------------- VENTAS PERDIDAS ----------------------------
      * Al faltar stock la caja ofrece anotar la venta perdida; lo que
      * no tenemos se anota tecleando P en lugar del producto.
       01 WS-PERDIDAS-STATUS PIC XX.
       01 WS-ANOTAR-PERDIDA PIC X.
       01 WS-PERDIDA-ENTRADA PIC X(30).
       01 WS-PERDIDA-CANT PIC 9(3).

      *----------------------- COMPRA DE PERSONAL -------------------------
      * Ticket de un empleado: al cobrar se rebaja su % de descuento
      * sobre la mercancia (no sobre los depositos de envase) siempre
      * que lo comprado en el mes, con este ticket, no pase su tope.
      * El empleado se identifica con su clave, no basta el cajero.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-HAY-OPERADORES PIC X VALUE "N".
       01 WS-COMPRA-PERSONAL PIC X.
       01 WS-EMPLEADO-TICKET PIC X(8) VALUE SPACES.
       01 WS-EMPLEADO-VALIDADO PIC X(8).
       01 WS-EMPLEADO-AUTORIZADO PIC X.
       01 WS-ROL-EMPLEADO PIC X VALUE "C".
       01 WS-DTO-PERSONAL PIC 9(7)V99 VALUE 0.
       01 WS-BASE-PERSONAL PIC 9(7)V99.
       01 WS-CONSUMO-MES PIC 9(7)V99.
       01 WS-DISPONIBLE-MES PIC S9(7)V99.
       01 WS-MES-ACTUAL PIC X(6).
       01 WS-TKT-EOF PIC X VALUE "N".

      *----------------------- CUPONES DE FABRICANTE ----------------------
      * Cupones aceptados en el ticket en curso: cada uno se apoya en
      * una unidad de un producto del ticket (el del cupon o uno de
      * su familia) y entra como linea de pago F. Se graban en
      * CUPONES-CANJEADOS al grabarse el ticket, para reclamarlos.
       01 WS-CUPONES-STATUS PIC XX.
       01 WS-HAY-CUPONES PIC X VALUE "N".
       01 WS-CANJES-STATUS PIC XX.
       01 WS-CANJES-EOF PIC X VALUE "N".
       01 CC-CONTADOR PIC 9(6) VALUE 1.
       01 WS-CUPON-CODIGO PIC 9(6).
       01 WS-CUPON-OK PIC X VALUE "N".
       01 WS-CUPON-PRODUCTO PIC 9(6).
       01 WS-CUPON-USOS PIC 9(5).
       01 WS-DESCUENTO-CUPONES PIC 9(7)V99 VALUE 0.
       01 WS-CU PIC 9(2).
       01 WS-CUPONES-CANT PIC 9(2) VALUE 0.
       01 TABLA-CUPONES.
           05 CU-ENTRADA OCCURS 20 TIMES.
               10 CU-CUPON-CODIGO PIC 9(6).
               10 CU-PROVEEDOR-ID PIC 9(6).
               10 CU-PRODUCTO-ID PIC 9(6).
               10 CU-VALOR PIC 9(3)V99.

      *----------------------- FUERA DE LINEA -----------------------------
      * Si ventas, tickets o producto no se pueden abrir se ofrece
      * vender fuera de linea contra la copia local de precios, que
      * se rehace en cada arranque normal. Al arrancar se avisa de
      * tickets de la cola aun sin sincronizar.
       01 WS-PRECIOS-LOCAL-STATUS PIC XX.
       01 WS-COLA-STATUS PIC XX.
       01 WS-COLA-EOF PIC X VALUE "N".
       01 WS-ARCH-PRECIOS-LOCAL PIC X(40).
       01 WS-ARCH-COLA PIC X(40).
       01 WS-FUERA-LINEA PIC X.
       01 WS-PRECIOS-COPIADOS PIC 9(6) VALUE 0.
       01 WS-COLA-PENDIENTES PIC 9(5) VALUE 0.
       01 WS-PRODUCTO-EOF PIC X VALUE "N".

      *----------------------- JUEGO DE ARCHIVOS --------------------------
      * Nombres vivos por omision; con el modo practica activo
       01 WS-ARCH-BITACORA PIC X(40) VALUE "BITACORA-DIA.dat".
       01 WS-ARCH-APARCADOS PIC X(40)
           VALUE "TICKETS-APARCADOS-INDEXADO.dat".
       01 WS-ARCH-RECHAZOS PIC X(40) VALUE "RECHAZOS-EDAD.dat".
       01 WS-ARCH-PERDIDAS PIC X(40) VALUE "VENTAS-PERDIDAS.dat".
       01 WS-ARCH-SUSTITUCIONES PIC X(40)
           VALUE "SUSTITUCIONES-OFRECIDAS.dat".
       01 WS-ARCH-CUPONES-CANJE PIC X(40)
           VALUE "CUPONES-CANJEADOS-INDEXADO.dat".

      *----------------------- VENTAS SIN APLICAR -------------------------
      * Unidades ya vendidas hoy (grabadas en ventas-diarias.dat mas
       01 TICKET-PIE.
           05 FILLER PIC X(35) VALUE "TOTAL TICKET EUR:".
           05 TP-TOTAL PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
           PERFORM CARGAR-MODO-PRACTICA
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-UMBRAL-FORZADO-PCT TO WS-UMBRAL-FORZADO-PCT
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           DISPLAY "CAJA " WS-TERMINAL
           COMPUTE WS-SERIE-DESDE = WS-TERMINAL * 100000
           COMPUTE WS-SERIE-HASTA = WS-SERIE-DESDE + 99999
           MOVE SPACES TO WS-ARCH-PRECIOS-LOCAL
           STRING "PRECIOS-LOCAL-CAJA-" WS-TERMINAL ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-PRECIOS-LOCAL
           MOVE SPACES TO WS-ARCH-COLA
           STRING "COLA-FUERA-LINEA-CAJA-" WS-TERMINAL ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-COLA

           OPEN I-O VENTAS.
           IF WS-VENTAS-STATUS = "35"
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo de ventas. Estado: "
                   WS-VENTAS-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE WS-ARCH-VENTAS TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               PERFORM PASAR-A-FUERA-LINEA
           END-IF

           OPEN I-O TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo de tickets. Estado: "
                   WS-TICKETS-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE WS-ARCH-TICKETS TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               CLOSE VENTAS
               PERFORM PASAR-A-FUERA-LINEA
           END-IF

      *> Cargar las ventas del dia aun no aplicadas al stock antes de
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PRODUCTO TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               CLOSE VENTAS
               CLOSE TICKETS
               CLOSE VENTAS-DIARIAS
               PERFORM PASAR-A-FUERA-LINEA
           END-IF
           IF WS-MODO-PRACTICA = "N"
               PERFORM ACTUALIZAR-PRECIOS-LOCALES
               PERFORM AVISAR-COLA-PENDIENTE
           END-IF

      *> El maestro de clientes es opcional: si todavia no existe se
               MOVE "S" TO WS-HAY-OFERTAS
           END-IF

      *> Tarifas de clientes: sin archivo nadie tiene precio pactado.
           OPEN INPUT TARIFAS-CLIENTE
           IF WS-TARIFAS-STATUS = "00"
               MOVE "S" TO WS-HAY-TARIFAS
           END-IF

      *> Kits: sin archivo de escandallos el kit no puede validarse
      *> contra sus componentes y se trata como producto normal.
           OPEN INPUT KITS
               MOVE "S" TO WS-HAY-KITS
           END-IF

      *> Sustitutos: sin archivo la caja no tiene nada que ofrecer.
           OPEN INPUT SUSTITUTOS
           IF WS-SUSTITUTOS-STATUS = "00"
               MOVE "S" TO WS-HAY-SUSTITUTOS
           END-IF

      *> Presupuestos: solo en caja real, se marcan como cobrados.
           IF WS-MODO-PRACTICA = "N"
               OPEN I-O PRESUPUESTOS
               IF WS-PRESUPUESTOS-STATUS = "00"
                   OPEN I-O PRESUPUESTOS-LINEAS
                   IF WS-PRES-LINEAS-STATUS = "00"
                       MOVE "S" TO WS-HAY-PRESUPUESTOS
                   ELSE
                       CLOSE PRESUPUESTOS
                   END-IF
               END-IF
           END-IF

      *> Pedidos web: solo en caja real, se marcan como recogidos.
           IF WS-MODO-PRACTICA = "N"
               OPEN I-O PEDIDOS-WEB
               IF WS-PEDWEB-STATUS = "00"
                   OPEN I-O PEDIDOS-WEB-LINEAS
                   IF WS-PWLIN-STATUS = "00"
                       MOVE "S" TO WS-HAY-PEDIDOS-WEB
                   ELSE
                       CLOSE PEDIDOS-WEB
                   END-IF
               END-IF
           END-IF

      *> Vales de compra: si nunca se emitio ninguno el archivo no
      *> existe y la caja simplemente no ofrece pagar con vale.
           OPEN I-O VALES

           PERFORM BUSCAR-SESION-ABIERTA

      *> Motivos de precio forzado: sin catalogo la caja no permite
      *> forzar precios.
           OPEN INPUT MOTIVOS
           IF WS-MOTIVOS-STATUS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           END-IF

      *> Sin franjas configuradas la caja sigue pidiendo la mayoria
      *> de edad, pero no corta por hora.
           OPEN INPUT RESTRICCIONES
           IF WS-RESTRICCIONES-STATUS = "00"
               MOVE "S" TO WS-HAY-RESTRICCIONES
           END-IF
           OPEN INPUT ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               MOVE "S" TO WS-HAY-ALERTAS
           END-IF
           OPEN EXTEND RECHAZOS-EDAD
           IF WS-RECHAZOS-STATUS = "05" OR WS-RECHAZOS-STATUS = "35"
               OPEN OUTPUT RECHAZOS-EDAD
           END-IF
           OPEN EXTEND VENTAS-PERDIDAS
           IF WS-PERDIDAS-STATUS = "05" OR WS-PERDIDAS-STATUS = "35"
               OPEN OUTPUT VENTAS-PERDIDAS
           END-IF
           OPEN EXTEND SUSTITUCIONES
           IF WS-SUSTITUCIONES-STATUS = "05" OR
              WS-SUSTITUCIONES-STATUS = "35"
               OPEN OUTPUT SUSTITUCIONES
           END-IF

      *> Sin maestro de operadores no hay compras de personal: la
      *> caja no pregunta. Se lee solo al marcar un ticket.
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS = "00"
               MOVE "S" TO WS-HAY-OPERADORES
               CLOSE OPERADORES
           END-IF

      *> Sin catalogo de cupones la caja no los ofrece. El archivo de
      *> canjes se crea al primer uso.
           OPEN INPUT CUPONES
           IF WS-CUPONES-STATUS = "00"
               MOVE "S" TO WS-HAY-CUPONES
               OPEN I-O CUPONES-CANJEADOS
               IF WS-CANJES-STATUS = "35"
                   OPEN OUTPUT CUPONES-CANJEADOS
                   CLOSE CUPONES-CANJEADOS
                   OPEN I-O CUPONES-CANJEADOS
               END-IF
               PERFORM RECUPERAR-ULTIMO-CANJE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

      *> Recuperar el último VENTAS-ID usado para que el contador
      *> su numero, ya consumido por las lineas grabadas, vive solo
      *> en el archivo de aparcados y tambien sube el contador, o un
      *> reinicio de la caja reutilizaria el numero de un aparcado.
      *> Solo cuenta la serie de esta caja.
           MOVE WS-SERIE-DESDE TO TICKET-CONTADOR
           PERFORM UNTIL WS-TICKETS-EOF = 'S'
               READ TICKETS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TICKETS-EOF
                   NOT AT END
                       IF TICKET-NUMERO > TICKET-CONTADOR AND
                          TICKET-NUMERO <= WS-SERIE-HASTA
                           MOVE TICKET-NUMERO TO TICKET-CONTADOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-APR-EOF
                   AT END
                       MOVE "S" TO WS-APR-EOF
                   NOT AT END
                       IF APR-TICKET-NUMERO > TICKET-CONTADOR AND
                          APR-TICKET-NUMERO <= WS-SERIE-HASTA
                           MOVE APR-TICKET-NUMERO TO TICKET-CONTADOR
                       END-IF
               END-READ
      *> cruza el mostrador en la misma operacion.
           PERFORM UNTIL SINO NOT = 'S'
               MOVE 0 TO WS-TICKET-TOTAL
               MOVE 0 TO WS-TICKET-DEPOSITOS
               MOVE 0 TO WS-TICKET-BASE-LINEAS
               MOVE 0 TO WS-TICKET-IMPORTE-LINEAS
               MOVE 0 TO WS-TICKET-LINEAS
               MOVE 0 TO WS-TABLA-TKT-CANT
               MOVE "N" TO WS-ES-RETOMADO
                       MOVE TICKET-CONTADOR TO WS-NUMERO-TICKET
                       DISPLAY "----- TICKET NUMERO " WS-NUMERO-TICKET
                           " -----"
      *> El medio de pago ya no se pide aqui: se cobra al cerrar el
      *> ticket, cuando se conoce el total, en una o varias lineas.
                       MOVE "E" TO WS-MEDIO-PAGO
                       MOVE 0 TO WS-CLIENTE-TICKET
                       IF WS-HAY-CLIENTES = "S"
                           PERFORM PEDIR-CLIENTE-TICKET
                       END-IF
                       MOVE 0 TO WS-PRES-ELEGIDO
                       IF WS-HAY-PRESUPUESTOS = "S" AND
                          WS-CLIENTE-TICKET > 0
                           PERFORM OFRECER-PRESUPUESTO
                       END-IF
                   END-IF
                   MOVE 0 TO WS-PW-ELEGIDO
                   IF WS-HAY-PEDIDOS-WEB = "S"
                       IF WS-ES-RETOMADO = "N"
                           PERFORM OFRECER-PEDIDO-WEB
                       END-IF
                       PERFORM CARGAR-RESERVAS-WEB
                       IF WS-PW-ELEGIDO > 0
                           PERFORM CARGAR-LINEAS-PEDIDO-WEB
                       END-IF
                   END-IF

                   MOVE 'S' TO WS-OTRA-LINEA
      *> Con el presupuesto o el pedido web ya cargado se pregunta
      *> antes de pedir lineas sueltas.
                   IF WS-ES-RETOMADO = "N" AND WS-TICKET-LINEAS > 0
                      AND (WS-PRES-ELEGIDO > 0 OR WS-PW-ELEGIDO > 0)
                       DISPLAY "¿Otra linea en el mismo ticket? "
                           "(S/N, A=Aparcar): "
                       ACCEPT WS-OTRA-LINEA
                   END-IF
                   PERFORM UNTIL WS-OTRA-LINEA NOT = 'S'
                       PERFORM REGISTRAR-LINEA-TICKET
                       DISPLAY "¿Otra linea en el mismo ticket? "
           CLOSE BITACORA.
           CLOSE APARCADOS.
           CLOSE PRODUCTO.
           CLOSE RECHAZOS-EDAD.
           CLOSE VENTAS-PERDIDAS.
           CLOSE SUSTITUCIONES.
           IF WS-HAY-CLIENTES = "S"
               CLOSE CLIENTES
               CLOSE PUNTOS-MOVIMIENTOS
           IF WS-HAY-OFERTAS = "S"
               CLOSE OFERTAS
           END-IF
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS-CLIENTE
           END-IF
           IF WS-HAY-VALES = "S"
               CLOSE VALES
           END-IF
           IF WS-HAY-KITS = "S"
               CLOSE KITS
           END-IF
           IF WS-HAY-SUSTITUTOS = "S"
               CLOSE SUSTITUTOS
           END-IF
           IF WS-HAY-MOTIVOS = "S"
               CLOSE MOTIVOS
           END-IF
           IF WS-HAY-RESTRICCIONES = "S"
               CLOSE RESTRICCIONES
           END-IF
           IF WS-HAY-ALERTAS = "S"
               CLOSE ALERTAS
           END-IF
           IF WS-HAY-CUPONES = "S"
               CLOSE CUPONES
               CLOSE CUPONES-CANJEADOS
           END-IF
           IF WS-HAY-PRESUPUESTOS = "S"
               CLOSE PRESUPUESTOS
               CLOSE PRESUPUESTOS-LINEAS
           END-IF
           IF WS-HAY-PEDIDOS-WEB = "S"
               CLOSE PEDIDOS-WEB
               CLOSE PEDIDOS-WEB-LINEAS
           END-IF
           STOP RUN.

      *----------------------- MEDIO DE PAGO ------------------------------
      * Medio de la siguiente linea de pago. La venta a cuenta (fiado)
      * exige saber a que cuenta cargarla: sin cliente en el ticket
      * se pide en el momento. El cargo a nomina solo vale en una
      * compra de personal: se le descuenta al empleado a fin de mes.
       PEDIR-MEDIO-DE-PAGO.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               IF WS-EMPLEADO-TICKET = SPACES
                   DISPLAY "Medio de pago (E=Efectivo / T=Tarjeta / "
                       "C=Cuenta): "
               ELSE
                   DISPLAY "Medio de pago (E=Efectivo / T=Tarjeta / "
                       "C=Cuenta / N=Nomina): "
               END-IF
               ACCEPT WS-MEDIO-PAGO
               EVALUATE TRUE
                   WHEN WS-MEDIO-PAGO = "E" OR WS-MEDIO-PAGO = "e"
                   WHEN WS-MEDIO-PAGO = "C" OR WS-MEDIO-PAGO = "c"
                       IF WS-HAY-CLIENTES = "S"
                           MOVE "C" TO WS-MEDIO-PAGO
                           IF WS-CLIENTE-TICKET = 0
                               DISPLAY "LA VENTA A CUENTA REQUIERE "
                                   "CLIENTE."
                               PERFORM PEDIR-CLIENTE-TICKET
                           END-IF
                           IF WS-CLIENTE-TICKET > 0
                               MOVE 'S' TO WS-CAMPO-OK
                           END-IF
                       ELSE
                           DISPLAY "SIN MAESTRO DE CLIENTES NO "
                               "HAY VENTA A CUENTA."
                       END-IF
                   WHEN (WS-MEDIO-PAGO = "N" OR WS-MEDIO-PAGO = "n")
                        AND WS-EMPLEADO-TICKET NOT = SPACES
                       MOVE "N" TO WS-MEDIO-PAGO
                       MOVE 'S' TO WS-CAMPO-OK
                   WHEN OTHER
                       DISPLAY "MEDIO DE PAGO INVALIDO."
               END-EVALUATE
                           INVALID KEY
                               DISPLAY "CLIENTE NO ENCONTRADO."
                           NOT INVALID KEY
                               IF CLIENTE-ES-ANONIMO
                                   DISPLAY "CLIENTE DADO DE BAJA "
                                       "(DATOS SUPRIMIDOS)."
                               ELSE
                                   DISPLAY "Cliente: " CLIENTE-NOMBRE
                                   MOVE 'S' TO WS-CAMPO-OK
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------- PRESUPUESTO DEL CLIENTE --------------------
      * Presupuestos aceptados del cliente del ticket; el elegido
      * vuelca sus lineas pendientes al ticket. Cada linea cobrada
      * queda marcada con el numero de ticket; la que no tiene stock
      * sigue pendiente para pasarla a encargos desde
      * GESTION-PRESUPUESTOS.
       OFRECER-PRESUPUESTO.
           MOVE 0 TO WS-PRES-CANT
           MOVE "N" TO WS-PRES-EOF
           MOVE 0 TO PRES-NUMERO
           START PRESUPUESTOS KEY IS NOT LESS PRES-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-PRES-EOF
           END-START
           PERFORM UNTIL WS-PRES-EOF = "S"
               READ PRESUPUESTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PRES-EOF
                   NOT AT END
                       IF PRES-ACEPTADO AND
                          PRES-CLIENTE-ID = WS-CLIENTE-TICKET
                           IF WS-PRES-CANT = 0
                               DISPLAY "PRESUPUESTOS ACEPTADOS DEL "
                                   "CLIENTE:"
                           END-IF
                           ADD 1 TO WS-PRES-CANT
                           MOVE PRES-NUMERO TO POF-NUMERO
                           MOVE PRES-VALIDEZ TO POF-VALIDEZ
                           MOVE PRES-TOTAL TO POF-TOTAL
                           DISPLAY PRESUPUESTO-OFRECIDO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRES-CANT > 0
               DISPLAY "Presupuesto a cobrar (0 = ninguno): "
               ACCEPT WS-PRES-ELEGIDO
               IF WS-PRES-ELEGIDO NOT NUMERIC
                   MOVE 0 TO WS-PRES-ELEGIDO
               END-IF
           END-IF
           IF WS-PRES-ELEGIDO > 0
               MOVE WS-PRES-ELEGIDO TO PRES-NUMERO
               READ PRESUPUESTOS
                   INVALID KEY
                       DISPLAY "PRESUPUESTO NO ENCONTRADO."
                       MOVE 0 TO WS-PRES-ELEGIDO
                   NOT INVALID KEY
                       IF NOT PRES-ACEPTADO OR
                          PRES-CLIENTE-ID NOT = WS-CLIENTE-TICKET
                           DISPLAY "EL PRESUPUESTO NO ES UNO "
                               "ACEPTADO DE ESTE CLIENTE."
                           MOVE 0 TO WS-PRES-ELEGIDO
                       END-IF
               END-READ
           END-IF
           IF WS-PRES-ELEGIDO > 0
               PERFORM CARGAR-LINEAS-PRESUPUESTO
           END-IF.

       CARGAR-LINEAS-PRESUPUESTO.
           MOVE 0 TO WS-PRES-COBRADAS
           MOVE 0 TO WS-PRES-PENDIENTES
           MOVE "S" TO WS-LINEA-PRESUPUESTO
           MOVE "N" TO WS-PRES-EOF
           MOVE WS-PRES-ELEGIDO TO PRL-NUMERO
           MOVE 0 TO PRL-LINEA
           START PRESUPUESTOS-LINEAS KEY IS GREATER THAN PRL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-PRES-EOF
           END-START
           PERFORM UNTIL WS-PRES-EOF = "S"
               READ PRESUPUESTOS-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PRES-EOF
                   NOT AT END
                       IF PRL-NUMERO NOT = WS-PRES-ELEGIDO
                           MOVE "S" TO WS-PRES-EOF
                       ELSE
                           IF PRL-PENDIENTE
                               PERFORM COBRAR-LINEA-PRESUPUESTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-LINEA-PRESUPUESTO

           MOVE WS-PRES-ELEGIDO TO PRES-NUMERO
           READ PRESUPUESTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NUMERO-TICKET TO PRES-TICKET-NUMERO
                   IF WS-PRES-PENDIENTES = 0
                       MOVE "V" TO PRES-ESTADO
                   END-IF
                   REWRITE PRESUPUESTO-REGISTRO
           END-READ
           DISPLAY "PRESUPUESTO " WS-PRES-ELEGIDO ": " WS-PRES-COBRADAS
               " LINEA(S) AL TICKET, " WS-PRES-PENDIENTES
               " PENDIENTE(S)."
           IF WS-PRES-PENDIENTES > 0
               DISPLAY "Las pendientes se pasan a encargos en "
                   "GESTION-PRESUPUESTOS."
           END-IF.

       COBRAR-LINEA-PRESUPUESTO.
           DISPLAY "Linea " PRL-LINEA " del presupuesto: "
               PRL-DESCRIP
           PERFORM REGISTRAR-LINEA-TICKET
           IF WS-LINEA-GRABADA = "S"
               MOVE "T" TO PRL-DESTINO
               MOVE WS-NUMERO-TICKET TO PRL-DESTINO-NUM
               REWRITE PRESUPUESTO-LINEA-REGISTRO
               ADD 1 TO WS-PRES-COBRADAS
           ELSE
               ADD 1 TO WS-PRES-PENDIENTES
           END-IF.

      *> La linea llega con producto y cantidad del presupuesto (o
      *> del pedido web: lo reservado, que es lo que hay en la
      *> bolsa); la restriccion de edad se comprueba igual que en
      *> una tecleada.
       PREPARAR-LINEA-PRESUPUESTO.
           MOVE "N" TO WS-ES-BALANZA
           IF WS-LINEA-WEB = "S"
               MOVE PWL-PRODUCTO-ID TO PRODUCTO-ID
               MOVE PWL-PRODUCTO-ID TO VE-PRODUCTO-ID
               MOVE PWL-RESERVADA TO UNIDADES
           ELSE
               MOVE PRL-PRODUCTO-ID TO PRODUCTO-ID
               MOVE PRL-PRODUCTO-ID TO VE-PRODUCTO-ID
               MOVE PRL-CANTIDAD TO UNIDADES
           END-IF
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CAMPO-OK
           END-READ
           IF WS-CAMPO-OK = 'S' AND NOT PRODUCTO-SIN-RESTRICCION
               PERFORM VERIFICAR-RESTRICCION-EDAD
           END-IF
           IF WS-CAMPO-OK = 'S' AND WS-EDAD-RECHAZADA = "N" AND
              WS-HAY-ALERTAS = "S"
               PERFORM VERIFICAR-ALERTA-SANITARIA
           END-IF.

      *----------------------- PEDIDO WEB A RECOGER -----------------------
      * Pedidos reservados o preparados pendientes de recoger; el
      * elegido vuelca al ticket lo que se reservo de cada linea. La
      * linea cobrada queda marcada con T y la que no se puede servir
      * (sin reserva, o rechazada en caja) con N; el pedido se cierra
      * como recogido con el numero de ticket.
       OFRECER-PEDIDO-WEB.
           MOVE 0 TO WS-PW-CANT
           MOVE "N" TO WS-PW-EOF
           MOVE 0 TO PW-NUMERO
           START PEDIDOS-WEB KEY IS NOT LESS PW-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-PW-EOF
           END-START
           PERFORM UNTIL WS-PW-EOF = "S"
               READ PEDIDOS-WEB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PW-EOF
                   NOT AT END
                       IF PW-VIVO
                           IF WS-PW-CANT = 0
                               DISPLAY "PEDIDOS WEB PENDIENTES DE "
                                   "RECOGER:"
                           END-IF
                           ADD 1 TO WS-PW-CANT
                           MOVE PW-NUMERO TO PWO-NUMERO
                           MOVE PW-NOMBRE TO PWO-NOMBRE
                           MOVE PW-FECHA-LIMITE TO PWO-LIMITE
                           MOVE PW-TOTAL TO PWO-TOTAL
                           DISPLAY PEDIDO-WEB-OFRECIDO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PW-CANT > 0
               DISPLAY "Pedido web a recoger (0 = ninguno): "
               ACCEPT WS-PW-ELEGIDO
               IF WS-PW-ELEGIDO NOT NUMERIC
                   MOVE 0 TO WS-PW-ELEGIDO
               END-IF
           END-IF
           IF WS-PW-ELEGIDO > 0
               MOVE WS-PW-ELEGIDO TO PW-NUMERO
               READ PEDIDOS-WEB
                   INVALID KEY
                       DISPLAY "PEDIDO WEB NO ENCONTRADO."
                       MOVE 0 TO WS-PW-ELEGIDO
                   NOT INVALID KEY
                       IF NOT PW-VIVO
                           DISPLAY "EL PEDIDO WEB YA ESTA CERRADO."
                           MOVE 0 TO WS-PW-ELEGIDO
                       ELSE
                           DISPLAY "Pedido web " PW-NUMERO ": "
                               PW-NOMBRE " " PW-TELEFONO
                       END-IF
               END-READ
           END-IF.

       CARGAR-LINEAS-PEDIDO-WEB.
           MOVE 0 TO WS-PW-COBRADAS
           MOVE 0 TO WS-PW-NO-SERVIDAS
           MOVE "S" TO WS-LINEA-PRESUPUESTO
           MOVE "S" TO WS-LINEA-WEB
           MOVE "N" TO WS-PW-EOF
           MOVE WS-PW-ELEGIDO TO PWL-NUMERO
           MOVE 0 TO PWL-LINEA
           START PEDIDOS-WEB-LINEAS KEY IS GREATER THAN PWL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-PW-EOF
           END-START
           PERFORM UNTIL WS-PW-EOF = "S"
               READ PEDIDOS-WEB-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PW-EOF
                   NOT AT END
                       IF PWL-NUMERO NOT = WS-PW-ELEGIDO
                           MOVE "S" TO WS-PW-EOF
                       ELSE
                           IF PWL-PENDIENTE
                               PERFORM COBRAR-LINEA-PEDIDO-WEB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-LINEA-WEB
           MOVE "N" TO WS-LINEA-PRESUPUESTO

           MOVE WS-PW-ELEGIDO TO PW-NUMERO
           READ PEDIDOS-WEB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO PW-ESTADO
                   MOVE WS-NUMERO-TICKET TO PW-TICKET-NUMERO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PW-FECHA-CIERRE
                   REWRITE PEDIDO-WEB-REGISTRO
           END-READ
           DISPLAY "PEDIDO WEB " WS-PW-ELEGIDO ": " WS-PW-COBRADAS
               " LINEA(S) AL TICKET, " WS-PW-NO-SERVIDAS
               " NO SERVIDA(S)."
           IF WS-PW-NO-SERVIDAS > 0
               DISPLAY "Devuelva a la estanteria lo no servido."
           END-IF.

       COBRAR-LINEA-PEDIDO-WEB.
           MOVE "N" TO WS-LINEA-GRABADA
           IF PWL-RESERVADA > 0
               DISPLAY "Linea " PWL-LINEA " del pedido web: producto "
                   PWL-PRODUCTO-ID
               PERFORM REGISTRAR-LINEA-TICKET
           END-IF
           IF WS-LINEA-GRABADA = "S"
               MOVE "T" TO PWL-ESTADO
               ADD 1 TO WS-PW-COBRADAS
           ELSE
               MOVE "N" TO PWL-ESTADO
               ADD 1 TO WS-PW-NO-SERVIDAS
           END-IF
           REWRITE PEDIDO-WEB-LINEA-REGISTRO.

      *> Lo reservado por las lineas pendientes de los pedidos vivos,
      *> menos el pedido que se recoge en este ticket: ese pasa a
      *> ventas sin aplicar al cobrarse.
       CARGAR-RESERVAS-WEB.
           MOVE 0 TO WS-TABLA-RESW-CANT
           MOVE "N" TO WS-PW-EOF
           MOVE 0 TO PW-NUMERO
           MOVE ZEROES TO PWL-CLAVE
           START PEDIDOS-WEB-LINEAS KEY IS NOT LESS THAN PWL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-PW-EOF
           END-START
           PERFORM UNTIL WS-PW-EOF = "S"
               READ PEDIDOS-WEB-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PW-EOF
                   NOT AT END
                       IF PWL-PENDIENTE AND PWL-RESERVADA > 0 AND
                          PWL-NUMERO NOT = WS-PW-ELEGIDO
                           PERFORM ANOTAR-RESERVA-WEB
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-RESERVA-WEB.
           IF PWL-NUMERO NOT = PW-NUMERO
               MOVE PWL-NUMERO TO PW-NUMERO
               READ PEDIDOS-WEB
                   INVALID KEY
                       MOVE "X" TO PW-ESTADO
               END-READ
           END-IF
           IF PW-VIVO
               MOVE "N" TO WS-RESW-ENCONTRADO
               PERFORM VARYING TRW-IDX FROM 1 BY 1
                   UNTIL TRW-IDX > WS-TABLA-RESW-CANT OR TRW-IDX > 300
                   IF TRW-PRODUCTO-ID(TRW-IDX) = PWL-PRODUCTO-ID
                       ADD PWL-RESERVADA TO TRW-UNIDADES(TRW-IDX)
                       MOVE "S" TO WS-RESW-ENCONTRADO
                       SET TRW-IDX TO 301
                   END-IF
               END-PERFORM
               IF WS-RESW-ENCONTRADO = "N" AND WS-TABLA-RESW-CANT < 300
                   ADD 1 TO WS-TABLA-RESW-CANT
                   MOVE PWL-PRODUCTO-ID TO
                       TRW-PRODUCTO-ID(WS-TABLA-RESW-CANT)
                   MOVE PWL-RESERVADA TO
                       TRW-UNIDADES(WS-TABLA-RESW-CANT)
               END-IF
           END-IF.

       SUMAR-RESERVA-WEB.
           PERFORM VARYING TRW-IDX FROM 1 BY 1
               UNTIL TRW-IDX > WS-TABLA-RESW-CANT OR TRW-IDX > 300
               IF TRW-PRODUCTO-ID(TRW-IDX) = WS-PENDIENTE-BUSCADO
                   ADD TRW-UNIDADES(TRW-IDX) TO WS-PENDIENTE-PRODUCTO
                   SET TRW-IDX TO 301
               END-IF
           END-PERFORM.

      *----------------------- TICKETS APARCADOS --------------------------
      * El cliente olvido la cartera a medio ticket: las lineas ya
      * grabadas se quedan apuntadas por su numero de ticket y la
      *> igual que hace la anulacion de tickets.
       RECONSTRUIR-TICKET-APARCADO.
           MOVE 0 TO WS-TICKET-TOTAL
           MOVE 0 TO WS-TICKET-DEPOSITOS
           MOVE 0 TO WS-TICKET-BASE-LINEAS
           MOVE 0 TO WS-TICKET-IMPORTE-LINEAS
           MOVE 0 TO WS-TICKET-LINEAS
           MOVE 0 TO WS-TABLA-TKT-CANT
           MOVE "N" TO WS-APR-EOF
       MOSTRAR-LINEA-RETOMADA.
           ADD VE-IMPORTE TO WS-TICKET-TOTAL
           ADD 1 TO WS-TICKET-LINEAS
           EVALUATE TRUE
               WHEN VE-ES-DEPOSITO
                   ADD VE-IMPORTE TO WS-TICKET-DEPOSITOS
               WHEN VE-PRECIO-PRESUPUESTO
                   CONTINUE
               WHEN VE-PRECIO-WEB
                   CONTINUE
               WHEN OTHER
                   PERFORM ACUMULAR-LINEA-TICKET
           END-EVALUATE
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE SPACES TO TL-DESCRIP
                   MOVE PA-IVA-GENERAL TO WS-TASA-LINEA
               NOT INVALID KEY
                   MOVE PRODUCTO-DESCRIP TO TL-DESCRIP
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ
           IF NOT VE-ES-DEPOSITO
               PERFORM SUMAR-BASE-LINEA
           END-IF
           MOVE UNIDADES TO TL-UNIDADES
           MOVE VE-PRECIO-UNITARIO TO TL-PRECIO
           MOVE VE-IMPORTE TO TL-IMPORTE
                   INVALID KEY
                       DISPLAY "Error al aparcar. Estado: "
                           WS-APARCADOS-STATUS ". El ticket se cobra."
                       MOVE "APARCAR-TICKET" TO WS-INC-PARRAFO
                       MOVE WS-ARCH-APARCADOS TO WS-INC-ARCHIVO
                       MOVE WS-APARCADOS-STATUS TO WS-INC-ESTADO
                       MOVE APR-SLOT TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                       PERFORM GRABAR-TICKET
                   NOT INVALID KEY
                       DISPLAY "TICKET " WS-NUMERO-TICKET " APARCADO "
           MOVE VENTAS-ID-CONTADOR TO VENTAS-ID

           MOVE 'N' TO WS-CAMPO-OK
           MOVE "N" TO WS-EDAD-RECHAZADA
           MOVE "N" TO WS-LINEA-GRABADA
           IF WS-LINEA-PRESUPUESTO = "S"
               PERFORM PREPARAR-LINEA-PRESUPUESTO
           ELSE
               PERFORM UNTIL WS-CAMPO-OK = 'S'
                   DISPLAY "ID del producto o codigo de barras "
                       "(P = anotar venta perdida): "
                   ACCEPT WS-ENTRADA-PRODUCTO
                   PERFORM RESOLVER-PRODUCTO
               END-PERFORM

               IF WS-ES-BALANZA = "N" AND WS-EDAD-RECHAZADA = "N"
                   PERFORM PEDIR-CANTIDAD-LINEA
               END-IF
           END-IF

           MOVE 0 TO WS-SUSTITUTO-ELEGIDO
           IF WS-EDAD-RECHAZADA = "N"
               PERFORM VALIDAR-VENTA
           ELSE
               MOVE "N" TO WS-VENTA-VALIDA
           END-IF
           IF WS-VENTA-VALIDA = "N" AND WS-SUSTITUTO-ELEGIDO > 0
               PERFORM CAMBIAR-A-SUSTITUTO
           END-IF

           IF WS-VENTA-VALIDA = "S"
               EVALUATE TRUE
                   WHEN WS-LINEA-WEB = "S"
                       MOVE PWL-PRECIO TO WS-PRECIO-VENTA
                       MOVE "W" TO WS-ORIGEN-PRECIO
                   WHEN WS-LINEA-PRESUPUESTO = "S"
                       MOVE PRL-PRECIO TO WS-PRECIO-VENTA
                       MOVE "P" TO WS-ORIGEN-PRECIO
                   WHEN OTHER
                       PERFORM APLICAR-OFERTA-VIGENTE
                       MOVE SPACE TO WS-ORIGEN-PRECIO
                       IF WS-HAY-TARIFAS = "S" AND
                          WS-CLIENTE-TICKET > 0 AND
                          WS-ES-BALANZA = "N"
                           PERFORM APLICAR-TARIFA-CLIENTE
                       END-IF
               END-EVALUATE
               MOVE WS-PRECIO-VENTA TO WS-PRECIO-ORIGINAL
               MOVE 0 TO WS-MOTIVO-LINEA
               MOVE SPACES TO WS-AUTORIZA-LINEA
               IF WS-HAY-MOTIVOS = "S" AND WS-ES-BALANZA = "N" AND
                  WS-LINEA-PRESUPUESTO = "N"
                   PERFORM OFRECER-PRECIO-FORZADO
               END-IF
      *> Sellar la venta con fecha, hora y el precio vigente en este
      *> momento: un cambio de precio posterior no debe reescribir
      *> la facturacion historica.
               COMPUTE VE-IMPORTE ROUNDED =
                   UNIDADES * VE-PRECIO-UNITARIO
               MOVE WS-NUMERO-TICKET TO VE-TICKET-NUMERO
               MOVE WS-PRECIO-ORIGINAL TO VE-PRECIO-ORIGINAL
               MOVE WS-MOTIVO-LINEA TO VE-MOTIVO-FORZADO
               MOVE WS-OPERADOR-CAJA TO VE-OPERADOR
               MOVE WS-AUTORIZA-LINEA TO VE-AUTORIZA
               MOVE SPACE TO VE-TIPO-LINEA
               MOVE PRODUCTO-PRECIO TO VE-PRECIO-TARIFA
               MOVE WS-ORIGEN-PRECIO TO VE-ORIGEN-PRECIO
               PERFORM GRABAR-REGISTRO-VENTA
               IF WS-VENTAS-STATUS NOT = "00"
                   DISPLAY "Error al registrar la venta. Estado: "
                   WS-VENTAS-STATUS
                   MOVE "REGISTRAR-LINEA-TICKET" TO WS-INC-PARRAFO
                   MOVE WS-ARCH-VENTAS TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF

               IF WS-VENTAS-STATUS = "00"
      *> El descuento de PRODUCTO-STOCK NO se aplica aqui: lo hace el
                   ADD 1 TO VENTAS-ID-CONTADOR   *> Incrementar contador para la siguiente venta
                   ADD VE-IMPORTE TO WS-TICKET-TOTAL
                   ADD 1 TO WS-TICKET-LINEAS
                   MOVE "S" TO WS-LINEA-GRABADA
                   PERFORM TOMAR-TASA-PRODUCTO
                   PERFORM SUMAR-BASE-LINEA

                   MOVE VE-PRODUCTO-ID TO VD-PRODUCTO-ID
                   MOVE UNIDADES TO VD-UNIDADES-VENDIDAS
                   MOVE "VENTA" TO BIT-TIPO
                   MOVE VENTAS-REGISTRO TO BIT-DATOS
                   PERFORM GRABAR-BITACORA
      *> El precio presupuestado (o el publicado en la web) ya es el
      *> pactado: no entra en promos de cantidad ni en cupones.
                   IF WS-LINEA-PRESUPUESTO = "N"
                       PERFORM ACUMULAR-LINEA-TICKET
                   END-IF

                   MOVE PRODUCTO-DESCRIP TO TL-DESCRIP
                   MOVE UNIDADES TO TL-UNIDADES
                   MOVE VE-PRECIO-UNITARIO TO TL-PRECIO
                   MOVE VE-IMPORTE TO TL-IMPORTE
                   DISPLAY TICKET-LINEA-IMPRESA
                   IF PRODUCTO-ENVASE-ID > 0
                       PERFORM REGISTRAR-LINEA-DEPOSITO
                   END-IF
               END-IF
           END-IF.

      *----------------------- DEPOSITO DE ENVASE -------------------------
      * El producto con envase retornable arrastra una linea aparte
      * con el deposito (el precio del articulo deposito por las
      * mismas unidades). Es linea del ticket y se cobra, pero no
      * descuenta stock, no entra en promos y no es venta: queda
      * marcada como D para que cierres y reportes la separen.
       REGISTRAR-LINEA-DEPOSITO.
           MOVE PRODUCTO-ENVASE-ID TO WS-ENVASE-ID
           MOVE UNIDADES TO WS-UNIDADES-ENVASE
           MOVE WS-ENVASE-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "AVISO: ENVASE " WS-ENVASE-ID " NO EXISTE "
                       "EN EL MAESTRO, DEPOSITO NO COBRADO."
               NOT INVALID KEY
                   MOVE VENTAS-ID-CONTADOR TO VENTAS-ID
                   MOVE WS-ENVASE-ID TO VE-PRODUCTO-ID
                   MOVE WS-UNIDADES-ENVASE TO UNIDADES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO VE-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO VE-HORA
                   MOVE PRODUCTO-PRECIO TO VE-PRECIO-UNITARIO
                   MOVE "N" TO VE-ANULADA
                   COMPUTE VE-IMPORTE ROUNDED =
                       UNIDADES * VE-PRECIO-UNITARIO
                   MOVE WS-NUMERO-TICKET TO VE-TICKET-NUMERO
                   MOVE PRODUCTO-PRECIO TO VE-PRECIO-ORIGINAL
                   MOVE 0 TO VE-MOTIVO-FORZADO
                   MOVE WS-OPERADOR-CAJA TO VE-OPERADOR
                   MOVE SPACES TO VE-AUTORIZA
                   MOVE "D" TO VE-TIPO-LINEA
                   MOVE PRODUCTO-PRECIO TO VE-PRECIO-TARIFA
                   MOVE SPACE TO VE-ORIGEN-PRECIO
                   PERFORM GRABAR-REGISTRO-VENTA
                   IF WS-VENTAS-STATUS NOT = "00"
                       DISPLAY "Error al registrar el deposito. "
                           "Estado: " WS-VENTAS-STATUS
                       MOVE "REGISTRAR-LINEA-DEPOSITO" TO WS-INC-PARRAFO
                       MOVE WS-ARCH-VENTAS TO WS-INC-ARCHIVO
                       MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                       MOVE VENTAS-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
                   IF WS-VENTAS-STATUS = "00"
                       ADD 1 TO VENTAS-ID-CONTADOR
                       ADD VE-IMPORTE TO WS-TICKET-TOTAL
                       ADD VE-IMPORTE TO WS-TICKET-DEPOSITOS
                       ADD 1 TO WS-TICKET-LINEAS
                       MOVE "VENTA" TO BIT-TIPO
                       MOVE VENTAS-REGISTRO TO BIT-DATOS
                       PERFORM GRABAR-BITACORA
                       MOVE PRODUCTO-DESCRIP TO TL-DESCRIP
                       MOVE UNIDADES TO TL-UNIDADES
                       MOVE VE-PRECIO-UNITARIO TO TL-PRECIO
                       MOVE VE-IMPORTE TO TL-IMPORTE
                       DISPLAY TICKET-LINEA-IMPRESA
                   END-IF
           END-READ.

      *> Tipo de IVA del producto leido (general si no tiene uno
      *> reducido cargado), mismo criterio que la factura.
       TOMAR-TASA-PRODUCTO.
           IF PRODUCTO-TIPO-IVA NUMERIC AND
              (PRODUCTO-TIPO-IVA = 4 OR PRODUCTO-TIPO-IVA = 10)
               MOVE PRODUCTO-TIPO-IVA TO WS-TASA-LINEA
           ELSE
               MOVE PA-IVA-GENERAL TO WS-TASA-LINEA
           END-IF.

      *> Solo lineas con IVA: el deposito de envase no es base y va
      *> aparte en WS-TICKET-DEPOSITOS.
       SUMAR-BASE-LINEA.
           COMPUTE WS-BASE-LINEA ROUNDED =
               VE-IMPORTE / (1 + WS-TASA-LINEA / 100)
           ADD WS-BASE-LINEA TO WS-TICKET-BASE-LINEAS
           ADD VE-IMPORTE TO WS-TICKET-IMPORTE-LINEAS.

      *> La otra caja graba lineas en el mismo archivo: si el numero
      *> de venta ya lo tomo ella, se pasa al siguiente libre.
       GRABAR-REGISTRO-VENTA.
           WRITE VENTAS-REGISTRO
           PERFORM UNTIL WS-VENTAS-STATUS NOT = "22"
               ADD 1 TO VENTAS-ID-CONTADOR
               MOVE VENTAS-ID-CONTADOR TO VENTAS-ID
               WRITE VENTAS-REGISTRO
           END-PERFORM.

      *----------------------- PRECIO FORZADO -----------------------------
      * El precio de partida es el de la linea (tarifa u oferta). El
      * nuevo precio sale tecleado o de un % de descuento; el motivo
      * tiene que estar en el catalogo y activo. Por encima del
      * umbral de rebaja, o por debajo del costo del producto (la
      * misma guardia que las ofertas), decide un supervisor; si no
      * autoriza, la linea se cobra a su precio.
       OFRECER-PRECIO-FORZADO.
           DISPLAY "Forzar precio? (N=No / P=Nuevo precio / "
               "D=% descuento): "
           ACCEPT WS-FORZAR-PRECIO
           EVALUATE TRUE
               WHEN WS-FORZAR-PRECIO = "P" OR WS-FORZAR-PRECIO = "p"
                   PERFORM PEDIR-NUEVO-PRECIO
               WHEN WS-FORZAR-PRECIO = "D" OR WS-FORZAR-PRECIO = "d"
                   PERFORM PEDIR-PCT-DESCUENTO
               WHEN OTHER
                   MOVE "N" TO WS-FORZADO-OK
           END-EVALUATE
           IF WS-FORZADO-OK = "S"
               PERFORM PEDIR-MOTIVO-FORZADO
           END-IF
           IF WS-FORZADO-OK = "S"
               PERFORM AUTORIZAR-PRECIO-FORZADO
           END-IF
           IF WS-FORZADO-OK = "S"
               MOVE WS-PRECIO-FORZADO TO WS-PRECIO-VENTA
               MOVE WS-PRECIO-ORIGINAL TO WS-PRECIO-NORMAL-EDIT
               MOVE WS-PRECIO-FORZADO TO WS-PRECIO-OFERTA-EDIT
               DISPLAY "PRECIO FORZADO: " WS-PRECIO-NORMAL-EDIT
                   " -> " WS-PRECIO-OFERTA-EDIT
           ELSE
               MOVE 0 TO WS-MOTIVO-LINEA
               MOVE SPACES TO WS-AUTORIZA-LINEA
           END-IF.

       PEDIR-NUEVO-PRECIO.
           MOVE "N" TO WS-FORZADO-OK
           DISPLAY "Nuevo precio unitario (p.ej. 0000150 = 1,50): "
           ACCEPT WS-PRECIO-FORZADO
           IF WS-PRECIO-FORZADO NOT NUMERIC OR WS-PRECIO-FORZADO = 0
               DISPLAY "PRECIO INVALIDO: se cobra el precio normal."
           ELSE
               MOVE "S" TO WS-FORZADO-OK
           END-IF.

       PEDIR-PCT-DESCUENTO.
           MOVE "N" TO WS-FORZADO-OK
           DISPLAY "Descuento en % (01-99): "
           ACCEPT WS-PCT-FORZADO
           IF WS-PCT-FORZADO NOT NUMERIC OR WS-PCT-FORZADO = 0
               DISPLAY "PORCENTAJE INVALIDO: se cobra el precio "
                   "normal."
           ELSE
               COMPUTE WS-PRECIO-FORZADO ROUNDED =
                   WS-PRECIO-ORIGINAL * (100 - WS-PCT-FORZADO) / 100
               IF WS-PRECIO-FORZADO = 0
                   DISPLAY "EL DESCUENTO DEJA LA LINEA A CERO: se "
                       "cobra el precio normal."
               ELSE
                   MOVE "S" TO WS-FORZADO-OK
               END-IF
           END-IF.

       PEDIR-MOTIVO-FORZADO.
           MOVE "N" TO WS-FORZADO-OK
           DISPLAY "Codigo de motivo: "
           ACCEPT WS-MOTIVO-LINEA
           IF WS-MOTIVO-LINEA NOT NUMERIC OR WS-MOTIVO-LINEA = 0
               DISPLAY "MOTIVO INVALIDO: se cobra el precio normal."
           ELSE
               MOVE WS-MOTIVO-LINEA TO MOTIVO-CODIGO
               READ MOTIVOS
                   INVALID KEY
                       DISPLAY "MOTIVO NO ENCONTRADO: se cobra el "
                           "precio normal."
                   NOT INVALID KEY
                       IF MOTIVO-ESTA-ACTIVO
                           DISPLAY "Motivo: " MOTIVO-DESCRIP
                           MOVE "S" TO WS-FORZADO-OK
                       ELSE
                           DISPLAY "MOTIVO DADO DE BAJA: se cobra "
                               "el precio normal."
                       END-IF
               END-READ
           END-IF.

       AUTORIZAR-PRECIO-FORZADO.
           MOVE SPACES TO WS-AUTORIZA-LINEA
           IF WS-PRECIO-FORZADO < WS-PRECIO-ORIGINAL
               COMPUTE WS-REBAJA-PCT ROUNDED =
                   (WS-PRECIO-ORIGINAL - WS-PRECIO-FORZADO) * 100
                   / WS-PRECIO-ORIGINAL
           ELSE
               MOVE 0 TO WS-REBAJA-PCT
           END-IF
           IF WS-REBAJA-PCT > WS-UMBRAL-FORZADO-PCT OR
              (PRODUCTO-COSTO > 0 AND
               WS-PRECIO-FORZADO < PRODUCTO-COSTO)
               IF PRODUCTO-COSTO > 0 AND
                  WS-PRECIO-FORZADO < PRODUCTO-COSTO
                   MOVE PRODUCTO-COSTO TO WS-COSTO-EDIT
                   DISPLAY "ATENCION: EL PRECIO QUEDA POR DEBAJO "
                       "DEL COSTO (" WS-COSTO-EDIT ")."
               ELSE
                   DISPLAY "REBAJA SUPERIOR AL " WS-UMBRAL-FORZADO-PCT
                       "%: requiere supervisor."
               END-IF
               MOVE "S" TO WS-ROL-EXIGIDO
               CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
                   WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
               IF OPERADOR-AUTORIZADO
                   MOVE WS-OPERADOR-VALIDADO TO WS-AUTORIZA-LINEA
               ELSE
                   DISPLAY "PRECIO FORZADO NO AUTORIZADO: se cobra "
                       "el precio normal."
                   MOVE "N" TO WS-FORZADO-OK
               END-IF
           END-IF.

                   MOVE UNIDADES TO TK-UNIDADES(WS-TABLA-TKT-CANT)
                   MOVE VE-PRECIO-UNITARIO
                       TO TK-PRECIO(WS-TABLA-TKT-CANT)
                   IF VE-PRECIO-CLIENTE
                       MOVE "S" TO TK-TARIFA-CLIENTE(WS-TABLA-TKT-CANT)
                   ELSE
                       MOVE "N" TO TK-TARIFA-CLIENTE(WS-TABLA-TKT-CANT)
                   END-IF
               ELSE
                   DISPLAY "AVISO: TABLA-TICKET llena (100), el "
                       "producto " VE-PRODUCTO-ID " queda fuera de "
                       IF OFERTA-MULTIPLE AND
                          WS-HOY >= OFERTA-DESDE AND
                          WS-HOY <= OFERTA-HASTA AND
                          OFERTA-LLEVA > 0 AND
                          TK-TARIFA-CLIENTE(TK-IDX) NOT = "S"
                           PERFORM DESCONTAR-PROMO-MULTIPLE
                       END-IF
               END-READ
                    WS-ENTRADA-PRODUCTO(7:7) = SPACES
                   MOVE WS-ENTRADA-PRODUCTO(1:6) TO PRODUCTO-ID
                   PERFORM RESOLVER-POR-ID
               WHEN WS-ENTRADA-PRODUCTO = "P" OR
                    WS-ENTRADA-PRODUCTO = "p"
                   PERFORM ANOTAR-PERDIDA-MANUAL
               WHEN OTHER
                   PERFORM RESOLVER-ID-CORTO
           END-EVALUATE
      *> El articulo deposito solo se cobra arrastrado por su
      *> producto; la devolucion del envase va por
      *> DEVOLUCION-ENVASES.
           IF WS-CAMPO-OK = 'S' AND PRODUCTO-ES-DEPOSITO
               DISPLAY "EL DEPOSITO DE ENVASE NO SE VENDE SUELTO: "
                   "pase el producto que lo lleva."
               MOVE 'N' TO WS-CAMPO-OK
           END-IF
           IF WS-CAMPO-OK = 'S' AND NOT PRODUCTO-SIN-RESTRICCION
               PERFORM VERIFICAR-RESTRICCION-EDAD
           END-IF
           IF WS-CAMPO-OK = 'S' AND WS-EDAD-RECHAZADA = "N" AND
              WS-HAY-ALERTAS = "S"
               PERFORM VERIFICAR-ALERTA-SANITARIA
           END-IF.

      *----------------------- RESTRICCION DE EDAD ------------------------
      * Dentro de la franja prohibida de la clase la linea se corta
      * sin preguntar; fuera de ella el cajero tiene que confirmar
      * que el cliente es mayor de edad. Un rechazo deja la linea sin
      * registrar (el ticket sigue) y se anota para la inspeccion.
       VERIFICAR-RESTRICCION-EDAD.
           MOVE "N" TO WS-HORA-PROHIBIDA
           IF WS-HAY-RESTRICCIONES = "S"
               MOVE PRODUCTO-RESTRICCION-EDAD TO RESTRICCION-CLASE
               READ RESTRICCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EVALUAR-FRANJA-PROHIBIDA
               END-READ
           END-IF
           IF WS-HORA-PROHIBIDA = "S"
               DISPLAY "VENTA PROHIBIDA A ESTA HORA ("
                   RESTRICCION-DESCRIP "DE " RESTRICCION-HORA-DESDE
                   " A " RESTRICCION-HORA-HASTA ")."
               MOVE "H" TO WS-MOTIVO-RECHAZO
               PERFORM REGISTRAR-RECHAZO-EDAD
           ELSE
               MOVE SPACE TO WS-MAYOR-EDAD
               PERFORM UNTIL WS-MAYOR-EDAD = "S" OR
                             WS-MAYOR-EDAD = "N"
                   DISPLAY "PRODUCTO CON RESTRICCION DE EDAD. "
                       "CLIENTE MAYOR DE EDAD? (S/N): "
                   ACCEPT WS-MAYOR-EDAD
                   IF WS-MAYOR-EDAD = "s"
                       MOVE "S" TO WS-MAYOR-EDAD
                   END-IF
                   IF WS-MAYOR-EDAD = "n"
                       MOVE "N" TO WS-MAYOR-EDAD
                   END-IF
               END-PERFORM
               IF WS-MAYOR-EDAD = "N"
                   DISPLAY "VENTA DENEGADA: MAYORIA DE EDAD NO "
                       "ACREDITADA."
                   MOVE "E" TO WS-MOTIVO-RECHAZO
                   PERFORM REGISTRAR-RECHAZO-EDAD
               END-IF
           END-IF.

      *> Horas HHMM. DESDE mayor que HASTA = la franja cruza la
      *> medianoche; DESDE igual a HASTA = la clase no tiene franja.
       EVALUAR-FRANJA-PROHIBIDA.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HORA-ACTUAL
           EVALUATE TRUE
               WHEN RESTRICCION-HORA-DESDE < RESTRICCION-HORA-HASTA
                   IF WS-HORA-ACTUAL >= RESTRICCION-HORA-DESDE AND
                      WS-HORA-ACTUAL < RESTRICCION-HORA-HASTA
                       MOVE "S" TO WS-HORA-PROHIBIDA
                   END-IF
               WHEN RESTRICCION-HORA-DESDE > RESTRICCION-HORA-HASTA
                   IF WS-HORA-ACTUAL >= RESTRICCION-HORA-DESDE OR
                      WS-HORA-ACTUAL < RESTRICCION-HORA-HASTA
                       MOVE "S" TO WS-HORA-PROHIBIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------- ALERTA SANITARIA ---------------------------
      * Por cada alerta abierta del producto el cajero comprueba el
      * lote impreso en el envase. Si coincide la venta no se hace:
      * la linea se corta por el mismo camino que el rechazo de edad.
       VERIFICAR-ALERTA-SANITARIA.
           MOVE "N" TO WS-EOF-ALERTAS
           MOVE PRODUCTO-ID TO ALERTA-PRODUCTO-ID
           START ALERTAS KEY IS EQUAL ALERTA-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-ALERTAS
           END-START
           PERFORM UNTIL WS-EOF-ALERTAS = "S"
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALERTAS
                   NOT AT END
                       IF ALERTA-PRODUCTO-ID NOT = PRODUCTO-ID
                           MOVE "S" TO WS-EOF-ALERTAS
                       ELSE
                           IF ALERTA-ABIERTA
                               PERFORM PREGUNTAR-LOTE-RETIRADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PREGUNTAR-LOTE-RETIRADO.
           MOVE SPACE TO WS-ES-LOTE-RETIRADO
           PERFORM UNTIL WS-ES-LOTE-RETIRADO = "S" OR
                         WS-ES-LOTE-RETIRADO = "N"
               DISPLAY "ALERTA SANITARIA: LOTE " ALERTA-LOTE-CODIGO
                   " RETIRADO. ES ESE EL LOTE DEL ENVASE? (S/N): "
               ACCEPT WS-ES-LOTE-RETIRADO
               MOVE FUNCTION UPPER-CASE(WS-ES-LOTE-RETIRADO)
                   TO WS-ES-LOTE-RETIRADO
           END-PERFORM
           IF WS-ES-LOTE-RETIRADO = "S"
               DISPLAY "VENTA DENEGADA: PRODUCTO RETIRADO. APARTE LA "
                   "UNIDAD Y AVISE AL SUPERVISOR."
               MOVE "S" TO WS-EDAD-RECHAZADA
               MOVE "S" TO WS-EOF-ALERTAS
           END-IF.

       REGISTRAR-RECHAZO-EDAD.
           MOVE "S" TO WS-EDAD-RECHAZADA
           MOVE FUNCTION CURRENT-DATE(1:8) TO RECHAZO-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO RECHAZO-HORA
           MOVE WS-OPERADOR-CAJA TO RECHAZO-OPERADOR
           MOVE WS-NUMERO-TICKET TO RECHAZO-TICKET
           MOVE PRODUCTO-ID TO RECHAZO-PRODUCTO-ID
           MOVE PRODUCTO-RESTRICCION-EDAD TO RECHAZO-CLASE
           MOVE WS-MOTIVO-RECHAZO TO RECHAZO-MOTIVO
           WRITE RECHAZO-REGISTRO.

      *> IDs cortos tecleados sin ceros a la izquierda ("123"), como
      *> toleraba el ACCEPT numerico de siempre: de una a cinco
      *> cifras seguidas de blancos se completan a seis.
           IF WS-HAY-OFERTAS = "S"
               PERFORM APLICAR-PROMOS-MULTIPLES
           END-IF
           MOVE 0 TO WS-PAGOS-CANT
           MOVE 0 TO WS-PAGADO
           MOVE 0 TO WS-ENTREGADO
           MOVE 0 TO WS-CAMBIO
           MOVE 0 TO WS-CUENTA-COBRADA
           MOVE WS-TICKET-TOTAL TO TP-TOTAL
           DISPLAY TICKET-PIE
           MOVE SPACES TO WS-EMPLEADO-TICKET
           MOVE 0 TO WS-DTO-PERSONAL
           IF WS-HAY-OPERADORES = "S"
               PERFORM OFRECER-COMPRA-PERSONAL
           END-IF
           MOVE 0 TO WS-VALE-APLICADO
           MOVE 0 TO WS-DESCUENTO-VALE
           MOVE 0 TO WS-DESCUENTO-PUNTOS
           IF WS-HAY-VALES = "S"
               PERFORM OFRECER-PAGO-CON-VALE
           END-IF
           MOVE 0 TO WS-CUPONES-CANT
           MOVE 0 TO WS-DESCUENTO-CUPONES
           IF WS-HAY-CUPONES = "S"
               PERFORM OFRECER-CUPONES
           END-IF
           IF WS-HAY-CLIENTES = "S" AND WS-CLIENTE-TICKET > 0
               PERFORM OFRECER-CANJE-PUNTOS
           END-IF
           PERFORM COBRAR-LINEAS-DE-PAGO
           MOVE WS-NUMERO-TICKET TO TICKET-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:8) TO TICKET-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO TICKET-HORA
           MOVE WS-TICKET-LINEAS TO TICKET-LINEAS
           MOVE WS-TICKET-TOTAL TO TICKET-TOTAL
           EVALUATE TRUE
               WHEN WS-PAGOS-CANT = 0
                   MOVE "E" TO TICKET-MEDIO-PAGO
               WHEN WS-PAGOS-CANT = 1
                   MOVE PG-MEDIO(1) TO TICKET-MEDIO-PAGO
               WHEN OTHER
                   MOVE "M" TO TICKET-MEDIO-PAGO
           END-EVALUATE
           MOVE WS-PAGOS-CANT TO TICKET-PAGOS-CANT
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 5
               IF WS-PG > WS-PAGOS-CANT
                   MOVE SPACE TO TICKET-PAGO-MEDIO(WS-PG)
                   MOVE ZEROES TO TICKET-PAGO-IMPORTE(WS-PG)
                   MOVE ZEROES TO TICKET-PAGO-REFERENCIA(WS-PG)
               ELSE
                   MOVE PG-MEDIO(WS-PG) TO TICKET-PAGO-MEDIO(WS-PG)
                   MOVE PG-IMPORTE(WS-PG) TO TICKET-PAGO-IMPORTE(WS-PG)
                   MOVE PG-REFERENCIA(WS-PG)
                       TO TICKET-PAGO-REFERENCIA(WS-PG)
               END-IF
           END-PERFORM
           MOVE WS-ENTREGADO TO TICKET-ENTREGADO
           MOVE WS-CAMBIO TO TICKET-CAMBIO
           MOVE WS-CLIENTE-TICKET TO TICKET-CLIENTE-ID
           MOVE "N" TO TICKET-ANULADO
           MOVE WS-SESION-ACTUAL TO TICKET-SESION
           MOVE "N" TO TICKET-FACTURADO
           MOVE WS-EMPLEADO-TICKET TO TICKET-EMPLEADO
           MOVE WS-DTO-PERSONAL TO TICKET-DTO-PERSONAL
           MOVE WS-TERMINAL TO TICKET-TERMINAL
           WRITE TICKET-REGISTRO INVALID KEY
               DISPLAY "Error al grabar el ticket. Estado: "
                   WS-TICKETS-STATUS
               MOVE "GRABAR-TICKET" TO WS-INC-PARRAFO
               MOVE WS-ARCH-TICKETS TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               MOVE TICKET-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-TICKETS-STATUS = "00"
               MOVE "TICKET" TO BIT-TIPO
               MOVE WS-TICKET-TOTAL TO TP-TOTAL
               DISPLAY "TICKET " TICKET-NUMERO " FECHA " TICKET-FECHA
               DISPLAY TICKET-PIE
               IF WS-CAMBIO > 0
                   MOVE WS-CAMBIO TO WS-PENDIENTE-EDIT
                   DISPLAY "CAMBIO A DEVOLVER EUR: " WS-PENDIENTE-EDIT
               END-IF
               DISPLAY "Ticket registrado correctamente."
               IF WS-CUENTA-COBRADA > 0
                   PERFORM CARGAR-TICKET-EN-CUENTA
               END-IF
               IF WS-VALE-APLICADO > 0
                   PERFORM MARCAR-VALE-USADO
               END-IF
               PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CUPONES-CANT
                   PERFORM GRABAR-CANJE-CUPON
               END-PERFORM
      *> La compra de personal ya lleva su descuento: no suma puntos.
               IF WS-HAY-CLIENTES = "S" AND WS-CLIENTE-TICKET > 0
                  AND WS-EMPLEADO-TICKET = SPACES
                   PERFORM ACUMULAR-PUNTOS-TICKET
               END-IF
      *> El ticket es factura simplificada: entra en el registro de
      *> facturacion encadenado antes de imprimirse con su QR. Los
      *> tickets del modo practica no son facturas.
               IF WS-MODO-PRACTICA = "N"
                   PERFORM REGISTRAR-TICKET-EXPEDIDO
               END-IF
      *> Ticket de cliente en 40 columnas (TICKET-NNNNNN.txt), listo
      *> para la impresora del mostrador.
               CALL "IMPRIMIR-TICKET" USING TICKET-NUMERO
               END-IF
           END-IF.

      *> Cuota del total cobrado: la base de las lineas escalada por
      *> total gravado / suma de lineas (promos, cupones y descuento
      *> de personal ya restados). Los depositos de envase se cobran
      *> en el total pero no son base: el gravado es sin ellos.
       REGISTRAR-TICKET-EXPEDIDO.
           IF TICKET-TOTAL > WS-TICKET-DEPOSITOS
               COMPUTE WS-VF-GRAVADO =
                   TICKET-TOTAL - WS-TICKET-DEPOSITOS
           ELSE
               MOVE 0 TO WS-VF-GRAVADO
           END-IF
           IF WS-TICKET-IMPORTE-LINEAS = 0
               COMPUTE WS-VF-BASE ROUNDED =
                   WS-VF-GRAVADO / (1 + PA-IVA-GENERAL / 100)
           ELSE
               COMPUTE WS-VF-BASE ROUNDED = WS-TICKET-BASE-LINEAS
                   * WS-VF-GRAVADO / WS-TICKET-IMPORTE-LINEAS
           END-IF
           COMPUTE WS-VF-CUOTA = WS-VF-GRAVADO - WS-VF-BASE
           MOVE TICKET-TOTAL TO WS-VF-IMPORTE
           CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
               WS-VF-SERIE, TICKET-NUMERO, TICKET-FECHA, WS-VF-TIPO,
               WS-VF-CUOTA, WS-VF-IMPORTE, WS-VF-QR.

      *----------------------- COMPRA DE PERSONAL -------------------------
      * El empleado se identifica con su identidad y clave (la misma
      * validacion que los programas supervisados). Sin tope mensual
      * no tiene compra de personal; si el ticket, ya descontado,
      * pasa lo que le queda del mes, se cobra como venta normal.
       OFRECER-COMPRA-PERSONAL.
           DISPLAY "Compra de personal? (S/N): "
           ACCEPT WS-COMPRA-PERSONAL
           IF WS-COMPRA-PERSONAL = "S" OR WS-COMPRA-PERSONAL = "s"
               DISPLAY "El empleado se identifica:"
               CALL "VALIDAR-OPERADOR" USING WS-ROL-EMPLEADO,
                   WS-EMPLEADO-AUTORIZADO, WS-EMPLEADO-VALIDADO
               IF WS-EMPLEADO-AUTORIZADO = "S"
                   PERFORM APLICAR-COMPRA-PERSONAL
               ELSE
                   DISPLAY "EMPLEADO NO VALIDADO: se cobra como venta "
                       "normal."
               END-IF
           END-IF.

       APLICAR-COMPRA-PERSONAL.
           OPEN INPUT OPERADORES
           MOVE WS-EMPLEADO-VALIDADO TO OP-ID
           READ OPERADORES
               INVALID KEY
                   MOVE ZEROES TO OP-TOPE-MENSUAL
           END-READ
           CLOSE OPERADORES
           IF OP-TOPE-MENSUAL = 0
               DISPLAY "EL EMPLEADO " WS-EMPLEADO-VALIDADO " NO TIENE "
                   "COMPRA DE PERSONAL: se cobra como venta normal."
           ELSE
               IF WS-TICKET-TOTAL > WS-TICKET-DEPOSITOS
                   COMPUTE WS-BASE-PERSONAL =
                       WS-TICKET-TOTAL - WS-TICKET-DEPOSITOS
               ELSE
                   MOVE 0 TO WS-BASE-PERSONAL
               END-IF
               COMPUTE WS-DTO-PERSONAL ROUNDED =
                   WS-BASE-PERSONAL * OP-DTO-PERSONAL-PCT / 100
               PERFORM CALCULAR-CONSUMO-MES
               COMPUTE WS-DISPONIBLE-MES =
                   OP-TOPE-MENSUAL - WS-CONSUMO-MES
               IF WS-TICKET-TOTAL - WS-DTO-PERSONAL > WS-DISPONIBLE-MES
                   MOVE 0 TO WS-DTO-PERSONAL
                   IF WS-DISPONIBLE-MES < 0
                       MOVE 0 TO WS-DISPONIBLE-MES
                   END-IF
                   MOVE WS-DISPONIBLE-MES TO WS-PENDIENTE-EDIT
                   DISPLAY "SUPERA EL TOPE MENSUAL DE " OP-ID
                       ": le quedan EUR " WS-PENDIENTE-EDIT
                   DISPLAY "Se cobra como venta normal."
               ELSE
                   MOVE WS-EMPLEADO-VALIDADO TO WS-EMPLEADO-TICKET
                   SUBTRACT WS-DTO-PERSONAL FROM WS-TICKET-TOTAL
                   MOVE WS-DTO-PERSONAL TO WS-DESCUENTO-EDIT
                   DISPLAY "COMPRA DE PERSONAL " OP-NOMBRE
                   DISPLAY "Descuento de personal EUR "
                       WS-DESCUENTO-EDIT
                   MOVE WS-TICKET-TOTAL TO TP-TOTAL
                   DISPLAY TICKET-PIE
               END-IF
           END-IF.

      *> Lo ya comprado por el empleado este mes: sus tickets no
      *> anulados del mes en curso, a importe cobrado.
       CALCULAR-CONSUMO-MES.
           MOVE 0 TO WS-CONSUMO-MES
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-ACTUAL
           MOVE "N" TO WS-TKT-EOF
           MOVE 0 TO TICKET-NUMERO
           START TICKETS KEY IS NOT LESS THAN TICKET-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-TKT-EOF
           END-START
           PERFORM UNTIL WS-TKT-EOF = "S"
               READ TICKETS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-TKT-EOF
                   NOT AT END
                       IF TICKET-EMPLEADO = WS-EMPLEADO-VALIDADO AND
                          TICKET-FECHA(1:6) = WS-MES-ACTUAL AND
                          NOT TICKET-ES-ANULADO
                           ADD TICKET-TOTAL TO WS-CONSUMO-MES
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- COBRO EN LINEAS DE PAGO --------------------
      * Se cobra lo pendiente (total menos vale y puntos ya aplicados)
      * en una o varias lineas: 20 EUR en efectivo y el resto con
      * tarjeta es un solo ticket. En efectivo se teclea lo que da el
      * cliente y el exceso sobre lo pendiente es el cambio; tarjeta
      * y cuenta no admiten pasarse. La quinta linea cubre todo lo que
      * quede.
       COBRAR-LINEAS-DE-PAGO.
           COMPUTE WS-PENDIENTE-COBRO = WS-TICKET-TOTAL - WS-PAGADO
           PERFORM UNTIL WS-PENDIENTE-COBRO = 0
               MOVE WS-PENDIENTE-COBRO TO WS-PENDIENTE-EDIT
               DISPLAY "PENDIENTE DE COBRO EUR: " WS-PENDIENTE-EDIT
               PERFORM PEDIR-MEDIO-DE-PAGO
               PERFORM PEDIR-IMPORTE-LINEA-PAGO
               IF WS-LINEA-PAGO-OK = "S"
                   MOVE WS-MEDIO-PAGO TO PG-MEDIO(WS-PAGOS-CANT + 1)
                   MOVE 0 TO WS-REFERENCIA-PAGO
                   PERFORM AGREGAR-LINEA-PAGO
               END-IF
               COMPUTE WS-PENDIENTE-COBRO = WS-TICKET-TOTAL - WS-PAGADO
           END-PERFORM.

       PEDIR-IMPORTE-LINEA-PAGO.
           MOVE "N" TO WS-LINEA-PAGO-OK
           IF WS-PAGOS-CANT >= 4
               DISPLAY "ULTIMA LINEA DE PAGO: cubre todo lo pendiente."
               MOVE WS-PENDIENTE-COBRO TO WS-IMPORTE-PAGO
               PERFORM VALIDAR-IMPORTE-LINEA-PAGO
           ELSE
               DISPLAY "Importe con este medio (dos decimales, "
                   "0 = todo lo pendiente): "
               ACCEPT WS-IMPORTE-PAGO
               IF WS-IMPORTE-PAGO NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO."
               ELSE
                   IF WS-IMPORTE-PAGO = 0
                       MOVE WS-PENDIENTE-COBRO TO WS-IMPORTE-PAGO
                   END-IF
                   PERFORM VALIDAR-IMPORTE-LINEA-PAGO
               END-IF
           END-IF.

       VALIDAR-IMPORTE-LINEA-PAGO.
           EVALUATE TRUE
               WHEN WS-MEDIO-PAGO = "E"
      *> Lo que exceda de lo pendiente vuelve como cambio.
                   ADD WS-IMPORTE-PAGO TO WS-ENTREGADO
                   IF WS-IMPORTE-PAGO > WS-PENDIENTE-COBRO
                       MOVE WS-PENDIENTE-COBRO TO WS-IMPORTE-LINEA-PAGO
                       COMPUTE WS-CAMBIO =
                           WS-IMPORTE-PAGO - WS-PENDIENTE-COBRO
                   ELSE
                       MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-LINEA-PAGO
                   END-IF
                   MOVE "S" TO WS-LINEA-PAGO-OK
               WHEN WS-IMPORTE-PAGO > WS-PENDIENTE-COBRO
                   DISPLAY "CON TARJETA, A CUENTA O A NOMINA NO SE "
                       "COBRA MAS DE LO PENDIENTE."
               WHEN WS-MEDIO-PAGO = "C"
                   MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-LINEA-PAGO
                   PERFORM VALIDAR-CARGO-CUENTA
               WHEN OTHER
                   MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-LINEA-PAGO
                   MOVE "S" TO WS-LINEA-PAGO-OK
           END-EVALUATE.

      *> Suma la linea al desglose: un medio repetido (dos entregas
      *> en efectivo) acumula sobre su propia linea. El medio de la
      *> linea nueva viene en la entrada siguiente a la ultima y se
      *> mira antes de juntarla con otra del mismo medio.
       AGREGAR-LINEA-PAGO.
           IF PG-MEDIO(WS-PAGOS-CANT + 1) = "C"
               ADD WS-IMPORTE-LINEA-PAGO TO WS-CUENTA-COBRADA
           END-IF
           MOVE "N" TO WS-PG-ENCONTRADO
           PERFORM VARYING WS-PG FROM 1 BY 1
               UNTIL WS-PG > WS-PAGOS-CANT OR WS-PG-ENCONTRADO = "S"
               IF PG-MEDIO(WS-PG) = PG-MEDIO(WS-PAGOS-CANT + 1) AND
                  PG-MEDIO(WS-PG) NOT = "V"
                   ADD WS-IMPORTE-LINEA-PAGO TO PG-IMPORTE(WS-PG)
                   ADD WS-REFERENCIA-PAGO TO PG-REFERENCIA(WS-PG)
                   MOVE "S" TO WS-PG-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-PG-ENCONTRADO = "N"
               ADD 1 TO WS-PAGOS-CANT
               MOVE WS-IMPORTE-LINEA-PAGO TO PG-IMPORTE(WS-PAGOS-CANT)
               MOVE WS-REFERENCIA-PAGO TO PG-REFERENCIA(WS-PAGOS-CANT)
           END-IF
           ADD WS-IMPORTE-LINEA-PAGO TO WS-PAGADO.

      *----------------------- CUENTA DEL CLIENTE (FIADO) -----------------
      * El cargo a cuenta solo pasa si el saldo resultante (con lo ya
      * cargado en este mismo ticket) no supera el limite de credito
      * del cliente; si no, la linea se rechaza y lo pendiente se
      * cobra por otro medio.
       VALIDAR-CARGO-CUENTA.
           MOVE WS-CLIENTE-TICKET TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO: cobre por otro "
                       "medio."
               NOT INVALID KEY
                   IF CLIENTE-SALDO-CUENTA + WS-CUENTA-COBRADA +
                      WS-IMPORTE-LINEA-PAGO > CLIENTE-LIMITE-CREDITO
                       DISPLAY "LIMITE DE CREDITO SUPERADO. Saldo: "
                           CLIENTE-SALDO-CUENTA " Limite: "
                           CLIENTE-LIMITE-CREDITO
                       DISPLAY "Cobre lo pendiente por otro medio."
                   ELSE
                       MOVE "S" TO WS-LINEA-PAGO-OK
                   END-IF
           END-READ.

       CARGAR-TICKET-EN-CUENTA.
           MOVE WS-CLIENTE-TICKET TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-CUENTA-COBRADA TO CLIENTE-SALDO-CUENTA
                   REWRITE CLIENTE-REGISTRO
                   DISPLAY "Cargado a cuenta. Saldo del cliente: "
                       CLIENTE-SALDO-CUENTA

      *----------------------- VALE DE COMPRA -----------------------------
      * Pago (total o parcial) con un vale emitido por una devolucion:
      * se valida que este vigente y sin usar, su importe entra como
      * linea de pago del ticket (sin pasarse de lo pendiente: el
      * sobrante de un vale mayor que el ticket no se devuelve en
      * efectivo) y al grabar el ticket el vale queda marcado usado
      * con su numero.
       OFRECER-PAGO-CON-VALE.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
                           MOVE 0 TO WS-VALE-APLICADO
                       WHEN OTHER
                           MOVE VALE-IMPORTE TO WS-DESCUENTO-VALE
                           COMPUTE WS-PENDIENTE-COBRO =
                               WS-TICKET-TOTAL - WS-PAGADO
                           IF WS-DESCUENTO-VALE > WS-PENDIENTE-COBRO
                               MOVE WS-PENDIENTE-COBRO
                                   TO WS-DESCUENTO-VALE
                           END-IF
                           MOVE "V" TO PG-MEDIO(WS-PAGOS-CANT + 1)
                           MOVE WS-DESCUENTO-VALE
                               TO WS-IMPORTE-LINEA-PAGO
                           MOVE WS-VALE-APLICADO TO WS-REFERENCIA-PAGO
                           PERFORM AGREGAR-LINEA-PAGO
                           MOVE WS-DESCUENTO-VALE TO WS-DESCUENTO-EDIT
                           DISPLAY "Vale aplicado: EUR "
                               WS-DESCUENTO-EDIT
                   REWRITE VALE-REGISTRO
           END-READ.

      *----------------------- CUPONES DE FABRICANTE ----------------------
      * El cliente entrega cupones de marca: cada codigo se busca en
      * el catalogo (activo y vigente hoy) y tiene que haber en el
      * ticket una unidad del producto del cupon, o de su familia,
      * que no cubra ya otro cupon. El valor no puede pasar del
      * precio de esa unidad ni de lo que quede por cobrar.
       OFRECER-CUPONES.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Cupon de fabricante (0 = ninguno/fin): "
               ACCEPT WS-CUPON-CODIGO
               IF WS-CUPON-CODIGO NOT NUMERIC
                   DISPLAY "CODIGO DE CUPON INVALIDO."
               ELSE
                   IF WS-CUPON-CODIGO = 0
                       MOVE 'S' TO WS-CAMPO-OK
                   ELSE
                       PERFORM VALIDAR-CUPON
                   END-IF
               END-IF
               IF WS-CUPONES-CANT >= 20
                   DISPLAY "MAXIMO DE 20 CUPONES POR TICKET."
                   MOVE 'S' TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

       VALIDAR-CUPON.
           MOVE WS-CUPON-CODIGO TO CUPON-CODIGO
           READ CUPONES
               INVALID KEY
                   DISPLAY "CUPON NO ENCONTRADO EN EL CATALOGO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUPON-ESTA-ACTIVO
                           DISPLAY "CUPON DADO DE BAJA."
                       WHEN WS-HOY < CUPON-DESDE OR
                            WS-HOY > CUPON-HASTA
                           DISPLAY "CUPON FUERA DE VIGENCIA ("
                               CUPON-DESDE " A " CUPON-HASTA ")."
                       WHEN OTHER
                           PERFORM BUSCAR-LINEA-CUPON
                           IF WS-CUPON-OK = "S"
                               PERFORM ACEPTAR-CUPON
                           ELSE
                               DISPLAY "NINGUNA LINEA DEL TICKET "
                                   "ADMITE ESTE CUPON."
                           END-IF
                   END-EVALUATE
           END-READ.

      *> Primera linea del ticket que case con el cupon y tenga
      *> unidades sin cupon.
       BUSCAR-LINEA-CUPON.
           MOVE "N" TO WS-CUPON-OK
           PERFORM VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > WS-TABLA-TKT-CANT OR WS-CUPON-OK = "S"
               MOVE "N" TO WS-TKT-ENCONTRADO
               IF CUPON-PRODUCTO-ID > 0
                   IF TK-PRODUCTO-ID(TK-IDX) = CUPON-PRODUCTO-ID
                       MOVE "S" TO WS-TKT-ENCONTRADO
                   END-IF
               ELSE
                   MOVE TK-PRODUCTO-ID(TK-IDX) TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRODUCTO-FAMILIA = CUPON-FAMILIA
                               MOVE "S" TO WS-TKT-ENCONTRADO
                           END-IF
                   END-READ
               END-IF
               IF WS-TKT-ENCONTRADO = "S" AND
                  CUPON-VALOR <= TK-PRECIO(TK-IDX)
                   PERFORM CONTAR-CUPONES-PRODUCTO
                   IF WS-CUPON-USOS < TK-UNIDADES(TK-IDX)
                       MOVE TK-PRODUCTO-ID(TK-IDX) TO WS-CUPON-PRODUCTO
                       MOVE "S" TO WS-CUPON-OK
                   END-IF
               END-IF
           END-PERFORM.

       CONTAR-CUPONES-PRODUCTO.
           MOVE 0 TO WS-CUPON-USOS
           PERFORM VARYING WS-CU FROM 1 BY 1
               UNTIL WS-CU > WS-CUPONES-CANT
               IF CU-PRODUCTO-ID(WS-CU) = TK-PRODUCTO-ID(TK-IDX)
                   ADD 1 TO WS-CUPON-USOS
               END-IF
           END-PERFORM.

       ACEPTAR-CUPON.
           COMPUTE WS-PENDIENTE-COBRO = WS-TICKET-TOTAL - WS-PAGADO
           IF CUPON-VALOR > WS-PENDIENTE-COBRO
               DISPLAY "EL CUPON SUPERA LO PENDIENTE DE COBRO."
           ELSE
               ADD 1 TO WS-CUPONES-CANT
               MOVE CUPON-CODIGO TO CU-CUPON-CODIGO(WS-CUPONES-CANT)
               MOVE CUPON-PROVEEDOR-ID
                   TO CU-PROVEEDOR-ID(WS-CUPONES-CANT)
               MOVE WS-CUPON-PRODUCTO TO CU-PRODUCTO-ID(WS-CUPONES-CANT)
               MOVE CUPON-VALOR TO CU-VALOR(WS-CUPONES-CANT)
               ADD CUPON-VALOR TO WS-DESCUENTO-CUPONES
               MOVE "F" TO PG-MEDIO(WS-PAGOS-CANT + 1)
               MOVE CUPON-VALOR TO WS-IMPORTE-LINEA-PAGO
               MOVE 1 TO WS-REFERENCIA-PAGO
               PERFORM AGREGAR-LINEA-PAGO
               MOVE CUPON-VALOR TO WS-DESCUENTO-EDIT
               DISPLAY "Cupon " CUPON-DESCRIP " aplicado: EUR "
                   WS-DESCUENTO-EDIT
           END-IF.

       GRABAR-CANJE-CUPON.
           MOVE CC-CONTADOR TO CC-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CC-HORA
           MOVE CU-CUPON-CODIGO(WS-CU) TO CC-CUPON-CODIGO
           MOVE CU-PROVEEDOR-ID(WS-CU) TO CC-PROVEEDOR-ID
           MOVE WS-NUMERO-TICKET TO CC-TICKET-NUMERO
           MOVE CU-PRODUCTO-ID(WS-CU) TO CC-PRODUCTO-ID
           MOVE CU-VALOR(WS-CU) TO CC-VALOR
           MOVE "P" TO CC-ESTADO
           MOVE ZEROES TO CC-MES-RECLAMADO
           MOVE ZEROES TO CC-FECHA-COBRO
      *> Como las lineas de venta: si la otra caja ya tomo el numero,
      *> se pasa al siguiente libre.
           WRITE CUPON-CANJE-REGISTRO
           PERFORM UNTIL WS-CANJES-STATUS NOT = "22"
               ADD 1 TO CC-CONTADOR
               MOVE CC-CONTADOR TO CC-NUMERO
               WRITE CUPON-CANJE-REGISTRO
           END-PERFORM
           IF WS-CANJES-STATUS NOT = "00"
               DISPLAY "Error al grabar el canje del cupon. Estado: "
                   WS-CANJES-STATUS
               MOVE "GRABAR-CANJE-CUPON" TO WS-INC-PARRAFO
               MOVE WS-ARCH-CUPONES-CANJE TO WS-INC-ARCHIVO
               MOVE WS-CANJES-STATUS TO WS-INC-ESTADO
               MOVE CC-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           IF WS-CANJES-STATUS = "00"
               ADD 1 TO CC-CONTADOR
           END-IF.

       RECUPERAR-ULTIMO-CANJE.
           MOVE 0 TO CC-CONTADOR
           MOVE "N" TO WS-CANJES-EOF
           PERFORM UNTIL WS-CANJES-EOF = "S"
               READ CUPONES-CANJEADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CANJES-EOF
                   NOT AT END
                       MOVE CC-NUMERO TO CC-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO CC-CONTADOR.

      *----------------------- PUNTOS DE FIDELIDAD ------------------------
      * Canje en caja: con saldo suficiente el operador puede cobrar
      * parte del ticket con puntos (100 puntos = 1 euro), sin pasarse
      * ni del saldo del cliente ni de lo pendiente de cobro. Entra
      * como linea de pago con los puntos canjeados de referencia. El
      * saldo se descuenta en el acto y el canje queda en el diario
      * de puntos.
       OFRECER-CANJE-PUNTOS.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-PUNTOS >= PA-PUNTOS-CANJE-EURO
                       PERFORM PEDIR-PUNTOS-CANJE
                   END-IF
           END-READ.

       PEDIR-PUNTOS-CANJE.
           COMPUTE WS-CANJE-MAXIMO = (WS-TICKET-TOTAL - WS-PAGADO) *
               PA-PUNTOS-CANJE-EURO
           IF WS-CANJE-MAXIMO > CLIENTE-PUNTOS
               MOVE CLIENTE-PUNTOS TO WS-CANJE-MAXIMO
           END-IF
           DISPLAY "El cliente tiene " CLIENTE-PUNTOS " puntos "
               "(" PA-PUNTOS-CANJE-EURO " puntos = 1 EUR)."
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Puntos a canjear (0 = ninguno, maximo "

           IF WS-PUNTOS-A-CANJEAR > 0
               COMPUTE WS-DESCUENTO-PUNTOS =
                   WS-PUNTOS-A-CANJEAR / PA-PUNTOS-CANJE-EURO
               MOVE "P" TO PG-MEDIO(WS-PAGOS-CANT + 1)
               MOVE WS-DESCUENTO-PUNTOS TO WS-IMPORTE-LINEA-PAGO
               MOVE WS-PUNTOS-A-CANJEAR TO WS-REFERENCIA-PAGO
               PERFORM AGREGAR-LINEA-PAGO
               SUBTRACT WS-PUNTOS-A-CANJEAR FROM CLIENTE-PUNTOS
               REWRITE CLIENTE-REGISTRO
               MOVE "C" TO PM-TIPO
                   "  Saldo restante: " CLIENTE-PUNTOS
           END-IF.

      *> PA-PUNTOS-POR-EURO puntos por cada euro entero cobrado en
      *> efectivo, tarjeta o cuenta: lo pagado con vale, con puntos o
      *> con cupones de fabricante no genera puntos, y los depositos
      *> de envase tampoco.
       ACUMULAR-PUNTOS-TICKET.
           MOVE WS-CLIENTE-TICKET TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-TICKET-TOTAL > WS-DESCUENTO-VALE +
                      WS-DESCUENTO-PUNTOS + WS-TICKET-DEPOSITOS +
                      WS-DESCUENTO-CUPONES
                       COMPUTE WS-BASE-PUNTOS = WS-TICKET-TOTAL -
                           WS-DESCUENTO-VALE - WS-DESCUENTO-PUNTOS -
                           WS-TICKET-DEPOSITOS - WS-DESCUENTO-CUPONES
                   ELSE
                       MOVE 0 TO WS-BASE-PUNTOS
                   END-IF
                   COMPUTE WS-PUNTOS-GANADOS =
                       FUNCTION INTEGER-PART(WS-BASE-PUNTOS) *
                       PA-PUNTOS-POR-EURO
                   IF WS-PUNTOS-GANADOS > 0
                       ADD WS-PUNTOS-GANADOS TO CLIENTE-PUNTOS
                       REWRITE CLIENTE-REGISTRO
               END-READ
           END-IF.

      *----------------------- TARIFA DEL CLIENTE -------------------------
      * Precio pactado con el cliente del ticket: primero la linea del
      * producto y, si no hay, la de su familia, dentro de su validez.
      * Frente a las ofertas se cobra el mas bajo de los dos: la
      * tarifa pactada no le quita al cliente una oferta mejor. La
      * linea a tarifa pactada no entra en las promos multiples.
       APLICAR-TARIFA-CLIENTE.
           MOVE "N" TO WS-TARIFA-HALLADA
           MOVE WS-CLIENTE-TICKET TO TAR-CLIENTE-ID
           MOVE VE-PRODUCTO-ID TO TAR-PRODUCTO-ID
           MOVE 0 TO TAR-FAMILIA
           PERFORM LEER-TARIFA-CLIENTE
           IF WS-TARIFA-HALLADA = "N" AND PRODUCTO-FAMILIA > 0
               MOVE WS-CLIENTE-TICKET TO TAR-CLIENTE-ID
               MOVE 0 TO TAR-PRODUCTO-ID
               MOVE PRODUCTO-FAMILIA TO TAR-FAMILIA
               PERFORM LEER-TARIFA-CLIENTE
           END-IF
           IF WS-TARIFA-HALLADA = "S"
               IF TAR-PRECIO-FIJO
                   MOVE TAR-PRECIO TO WS-PRECIO-TARIFA-CLI
               ELSE
                   COMPUTE WS-PRECIO-TARIFA-CLI ROUNDED =
                       PRODUCTO-PRECIO * (100 - TAR-DESCUENTO-PCT)
                       / 100
               END-IF
               MOVE PRODUCTO-PRECIO TO WS-PRECIO-NORMAL-EDIT
               IF WS-PRECIO-TARIFA-CLI <= WS-PRECIO-VENTA
                   MOVE WS-PRECIO-TARIFA-CLI TO WS-PRECIO-VENTA
                   MOVE "C" TO WS-ORIGEN-PRECIO
                   MOVE WS-PRECIO-TARIFA-CLI TO WS-PRECIO-OFERTA-EDIT
                   DISPLAY "TARIFA DEL CLIENTE. Precio tarifa: "
                       WS-PRECIO-NORMAL-EDIT "  Precio pactado: "
                       WS-PRECIO-OFERTA-EDIT
               ELSE
                   DISPLAY "La oferta vigente mejora la tarifa del "
                       "cliente: se cobra la oferta."
               END-IF
           END-IF.

       LEER-TARIFA-CLIENTE.
           READ TARIFAS-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-HOY >= TAR-DESDE AND WS-HOY <= TAR-HASTA
                       MOVE "S" TO WS-TARIFA-HALLADA
                   END-IF
           END-READ.

      * La disponibilidad real es el stock del maestro menos lo ya
      * vendido hoy y todavia sin aplicar por el batch: asi no se
      * venden dos veces las mismas ultimas unidades.
                   PRODUCTO-STOCK " Pendiente de aplicar: "
                   WS-PENDIENTE-PRODUCTO " Disponible: "
                   WS-DISPONIBLE
      *> La linea de presupuesto sin stock no se sustituye ni es
      *> venta perdida: queda pendiente para pasarla a encargos.
               IF WS-HAY-SUSTITUTOS = "S" AND WS-ES-BALANZA = "N" AND
                  WS-LINEA-PRESUPUESTO = "N"
                   PERFORM OFRECER-SUSTITUTOS
               END-IF
               IF WS-SUSTITUTO-ELEGIDO = 0 AND
                  WS-LINEA-PRESUPUESTO = "N"
                   PERFORM OFRECER-VENTA-PERDIDA
               END-IF
           ELSE
               MOVE 'S' TO WS-VENTA-VALIDA
           END-IF.

      *----------------------- SUSTITUTOS --------------------------------
      * Se listan las alternativas del producto por su orden, solo las
      * que tienen disponible para las unidades pedidas; cada una
      * mostrada queda anotada con si el cliente la acepto.
       OFRECER-SUSTITUTOS.
           MOVE VE-PRODUCTO-ID TO WS-SUST-ORIGINAL
           MOVE 0 TO WS-SUST-CANT
           MOVE "N" TO WS-SUST-EOF
           MOVE WS-SUST-ORIGINAL TO SUST-PRODUCTO-ID
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
                       IF SUST-PRODUCTO-ID NOT = WS-SUST-ORIGINAL
                           MOVE "S" TO WS-SUST-EOF
                       ELSE
                           PERFORM MOSTRAR-SUSTITUTO-DISPONIBLE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-SUST-ELECCION
           IF WS-SUST-CANT > 0
               DISPLAY "Sustituto que se lleva el cliente (1-"
                   WS-SUST-CANT ", 0 = ninguno): "
               ACCEPT WS-SUST-ELECCION
               IF WS-SUST-ELECCION NOT NUMERIC OR
                  WS-SUST-ELECCION > WS-SUST-CANT
                   MOVE 0 TO WS-SUST-ELECCION
               END-IF
               PERFORM VARYING WS-SUST-I FROM 1 BY 1
                   UNTIL WS-SUST-I > WS-SUST-CANT
                   PERFORM GRABAR-SUSTITUCION
               END-PERFORM
               IF WS-SUST-ELECCION > 0
                   MOVE TSO-PRODUCTO-ID(WS-SUST-ELECCION)
                       TO WS-SUSTITUTO-ELEGIDO
               END-IF
           END-IF

      *> Se deja en el registro el producto pedido, que es el que
      *> anota la venta perdida si no se acepta ninguno.
           MOVE WS-SUST-ORIGINAL TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
           END-READ.

       MOSTRAR-SUSTITUTO-DISPONIBLE.
           MOVE SUST-ALTERNATIVO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCTO-ES-KIT NOT = "S" AND
                      NOT PRODUCTO-ES-DEPOSITO AND
                      PRODUCTO-DISCONTINUADO NOT = "S"
                       MOVE PRODUCTO-ID TO WS-PENDIENTE-BUSCADO
                       PERFORM BUSCAR-PENDIENTE-GENERICO
                       COMPUTE WS-DISPONIBLE =
                           PRODUCTO-STOCK - WS-PENDIENTE-PRODUCTO
                       IF WS-DISPONIBLE >= UNIDADES
                           PERFORM ANOTAR-SUSTITUTO-OFRECIDO
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-SUSTITUTO-OFRECIDO.
           IF WS-SUST-CANT = 0
               DISPLAY "SUSTITUTOS CON STOCK:"
           END-IF
           ADD 1 TO WS-SUST-CANT
           MOVE PRODUCTO-ID TO TSO-PRODUCTO-ID(WS-SUST-CANT)
           MOVE WS-SUST-CANT TO SOF-NUMERO
           MOVE PRODUCTO-DESCRIP TO SOF-DESCRIP
           MOVE PRODUCTO-PRECIO TO SOF-PRECIO
           MOVE WS-DISPONIBLE TO SOF-DISPONIBLE
           MOVE PRODUCTO-UBICACION TO SOF-UBICACION
           DISPLAY SUSTITUTO-OFRECIDO.

       GRABAR-SUSTITUCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SO-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO SO-HORA
           MOVE "V" TO SO-ORIGEN
           MOVE WS-SUST-ORIGINAL TO SO-PRODUCTO-ID
           MOVE TSO-PRODUCTO-ID(WS-SUST-I) TO SO-SUSTITUTO-ID
           IF WS-SUST-I = WS-SUST-ELECCION
               MOVE "S" TO SO-ACEPTADO
           ELSE
               MOVE "N" TO SO-ACEPTADO
           END-IF
           MOVE WS-OPERADOR-CAJA TO SO-OPERADOR
           WRITE SUSTITUCION-REGISTRO.

      *> La linea sigue con el sustituto y las mismas unidades: pasa
      *> por la restriccion de edad y por la validacion de stock
      *> como si se hubiera tecleado.
       CAMBIAR-A-SUSTITUTO.
           MOVE WS-SUSTITUTO-ELEGIDO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "Producto no encontrado: " PRODUCTO-ID
               NOT INVALID KEY
                   MOVE PRODUCTO-ID TO VE-PRODUCTO-ID
                   DISPLAY "Producto: " PRODUCTO-DESCRIP
                   IF NOT PRODUCTO-SIN-RESTRICCION
                       PERFORM VERIFICAR-RESTRICCION-EDAD
                   END-IF
                   IF WS-EDAD-RECHAZADA = "N" AND WS-HAY-ALERTAS = "S"
                       PERFORM VERIFICAR-ALERTA-SANITARIA
                   END-IF
                   IF WS-EDAD-RECHAZADA = "N"
                       MOVE 0 TO WS-SUSTITUTO-ELEGIDO
                       PERFORM VALIDAR-VENTA
                   END-IF
           END-READ.

      *----------------------- VENTAS PERDIDAS ----------------------------
      * La linea rechazada por stock se ofrece anotar tal cual, con
      * las unidades que pidio el cliente.
       OFRECER-VENTA-PERDIDA.
           DISPLAY "¿Anotar como venta perdida (sin stock)? (S/N): "
           ACCEPT WS-ANOTAR-PERDIDA
           IF WS-ANOTAR-PERDIDA = "S" OR WS-ANOTAR-PERDIDA = "s"
               MOVE PRODUCTO-ID TO VP-PRODUCTO-ID
               MOVE PRODUCTO-DESCRIP TO VP-DESCRIP
               MOVE UNIDADES TO VP-CANTIDAD
               MOVE "S" TO VP-MOTIVO
               PERFORM GRABAR-VENTA-PERDIDA
           END-IF.

      *> Pedido de mostrador sin linea de venta: un producto del
      *> catalogo (sin stock) o algo que no trabajamos, en texto
      *> libre. Despues se sigue pidiendo el producto de la linea.
       ANOTAR-PERDIDA-MANUAL.
           DISPLAY "Venta perdida - ID del producto, o descripcion si "
               "no lo tenemos: "
           ACCEPT WS-PERDIDA-ENTRADA
           MOVE 0 TO VP-PRODUCTO-ID
           MOVE WS-PERDIDA-ENTRADA TO VP-DESCRIP
           MOVE "N" TO VP-MOTIVO
           IF WS-PERDIDA-ENTRADA(1:6) NUMERIC AND
              WS-PERDIDA-ENTRADA(7:24) = SPACES
               MOVE WS-PERDIDA-ENTRADA(1:6) TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       DISPLAY "Producto no encontrado: se anota "
                           "como no lo tenemos."
                   NOT INVALID KEY
                       MOVE PRODUCTO-ID TO VP-PRODUCTO-ID
                       MOVE PRODUCTO-DESCRIP TO VP-DESCRIP
                       DISPLAY PRODUCTO-DESCRIP
                       DISPLAY "Motivo (S = sin stock, N = no lo "
                           "tenemos): "
                       ACCEPT VP-MOTIVO
                       IF VP-MOTIVO = "s"
                           MOVE "S" TO VP-MOTIVO
                       END-IF
                       IF NOT VP-SIN-STOCK
                           MOVE "N" TO VP-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF VP-DESCRIP = SPACES
               DISPLAY "VENTA PERDIDA SIN DESCRIPCION: no se anota."
           ELSE
               MOVE 'N' TO WS-ANOTAR-PERDIDA
               PERFORM UNTIL WS-ANOTAR-PERDIDA = 'S'
                   DISPLAY "Cantidad pedida: "
                   ACCEPT WS-PERDIDA-CANT
                   IF WS-PERDIDA-CANT NOT NUMERIC OR
                      WS-PERDIDA-CANT = 0
                       DISPLAY "CANTIDAD INVALIDA."
                   ELSE
                       MOVE 'S' TO WS-ANOTAR-PERDIDA
                   END-IF
               END-PERFORM
               MOVE WS-PERDIDA-CANT TO VP-CANTIDAD
               PERFORM GRABAR-VENTA-PERDIDA
           END-IF.

       GRABAR-VENTA-PERDIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VP-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO VP-HORA
           MOVE WS-OPERADOR-CAJA TO VP-OPERADOR
           MOVE WS-TERMINAL TO VP-TERMINAL
           WRITE VENTA-PERDIDA-REGISTRO
           IF WS-PERDIDAS-STATUS = "00"
               DISPLAY "Venta perdida anotada: " VP-DESCRIP
           ELSE
               DISPLAY "Error al anotar la venta perdida. Estado: "
                   WS-PERDIDAS-STATUS
               MOVE "GRABAR-VENTA-PERDIDA" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PERDIDAS TO WS-INC-ARCHIVO
               MOVE WS-PERDIDAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- STOCK DE UN KIT ----------------------------
      * El kit es virtual: la venta vale solo si CADA componente del
      * escandallo tiene stock disponible para la cantidad pedida.
               MOVE "PRACTICA-BITACORA-DIA.dat" TO WS-ARCH-BITACORA
               MOVE "PRACTICA-TICKETS-APARCADOS-INDEXADO.dat"
                   TO WS-ARCH-APARCADOS
               MOVE "PRACTICA-RECHAZOS-EDAD.dat" TO WS-ARCH-RECHAZOS
               MOVE "PRACTICA-VENTAS-PERDIDAS.dat" TO WS-ARCH-PERDIDAS
               MOVE "PRACTICA-SUSTITUCIONES-OFRECIDAS.dat"
                   TO WS-ARCH-SUSTITUCIONES
               MOVE "PRACTICA-CUPONES-CANJEADOS-INDEXADO.dat"
                   TO WS-ARCH-CUPONES-CANJE
               DISPLAY "****************************************"
               DISPLAY "***          MODO PRACTICA           ***"
               DISPLAY "*** NADA TOCA LOS ARCHIVOS REALES    ***"
               DISPLAY "****************************************"
           END-IF.

      *----------------------- FUERA DE LINEA -----------------------------
      * Sin los maestros compartidos la caja no puede vender normal:
      * se ofrece el modo fuera de linea y el programa termina al
      * salir de el. En practica no se ofrece.
       PASAR-A-FUERA-LINEA.
           IF WS-MODO-PRACTICA = "N"
               DISPLAY "¿Vender FUERA DE LINEA con la copia local de "
                   "precios? (S/N): "
               ACCEPT WS-FUERA-LINEA
               IF WS-FUERA-LINEA = "S" OR WS-FUERA-LINEA = "s"
                   CALL "VENTA-FUERA-LINEA" USING WS-TERMINAL
               END-IF
           END-IF
           STOP RUN.

      *> Copia del maestro de producto al disco del puesto, rehecha
      *> en cada arranque para que lleve los precios del dia.
       ACTUALIZAR-PRECIOS-LOCALES.
           OPEN OUTPUT PRECIOS-LOCAL
           IF WS-PRECIOS-LOCAL-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo rehacer "
                   WS-ARCH-PRECIOS-LOCAL ". Estado: "
                   WS-PRECIOS-LOCAL-STATUS
               MOVE "ACTUALIZAR-PRECIOS-LOCALES" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PRECIOS-LOCAL TO WS-INC-ARCHIVO
               MOVE WS-PRECIOS-LOCAL-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE 0 TO WS-PRECIOS-COPIADOS
               MOVE ZEROES TO PRODUCTO-ID
               MOVE "N" TO WS-PRODUCTO-EOF
               START PRODUCTO KEY IS NOT LESS THAN PRODUCTO-ID
                   INVALID KEY
                       MOVE "S" TO WS-PRODUCTO-EOF
               END-START
               PERFORM UNTIL WS-PRODUCTO-EOF = "S"
                   READ PRODUCTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PRODUCTO-EOF
                       NOT AT END
                           PERFORM COPIAR-PRECIO-LOCAL
                   END-READ
               END-PERFORM
               CLOSE PRECIOS-LOCAL
           END-IF.

       COPIAR-PRECIO-LOCAL.
           MOVE PRODUCTO-ID TO PLOC-PRODUCTO-ID
           MOVE PRODUCTO-EAN TO PLOC-EAN
           MOVE PRODUCTO-DESCRIP TO PLOC-DESCRIP
           MOVE PRODUCTO-PRECIO TO PLOC-PRECIO
           MOVE PRODUCTO-UNIDAD-MEDIDA TO PLOC-UNIDAD-MEDIDA
           MOVE PRODUCTO-RESTRICCION-EDAD TO PLOC-RESTRICCION-EDAD
           MOVE PRODUCTO-ENVASE-ID TO PLOC-ENVASE-ID
           MOVE PRODUCTO-ES-ENVASE TO PLOC-ES-ENVASE
           MOVE PRODUCTO-DISCONTINUADO TO PLOC-DISCONTINUADO
           WRITE PRECIO-LOCAL-REGISTRO
           IF WS-PRECIOS-LOCAL-STATUS = "00"
               ADD 1 TO WS-PRECIOS-COPIADOS
           END-IF.

       AVISAR-COLA-PENDIENTE.
           MOVE 0 TO WS-COLA-PENDIENTES
           OPEN INPUT COLA-FUERA-LINEA
           IF WS-COLA-STATUS = "00"
               MOVE "N" TO WS-COLA-EOF
               PERFORM UNTIL WS-COLA-EOF = "S"
                   READ COLA-FUERA-LINEA
                       AT END
                           MOVE "S" TO WS-COLA-EOF
                       NOT AT END
                           IF COLA-ES-CABECERA AND
                              NOT COLA-YA-SINCRONIZADO
                               ADD 1 TO WS-COLA-PENDIENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLA-FUERA-LINEA
           END-IF
           IF WS-COLA-PENDIENTES > 0
               DISPLAY "AVISO: " WS-COLA-PENDIENTES " TICKET(S) "
                   "FUERA DE LINEA SIN SINCRONIZAR: ejecute "
                   "SINCRONIZAR-FUERA-LINEA."
           END-IF.

      *----------------------- BITACORA DEL DIA ---------------------------
      * Imagen de cada registro grabado, para que RESTAURAR-DATOS
      * pueda re-aplicar el dia sobre el backup de anoche si el
           WRITE BITACORA-REGISTRO.

      *----------------------- SESION DE CAJA -----------------------------
      * Busca el turno abierto de esta caja en
      * SESIONES-CAJA-INDEXADO.dat para sellar los tickets con el.
      * Sin sesion abierta se avisa y se vende igual (el arqueo por
      * turno no vera esas ventas).
       BUSCAR-SESION-ABIERTA.
           MOVE 0 TO WS-SESION-ACTUAL
           OPEN INPUT SESIONES
                       AT END
                           MOVE "S" TO WS-SESION-EOF
                       NOT AT END
                           IF SESION-ABIERTA AND
                              SESION-TERMINAL = WS-TERMINAL
                               MOVE SESION-NUMERO TO WS-SESION-ACTUAL
                               MOVE SESION-OPERADOR TO WS-OPERADOR-CAJA
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "AVISO: SIN SESION DE CAJA ABIERTA "
                   "(SESION-CAJA opcion 1)."
               ACCEPT WS-OPERADOR-CAJA FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *----------------------- VENTAS SIN APLICAR -------------------------
      *> sobrevenderian sus componentes.
           IF WS-HAY-KITS = "S"
               PERFORM SUMAR-PENDIENTES-EN-KITS
           END-IF
      *> Lo reservado por pedidos web vivos tampoco se puede vender.
           IF WS-HAY-PEDIDOS-WEB = "S"
               PERFORM SUMAR-RESERVA-WEB
           END-IF.

       SUMAR-PENDIENTES-EN-KITS.
                   WS-PENDIENTE-PRODUCTO +
                   WS-PEND-KIT * KC-CANTIDAD
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-VENTAS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.
