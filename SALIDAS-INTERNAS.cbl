       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALIDAS-INTERNAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT SALIDAS-INTERNAS
               ASSIGN TO "SALIDAS-INTERNAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDAS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KARDEX-STATUS.

      *> Numeracion propia de los certificados de donacion: guarda el
      *> ultimo emitido y nunca se reinicia.
           SELECT DONACION-CONTADOR
               ASSIGN TO "DONACION-CONTADOR.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.

           SELECT CERTIFICADO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD SALIDAS-INTERNAS.
           COPY SALIDAINT.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD KARDEX.
           COPY KARDEX.

       FD DONACION-CONTADOR.
       01 CONTADOR-REGISTRO.
           05 CONTADOR-ULTIMO-CERTIFICADO PIC 9(6).

       FD CERTIFICADO-TXT.
       01 CER-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-SALIDAS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-KARDEX-STATUS PIC XX.
       01 WS-CONTADOR-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(40).
       01 WS-HOY PIC 9(8).
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-TIPO-SALIDA PIC X VALUE SPACE.
           88 SALIDA-AUTOCONSUMO VALUE "A".
           88 SALIDA-DONACION VALUE "D".
       01 WS-PRODUCTO-PEDIDO PIC 9(6).
       01 WS-UNIDADES-PEDIDAS PIC 9(6).
       01 WS-MOTIVO PIC X(30).
       01 WS-ENTIDAD PIC X(40) VALUE SPACES.
       01 WS-ENTIDAD-NIF PIC X(9) VALUE SPACES.
       01 WS-CERTIFICADO PIC 9(6) VALUE ZEROES.
       01 WS-STOCK-ANTERIOR PIC 9(6).
       01 WS-STOCK-NUEVO PIC 9(6).
       01 WS-UNIDADES-EDIT PIC Z(5)9.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-LINEAS-APLICADAS PIC 9(3) VALUE ZEROES.
       01 WS-VALOR-TOTAL PIC 9(9)V99 VALUE ZEROES.
       01 WS-TIPO-KARDEX PIC X(10).
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada. Registrar salidas
      * internas es trabajo del almacen.
       01 WS-ROL-EXIGIDO PIC X VALUE "A".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.

      *----------------------- RELACION DE LA ENTREGA ---------------------
      * Las lineas se recogen primero y se aplican juntas al
      * confirmar: una donacion es un solo certificado con todo lo
      * entregado.
       01 WS-LINEAS-CANT PIC 9(3) VALUE ZEROES.
       01 WS-LINEA-IDX PIC 9(3).
       01 WS-LINEA-REPETIDA PIC X VALUE "N".
       01 TABLA-LINEAS.
           05 TL-LINEA OCCURS 50 TIMES.
               10 TL-PRODUCTO-ID PIC 9(6).
               10 TL-DESCRIP PIC X(30).
               10 TL-UNIDADES PIC 9(6).
               10 TL-COSTO PIC 9(5)V99.
               10 TL-VALOR PIC 9(7)V99.
               10 TL-MOTIVO PIC X(30).
               10 TL-APLICADA PIC X.

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

      *----------------------- CERTIFICADO DE DONACION --------------------
       01 CER-CABECERA.
           05 FILLER PIC X(29) VALUE "CERTIFICADO DE DONACION NO. ".
           05 CC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 CC-FECHA PIC 9(8).
       01 CER-ENTIDAD-LINEA.
           05 FILLER PIC X(19) VALUE "ENTIDAD DONATARIA: ".
           05 CC-ENTIDAD PIC X(40).
       01 CER-NIF-LINEA.
           05 FILLER PIC X(19) VALUE "NIF..............: ".
           05 CC-NIF PIC X(9).
       01 CER-ENCABEZADO.
           05 FILLER PIC X(34) VALUE "DESCRIPCION".
           05 FILLER PIC X(14) VALUE "CANT     COSTO".
           05 FILLER PIC X(12) VALUE "       VALOR".
       01 CER-DETALLE.
           05 CD-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-COSTO PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-VALOR PIC Z(6)9.99.
       01 CER-TOTAL.
           05 FILLER PIC X(30) VALUE "VALOR TOTAL DONADO EUR......:".
           05 CT-VALOR PIC Z(8)9.99.
       01 CER-TEXTO-1 PIC X(80) VALUE
           "Entrega a titulo gratuito y sin contraprestacion alguna,".
       01 CER-TEXTO-2 PIC X(80) VALUE
           "valorados al coste medio ponderado de las existencias.".
       01 CER-FIRMAS PIC X(80) VALUE
           "Firma del donante:                  Firma y sello entidad:".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- AUTOCONSUMO Y DONACIONES -------------------
      * Salidas de stock que no son merma: lo que gasta la propia
      * tienda (autoconsumo) y lo que se entrega al banco de
      * alimentos (donacion). Cada linea baja el stock, queda en
      * SALIDAS-INTERNAS.dat al costo medio ponderado, va al kardex
      * valorado con su propio tipo y se audita. Una donacion emite
      * ademas el certificado CERTIFICADO-DONACION-NNNNNN.txt con la
      * entidad, los productos y el valor entregado.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. SALIDA NO AUTORIZADA."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

      *> Candado contable: un mes cerrado por CIERRE-MENSUAL no
      *> admite salidas fechadas dentro.
           CALL "PERIODO-CERRADO" USING WS-HOY, WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               DISPLAY "EL MES " WS-HOY(1:6) " ESTA CERRADO: LA "
                   "SALIDA SE RECHAZA."
               GOBACK
           END-IF

           DISPLAY "TIPO DE SALIDA:"
           DISPLAY "A. AUTOCONSUMO DE LA TIENDA."
           DISPLAY "D. DONACION (BANCO DE ALIMENTOS)."
           ACCEPT WS-TIPO-SALIDA
           MOVE FUNCTION UPPER-CASE(WS-TIPO-SALIDA) TO WS-TIPO-SALIDA
           IF NOT SALIDA-AUTOCONSUMO AND NOT SALIDA-DONACION
               DISPLAY "Tipo de salida invalido."
               GOBACK
           END-IF

           IF SALIDA-DONACION
               PERFORM PEDIR-ENTIDAD
           END-IF

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM TOMAR-LINEAS
           IF WS-LINEAS-CANT = 0
               DISPLAY "No se registro ninguna linea."
               CLOSE PRODUCTO
               GOBACK
           END-IF

           PERFORM MOSTRAR-RELACION
           DISPLAY "Confirmar la salida? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "SALIDA CANCELADA. NO SE MODIFICO EL STOCK."
               CLOSE PRODUCTO
               GOBACK
           END-IF

           IF SALIDA-DONACION
               PERFORM TOMAR-NUMERO-CERTIFICADO
               MOVE "DONACION" TO WS-TIPO-KARDEX
           ELSE
               MOVE "AUTOCONSUM" TO WS-TIPO-KARDEX
           END-IF

           OPEN EXTEND SALIDAS-INTERNAS
           IF WS-SALIDAS-STATUS = "05" OR WS-SALIDAS-STATUS = "35"
               OPEN OUTPUT SALIDAS-INTERNAS
           END-IF

           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF

           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           END-IF

           PERFORM RESOLVER-OPERADOR-AUDITORIA
           PERFORM VARYING WS-LINEA-IDX FROM 1 BY 1
               UNTIL WS-LINEA-IDX > WS-LINEAS-CANT
               PERFORM APLICAR-LINEA
           END-PERFORM

           CLOSE PRODUCTO
           CLOSE SALIDAS-INTERNAS
           CLOSE PRODUCTO-AUDITORIA
           CLOSE KARDEX

           IF SALIDA-DONACION AND WS-LINEAS-APLICADAS > 0
               PERFORM GENERAR-CERTIFICADO
           END-IF

           MOVE WS-VALOR-TOTAL TO WS-IMPORTE-EDIT
           DISPLAY "SALIDA REGISTRADA."
           DISPLAY "Lineas aplicadas....: " WS-LINEAS-APLICADAS
           DISPLAY "Valor a coste EUR...: " WS-IMPORTE-EDIT
           GOBACK.

      *> La entidad firma el certificado: nombre y NIF obligatorios.
       PEDIR-ENTIDAD.
           PERFORM UNTIL WS-ENTIDAD NOT = SPACES
               DISPLAY "Entidad donataria (nombre): "
               ACCEPT WS-ENTIDAD
           END-PERFORM
           PERFORM UNTIL WS-ENTIDAD-NIF NOT = SPACES
               DISPLAY "NIF de la entidad: "
               ACCEPT WS-ENTIDAD-NIF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ENTIDAD-NIF) TO WS-ENTIDAD-NIF.

      *----------------------- TOMA DE LINEAS -----------------------------
       TOMAR-LINEAS.
           MOVE 1 TO WS-PRODUCTO-PEDIDO
           PERFORM UNTIL WS-PRODUCTO-PEDIDO = 0 OR
                         WS-LINEAS-CANT = 50
               DISPLAY "ID de producto (0 para terminar): "
               ACCEPT WS-PRODUCTO-PEDIDO
               IF WS-PRODUCTO-PEDIDO NOT = 0
                   PERFORM TOMAR-UNA-LINEA
               END-IF
           END-PERFORM
           IF WS-LINEAS-CANT = 50
               DISPLAY "Relacion completa (50 lineas)."
           END-IF.

       TOMAR-UNA-LINEA.
           MOVE "N" TO WS-LINEA-REPETIDA
           PERFORM VARYING WS-LINEA-IDX FROM 1 BY 1
               UNTIL WS-LINEA-IDX > WS-LINEAS-CANT
               IF TL-PRODUCTO-ID(WS-LINEA-IDX) = WS-PRODUCTO-PEDIDO
                   MOVE "S" TO WS-LINEA-REPETIDA
               END-IF
           END-PERFORM
           MOVE WS-PRODUCTO-PEDIDO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "Producto no encontrado."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-LINEA-REPETIDA = "S"
                           DISPLAY "El producto ya esta en la "
                               "relacion."
      *> Lo que esta en consigna es del proveedor: no se consume ni
      *> se dona sin comprarlo antes.
                       WHEN PRODUCTO-EN-CONSIGNA
                           DISPLAY "MERCANCIA EN CONSIGNA: NO ADMITE "
                               "AUTOCONSUMO NI DONACION."
                       WHEN OTHER
                           PERFORM PEDIR-UNIDADES-LINEA
                   END-EVALUATE
           END-READ.

       PEDIR-UNIDADES-LINEA.
           DISPLAY PRODUCTO-DESCRIP " stock " PRODUCTO-STOCK
           DISPLAY "Unidades que salen: "
           ACCEPT WS-UNIDADES-PEDIDAS
           EVALUATE TRUE
               WHEN WS-UNIDADES-PEDIDAS = 0
                   DISPLAY "Sin unidades: linea descartada."
               WHEN WS-UNIDADES-PEDIDAS > PRODUCTO-STOCK
                   DISPLAY "No hay stock suficiente."
               WHEN OTHER
                   PERFORM ANOTAR-LINEA
           END-EVALUATE.

       ANOTAR-LINEA.
           IF SALIDA-AUTOCONSUMO
               MOVE SPACES TO WS-MOTIVO
               PERFORM UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY "Uso (limpieza, bolsas, personal...): "
                   ACCEPT WS-MOTIVO
               END-PERFORM
           ELSE
               MOVE WS-ENTIDAD TO WS-MOTIVO
           END-IF
           ADD 1 TO WS-LINEAS-CANT
           MOVE PRODUCTO-ID TO TL-PRODUCTO-ID(WS-LINEAS-CANT)
           MOVE PRODUCTO-DESCRIP TO TL-DESCRIP(WS-LINEAS-CANT)
           MOVE WS-UNIDADES-PEDIDAS TO TL-UNIDADES(WS-LINEAS-CANT)
           MOVE PRODUCTO-COSTO TO TL-COSTO(WS-LINEAS-CANT)
           COMPUTE TL-VALOR(WS-LINEAS-CANT) ROUNDED =
               WS-UNIDADES-PEDIDAS * PRODUCTO-COSTO
           MOVE WS-MOTIVO TO TL-MOTIVO(WS-LINEAS-CANT)
           MOVE "N" TO TL-APLICADA(WS-LINEAS-CANT)
           MOVE TL-VALOR(WS-LINEAS-CANT) TO WS-IMPORTE-EDIT
           DISPLAY "Linea anotada. Valor a coste: " WS-IMPORTE-EDIT.

       MOSTRAR-RELACION.
           MOVE ZEROES TO WS-VALOR-TOTAL
           DISPLAY "RELACION DE LA SALIDA:"
           PERFORM VARYING WS-LINEA-IDX FROM 1 BY 1
               UNTIL WS-LINEA-IDX > WS-LINEAS-CANT
               MOVE TL-UNIDADES(WS-LINEA-IDX) TO WS-UNIDADES-EDIT
               MOVE TL-VALOR(WS-LINEA-IDX) TO WS-IMPORTE-EDIT
               DISPLAY TL-PRODUCTO-ID(WS-LINEA-IDX) " "
                   TL-DESCRIP(WS-LINEA-IDX) " " WS-UNIDADES-EDIT
                   " " WS-IMPORTE-EDIT
               ADD TL-VALOR(WS-LINEA-IDX) TO WS-VALOR-TOTAL
           END-PERFORM
           MOVE WS-VALOR-TOTAL TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL A COSTE EUR: " WS-IMPORTE-EDIT
           MOVE ZEROES TO WS-VALOR-TOTAL.

      *----------------------- APLICACION DE LA SALIDA --------------------
      *> Se relee el producto al aplicar: el stock y el costo medio
      *> pueden haber cambiado mientras se tomaba la relacion.
       APLICAR-LINEA.
           MOVE TL-PRODUCTO-ID(WS-LINEA-IDX) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "Producto " PRODUCTO-ID
                       " ya no existe: linea omitida."
               NOT INVALID KEY
                   IF TL-UNIDADES(WS-LINEA-IDX) > PRODUCTO-STOCK
                       DISPLAY "Producto " PRODUCTO-ID
                           " sin stock suficiente: linea omitida."
                   ELSE
                       PERFORM DESCONTAR-STOCK
                   END-IF
           END-READ.

       DESCONTAR-STOCK.
           MOVE PRODUCTO-STOCK TO WS-STOCK-ANTERIOR
           MOVE PRODUCTO-COSTO TO TL-COSTO(WS-LINEA-IDX)
           COMPUTE TL-VALOR(WS-LINEA-IDX) ROUNDED =
               TL-UNIDADES(WS-LINEA-IDX) * PRODUCTO-COSTO
           SUBTRACT TL-UNIDADES(WS-LINEA-IDX) FROM PRODUCTO-STOCK
           REWRITE PRODUCTO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el producto "
                       PRODUCTO-ID ". Estado: " WS-PRODUCTO-STATUS
                   MOVE "DESCONTAR-STOCK" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   MOVE PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-REWRITE
           IF WS-PRODUCTO-STATUS = "00"
               MOVE "S" TO TL-APLICADA(WS-LINEA-IDX)
               ADD 1 TO WS-LINEAS-APLICADAS
               ADD TL-VALOR(WS-LINEA-IDX) TO WS-VALOR-TOTAL
               PERFORM GRABAR-SALIDA
               PERFORM GRABAR-KARDEX-SALIDA
               PERFORM GRABAR-AUDITORIA-SALIDA
           END-IF.

       GRABAR-SALIDA.
           MOVE WS-TIPO-SALIDA TO SI-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO SI-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO SI-HORA
           MOVE PRODUCTO-ID TO SI-PRODUCTO-ID
           MOVE TL-UNIDADES(WS-LINEA-IDX) TO SI-UNIDADES
           MOVE TL-COSTO(WS-LINEA-IDX) TO SI-COSTO-UNITARIO
           MOVE TL-VALOR(WS-LINEA-IDX) TO SI-VALOR
           MOVE TL-MOTIVO(WS-LINEA-IDX) TO SI-MOTIVO
           MOVE WS-CERTIFICADO TO SI-CERTIFICADO
           MOVE WS-ENTIDAD TO SI-ENTIDAD
           MOVE WS-ENTIDAD-NIF TO SI-ENTIDAD-NIF
           MOVE WS-OPERADOR TO SI-OPERADOR
           WRITE SALIDA-INTERNA-REGISTRO.

       GRABAR-KARDEX-SALIDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KARDEX-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO KARDEX-HORA
           MOVE PRODUCTO-ID TO KARDEX-PRODUCTO-ID
           MOVE WS-TIPO-KARDEX TO KARDEX-TIPO
           MOVE "-" TO KARDEX-SIGNO
           MOVE TL-UNIDADES(WS-LINEA-IDX) TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.

       GRABAR-AUDITORIA-SALIDA.
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE WS-TIPO-KARDEX TO AUDITORIA-ACCION
           MOVE SPACES TO AUDITORIA-DETALLE
           IF SALIDA-DONACION
               STRING "Donacion, certificado " WS-CERTIFICADO
                   DELIMITED BY SIZE INTO AUDITORIA-DETALLE
           ELSE
               STRING "Autoconsumo: " TL-MOTIVO(WS-LINEA-IDX)
                   DELIMITED BY SIZE INTO AUDITORIA-DETALLE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-STOCK-ANTERIOR TO WS-VALOR-ANTES
           MOVE PRODUCTO-STOCK TO WS-STOCK-NUEVO
           MOVE WS-STOCK-NUEVO TO WS-VALOR-DESPUES
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           MOVE SPACES TO WS-VALOR-ANTES
           MOVE SPACES TO WS-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *> El contador se lee y reescribe en el acto: si el archivo no
      *> existe todavia la numeracion arranca en 1.
       TOMAR-NUMERO-CERTIFICADO.
           MOVE ZEROES TO CONTADOR-ULTIMO-CERTIFICADO
           OPEN INPUT DONACION-CONTADOR
           IF WS-CONTADOR-STATUS = "00"
               READ DONACION-CONTADOR
                   AT END
                       MOVE ZEROES TO CONTADOR-ULTIMO-CERTIFICADO
               END-READ
               CLOSE DONACION-CONTADOR
           END-IF
           COMPUTE WS-CERTIFICADO = CONTADOR-ULTIMO-CERTIFICADO + 1
           MOVE WS-CERTIFICADO TO CONTADOR-ULTIMO-CERTIFICADO
           OPEN OUTPUT DONACION-CONTADOR
           WRITE CONTADOR-REGISTRO
           CLOSE DONACION-CONTADOR.

      *----------------------- CERTIFICADO --------------------------------
      *> Solo las lineas aplicadas: lo que no salio del stock no se
      *> certifica como donado.
       GENERAR-CERTIFICADO.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "CERTIFICADO-DONACION-" WS-CERTIFICADO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT CERTIFICADO-TXT

           MOVE TIENDA-NOMBRE TO CER-LINEA
           WRITE CER-LINEA
           MOVE TIENDA-NIF TO CER-LINEA
           WRITE CER-LINEA
           MOVE SPACES TO CER-LINEA
           WRITE CER-LINEA

           MOVE WS-CERTIFICADO TO CC-NUMERO
           MOVE WS-HOY TO CC-FECHA
           MOVE CER-CABECERA TO CER-LINEA
           WRITE CER-LINEA
           MOVE WS-ENTIDAD TO CC-ENTIDAD
           MOVE CER-ENTIDAD-LINEA TO CER-LINEA
           WRITE CER-LINEA
           MOVE WS-ENTIDAD-NIF TO CC-NIF
           MOVE CER-NIF-LINEA TO CER-LINEA
           WRITE CER-LINEA
           MOVE SPACES TO CER-LINEA
           WRITE CER-LINEA
           MOVE CER-ENCABEZADO TO CER-LINEA
           WRITE CER-LINEA

           PERFORM VARYING WS-LINEA-IDX FROM 1 BY 1
               UNTIL WS-LINEA-IDX > WS-LINEAS-CANT
               IF TL-APLICADA(WS-LINEA-IDX) = "S"
                   PERFORM ESCRIBIR-LINEA-CERTIFICADO
               END-IF
           END-PERFORM

           MOVE SPACES TO CER-LINEA
           WRITE CER-LINEA
           MOVE WS-VALOR-TOTAL TO CT-VALOR
           MOVE CER-TOTAL TO CER-LINEA
           WRITE CER-LINEA
           MOVE SPACES TO CER-LINEA
           WRITE CER-LINEA
           MOVE CER-TEXTO-1 TO CER-LINEA
           WRITE CER-LINEA
           MOVE CER-TEXTO-2 TO CER-LINEA
           WRITE CER-LINEA
           MOVE SPACES TO CER-LINEA
           WRITE CER-LINEA
           MOVE CER-FIRMAS TO CER-LINEA
           WRITE CER-LINEA

           CLOSE CERTIFICADO-TXT
           DISPLAY "Certificado generado: " WS-NOMBRE-TXT.

       ESCRIBIR-LINEA-CERTIFICADO.
           MOVE TL-DESCRIP(WS-LINEA-IDX) TO CD-DESCRIP
           MOVE TL-UNIDADES(WS-LINEA-IDX) TO CD-UNIDADES
           MOVE TL-COSTO(WS-LINEA-IDX) TO CD-COSTO
           MOVE TL-VALOR(WS-LINEA-IDX) TO CD-VALOR
           MOVE CER-DETALLE TO CER-LINEA
           WRITE CER-LINEA.

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "SALIDAS-INTERNAS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM SALIDAS-INTERNAS.
