           05 R-PRODUCTO-UBICACION PIC X(20).
           05 FILLER PIC X(6) VALUE SPACES.
       01 WS-EOF PIC A(1).
       01 OPCION-MODIFICAR PIC 99.
       01 CONTINUE-MODIFICAR PIC X VALUE "S".
       01 NUEVO-PRODUCTO-DESCRIP PIC X(30).
       01 NUEVO-PRODUCTO-PRECIO PIC 9(5)V99.
       01 NUEVO-PRODUCTO-FAMILIA PIC 9(3).
       01 NUEVO-PRODUCTO-TIPO-IVA PIC 9(2).
       01 NUEVO-PRODUCTO-UNIDAD PIC X.
       01 NUEVO-PRODUCTO-RESTRICCION PIC X.
       01 NUEVO-PRODUCTO-ENVASE-ID PIC 9(6).
       01 NUEVO-PRODUCTO-ES-ENVASE PIC X.
       01 NUEVO-PRODUCTO-CONSIGNA PIC X.
       01 NUEVO-PRODUCTO-CLASE-TEMP PIC X.
       01 NUEVO-PRODUCTO-CONTENIDO PIC 9(5)V999.
       01 NUEVO-PRODUCTO-UNIDAD-CONT PIC X.
       01 WS-CONTENIDO-EDIT PIC Z(4)9.999.
      * Copia del producto en modificacion mientras se lee el
      * articulo deposito que se le quiere asociar.
       01 WS-PRODUCTO-GUARDADO PIC X(200).
      * Guardia de venta bajo costo en el cambio manual de precio.
       01 WS-PRECIO-APROBADO PIC X VALUE "S".
       01 WS-CONFIRMA-BC PIC X VALUE "N".
       01 WS-COSTO-EDIT PIC Z(4)9.99.
      * Precio, critico y proveedor que cambia un operador que no es
      * supervisor quedan pendientes de aprobacion (SOLICITAR-CAMBIO)
      * en lugar de grabarse en el maestro.
       01 WS-ROL-SOLICITANTE PIC X VALUE SPACE.
           88 SOLICITANTE-SUPERVISOR VALUE "S".
       01 WS-DESTINO-CAMBIO PIC X VALUE "M".
           88 CAMBIO-AL-MAESTRO VALUE "M".
           88 CAMBIO-A-APROBACION VALUE "P".
           88 CAMBIO-DESCARTADO VALUE "D".
       01 WS-CP-CAMPO PIC X(10).
       01 WS-CP-VALOR-ANTES PIC 9(7)V99.
       01 WS-CP-VALOR-NUEVO PIC 9(7)V99.
       01 WS-CP-ORIGEN PIC X(10) VALUE "MODIFICAR".
       01 WS-CP-NUMERO PIC 9(6).
       01 WS-CP-EDIT PIC Z(6)9.99.
      * Excepciones de caja: ultimo dia de la semana a revisar y
      * operadores que el informe deja marcados.
       01 WS-FECHA-EXCEPCIONES PIC 9(8).
       01 WS-OPERADORES-MARCADOS PIC 9(4).
      * Segmentacion de clientes lanzada a mano: dia de corte.
       01 WS-FECHA-SEGMENTACION PIC 9(8).
       01 WS-CLIENTES-SEGMENTADOS PIC 9(5).
      * Reporte de afinidad: meses del periodo y producto a estudiar.
       01 WS-AFIN-DESDE PIC 9(6).
       01 WS-AFIN-HASTA PIC 9(6).
       01 WS-AFIN-PRODUCTO PIC 9(6).
      * Incidencias de un dia: fecha y totales que devuelve el informe.
       01 WS-FECHA-INCIDENCIAS PIC 9(8).
       01 WS-INCIDENCIAS-DIA PIC 9(5).
       01 WS-INCIDENCIAS-GRAVES PIC 9(5).
       01 WS-ARCHIVOS-EN-ALERTA PIC 9(5).
      * Archivos intercambiados: periodo y rechazados que devuelve.
       01 WS-INTERCAMBIOS-DESDE PIC 9(8).
       01 WS-INTERCAMBIOS-HASTA PIC 9(8).
       01 WS-INTERCAMBIOS-RECHAZADOS PIC 9(5).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM UNTIL FIN = "S"
           DISPLAY "43. ENVIAR TRASPASO A OTRA TIENDA."
           DISPLAY "44. RECIBIR TRASPASO DE OTRA TIENDA."
           DISPLAY "45. FICHA 360 DE UN PRODUCTO."
           DISPLAY "46. CUARENTENA DE LOTES (SUPERVISADO)."
           DISPLAY "47. REGISTRO APPCC DE RECEPCIONES DEL MES."
           DISPLAY "48. ALERTAS SANITARIAS (RETIRADA DE LOTES)."
           DISPLAY "49. ALERGENOS POR PRODUCTO."
           DISPLAY "50. PRODUCTOS SIN CONTENIDO NETO (PRECIO KG/L)."
           DISPLAY "51. PRECIOS DE LA COMPETENCIA."
           DISPLAY "52. RENTABILIDAD DEL ESPACIO EN ESTANTERIA."
           DISPLAY "53. LIQUIDACION Y PURGA DE DESCATALOGADOS."
           DISPLAY "54. FUSIONAR PRODUCTOS DUPLICADOS."
           DISPLAY "55. APROBAR CAMBIOS DE MAESTRO (SUPERVISADO)."
           DISPLAY "56. AUTOCONSUMO Y DONACIONES."
           DISPLAY "57. REPORTE AUTOCONSUMO, DONACIONES Y MERMAS."
           DISPLAY "58. EXCEPCIONES DE CAJA POR OPERADOR (SUPERVISADO)."
           DISPLAY "59. REGISTRO DE JORNADA DEL PERSONAL."
           DISPLAY "60. SEGMENTACION DE CLIENTES (SUPERVISADO)."
           DISPLAY "61. AFINIDAD DE CESTAS (QUE SE COMPRA JUNTO)."
           DISPLAY "62. PARAMETROS DE LA TIENDA (SUPERVISADO)."
           DISPLAY "63. INCIDENCIAS Y EXCEPCIONES DE UN DIA."
           DISPLAY "64. ARCHIVOS INTERCAMBIADOS (CIFRAS DE CONTROL)."
           DISPLAY "65. HOJAS DE RECLAMACIONES."
           DISPLAY "0. SALIR."

               DISPLAY "INGRESE SU OPCION: "
                   CALL "IMPORTAR-TRASPASO"
               WHEN 45
                   CALL "FICHA-PRODUCTO"
               WHEN 46
                   CALL "GESTION-CUARENTENA"
               WHEN 47
                   CALL "REPORTE-APPCC"
               WHEN 48
                   CALL "GESTION-ALERTAS"
               WHEN 49
                   CALL "GESTION-ALERGENOS"
               WHEN 50
                   CALL "REPORTE-CONTENIDO-NETO"
               WHEN 51
                   CALL "GESTION-COMPETENCIA"
               WHEN 52
                   CALL "REPORTE-ESPACIO-LINEAL"
               WHEN 53
                   CALL "GESTION-LIQUIDACION"
               WHEN 54
                   CALL "FUSIONAR-PRODUCTOS"
               WHEN 55
                   CALL "APROBAR-CAMBIOS"
               WHEN 56
                   CALL "SALIDAS-INTERNAS"
               WHEN 57
                   CALL "REPORTE-SALIDAS-INTERNAS"
               WHEN 58
                   PERFORM EXCEPCIONES-CAJA
               WHEN 59
                   CALL "GESTION-JORNADA"
               WHEN 60
                   PERFORM SEGMENTACION-CLIENTES
               WHEN 61
                   PERFORM AFINIDAD-CESTAS
               WHEN 62
                   CALL "GESTION-PARAMETROS"
               WHEN 63
                   PERFORM INCIDENCIAS-DEL-DIA
               WHEN 64
                   PERFORM ARCHIVOS-INTERCAMBIADOS
               WHEN 65
                   CALL "GESTION-RECLAMACIONES"
               WHEN 0
                   MOVE "S" TO FIN
               WHEN OTHER
           DISPLAY "9. TIPO DE IVA: " PRODUCTO-TIPO-IVA
           DISPLAY "10. UNIDAD DE MEDIDA (U/K): "
               PRODUCTO-UNIDAD-MEDIDA
           DISPLAY "11. RESTRICCION DE EDAD (A/T/N): "
               PRODUCTO-RESTRICCION-EDAD
           DISPLAY "12. ENVASE RETORNABLE ASOCIADO: "
               PRODUCTO-ENVASE-ID
           DISPLAY "13. ES ARTICULO DEPOSITO DE ENVASE (S/N): "
               PRODUCTO-ES-ENVASE
           DISPLAY "14. MERCANCIA EN CONSIGNA DEL PROVEEDOR (S/N): "
               PRODUCTO-CONSIGNA
           DISPLAY "15. CLASE DE TEMPERATURA (A/R/C): "
               PRODUCTO-CLASE-TEMP
           MOVE PRODUCTO-CONTENIDO-NETO TO WS-CONTENIDO-EDIT
           DISPLAY "16. CONTENIDO NETO (G/K/M/L, N = NO APLICA): "
               WS-CONTENIDO-EDIT " " PRODUCTO-UNIDAD-CONTENIDO

           DISPLAY "QUE DESEA MODIFICAR? SELECCIONE NUMERO:"
           ACCEPT OPCION-MODIFICAR
           MOVE "M" TO WS-DESTINO-CAMBIO

           EVALUATE OPCION-MODIFICAR
               WHEN 1
                       WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-DESCRIP TO PRODUCTO-DESCRIP
               WHEN 2
                   PERFORM IDENTIFICAR-SOLICITANTE
                   IF OPERADOR-AUTORIZADO
                       MOVE "N" TO WS-CAMPO-OK
                       PERFORM UNTIL WS-CAMPO-OK = "S"
                               MOVE "S" TO WS-CAMPO-OK
                           END-IF
                       END-PERFORM
                       IF SOLICITANTE-SUPERVISOR
                           PERFORM APLICAR-NUEVO-PRECIO
                       ELSE
                           MOVE "PRECIO" TO WS-CP-CAMPO
                           MOVE PRODUCTO-PRECIO TO WS-CP-VALOR-ANTES
                           MOVE NUEVO-PRODUCTO-PRECIO TO
                               WS-CP-VALOR-NUEVO
                           PERFORM SOLICITAR-APROBACION
                       END-IF
                   END-IF
               WHEN 3
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE NUEVO-PRODUCTO-CADUCIDAD TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-CADUCIDAD TO PRODUCTO-CADUCIDAD
               WHEN 5
                   PERFORM IDENTIFICAR-SOLICITANTE
                   IF OPERADOR-AUTORIZADO
                       PERFORM PEDIR-NUEVO-CRITICO
                   END-IF
               WHEN 6
                   PERFORM IDENTIFICAR-SOLICITANTE
                   IF OPERADOR-AUTORIZADO
                       PERFORM PEDIR-NUEVO-PROVEEDOR
                   END-IF
               WHEN 7
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                   MOVE NUEVO-PRODUCTO-UNIDAD TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-UNIDAD TO
                       PRODUCTO-UNIDAD-MEDIDA
               WHEN 11
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                       DISPLAY "RESTRICCION DE EDAD (A=Alcohol / "
                           "T=Tabaco / N=Ninguna): "
                       ACCEPT NUEVO-PRODUCTO-RESTRICCION
                       EVALUATE NUEVO-PRODUCTO-RESTRICCION
                           WHEN "A" WHEN "a"
                               MOVE "A" TO NUEVO-PRODUCTO-RESTRICCION
                               MOVE "S" TO WS-CAMPO-OK
                           WHEN "T" WHEN "t"
                               MOVE "T" TO NUEVO-PRODUCTO-RESTRICCION
                               MOVE "S" TO WS-CAMPO-OK
                           WHEN "N" WHEN "n"
                               MOVE SPACE TO NUEVO-PRODUCTO-RESTRICCION
                               MOVE "S" TO WS-CAMPO-OK
                           WHEN OTHER
                               DISPLAY "RESTRICCION INVALIDA."
                       END-EVALUATE
                   END-PERFORM
                   MOVE PRODUCTO-RESTRICCION-EDAD TO WS-VALOR-ANTES
                   MOVE NUEVO-PRODUCTO-RESTRICCION TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-RESTRICCION TO
                       PRODUCTO-RESTRICCION-EDAD
               WHEN 12
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                       DISPLAY "ID DEL ARTICULO DEPOSITO DEL ENVASE "
                           "(0 = SIN ENVASE): "
                       ACCEPT NUEVO-PRODUCTO-ENVASE-ID
                       PERFORM VALIDAR-ENVASE-EXISTE
                   END-PERFORM
                   MOVE PRODUCTO-ENVASE-ID TO WS-VALOR-ANTES
                   MOVE NUEVO-PRODUCTO-ENVASE-ID TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-ENVASE-ID TO PRODUCTO-ENVASE-ID
               WHEN 13
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                       DISPLAY "ES ARTICULO DEPOSITO DE ENVASE? (S/N): "
                       ACCEPT NUEVO-PRODUCTO-ES-ENVASE
                       IF NUEVO-PRODUCTO-ES-ENVASE = "s"
                           MOVE "S" TO NUEVO-PRODUCTO-ES-ENVASE
                       END-IF
                       IF NUEVO-PRODUCTO-ES-ENVASE = "n"
                           MOVE "N" TO NUEVO-PRODUCTO-ES-ENVASE
                       END-IF
                       IF NUEVO-PRODUCTO-ES-ENVASE = "S" OR
                          NUEVO-PRODUCTO-ES-ENVASE = "N"
                           MOVE "S" TO WS-CAMPO-OK
                       ELSE
                           DISPLAY "RESPUESTA INVALIDA."
                       END-IF
                   END-PERFORM
                   MOVE PRODUCTO-ES-ENVASE TO WS-VALOR-ANTES
                   MOVE NUEVO-PRODUCTO-ES-ENVASE TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-ES-ENVASE TO PRODUCTO-ES-ENVASE
      *> El stock que ya hay en la estanteria cambia de dueno con la
      *> marca: conviene cambiarla con la consigna liquidada.
               WHEN 14
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                       DISPLAY "MERCANCIA EN CONSIGNA (S/N): "
                       ACCEPT NUEVO-PRODUCTO-CONSIGNA
                       IF NUEVO-PRODUCTO-CONSIGNA = "s"
                           MOVE "S" TO NUEVO-PRODUCTO-CONSIGNA
                       END-IF
                       IF NUEVO-PRODUCTO-CONSIGNA = "n"
                           MOVE "N" TO NUEVO-PRODUCTO-CONSIGNA
                       END-IF
                       IF NUEVO-PRODUCTO-CONSIGNA = "S" OR
                          NUEVO-PRODUCTO-CONSIGNA = "N"
                           MOVE "S" TO WS-CAMPO-OK
                       ELSE
                           DISPLAY "RESPUESTA INVALIDA."
                       END-IF
                   END-PERFORM
                   IF PRODUCTO-STOCK > 0 AND
                      NUEVO-PRODUCTO-CONSIGNA NOT = PRODUCTO-CONSIGNA
                       DISPLAY "AVISO: EL PRODUCTO TIENE "
                           PRODUCTO-STOCK
                           " UNIDADES EN STOCK QUE CAMBIAN DE DUENO."
                   END-IF
                   MOVE PRODUCTO-CONSIGNA TO WS-VALOR-ANTES
                   MOVE NUEVO-PRODUCTO-CONSIGNA TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-CONSIGNA TO PRODUCTO-CONSIGNA
      *> A = ambiente, R = refrigerado, C = congelado: decide si la
      *> recepcion exige temperatura y con que rango (plan APPCC).
               WHEN 15
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM UNTIL WS-CAMPO-OK = "S"
                       DISPLAY "CLASE DE TEMPERATURA (A = AMBIENTE, "
                           "R = REFRIGERADO, C = CONGELADO): "
                       ACCEPT NUEVO-PRODUCTO-CLASE-TEMP
                       MOVE FUNCTION UPPER-CASE(
                           NUEVO-PRODUCTO-CLASE-TEMP)
                           TO NUEVO-PRODUCTO-CLASE-TEMP
                       IF NUEVO-PRODUCTO-CLASE-TEMP = "A" OR
                          NUEVO-PRODUCTO-CLASE-TEMP = "R" OR
                          NUEVO-PRODUCTO-CLASE-TEMP = "C"
                           MOVE "S" TO WS-CAMPO-OK
                       ELSE
                           DISPLAY "RESPUESTA INVALIDA."
                       END-IF
                   END-PERFORM
                   MOVE PRODUCTO-CLASE-TEMP TO WS-VALOR-ANTES
                   MOVE NUEVO-PRODUCTO-CLASE-TEMP TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-CLASE-TEMP
                       TO PRODUCTO-CLASE-TEMP
      *> Contenido neto del envase para el precio por kilo o litro
      *> de la etiqueta. N = se vende por piezas, sin contenido.
               WHEN 16
                   PERFORM PEDIR-CONTENIDO-NETO
                   MOVE WS-CONTENIDO-EDIT TO WS-VALOR-ANTES
                   MOVE PRODUCTO-UNIDAD-CONTENIDO
                       TO WS-VALOR-ANTES(11:1)
                   MOVE NUEVO-PRODUCTO-CONTENIDO TO WS-CONTENIDO-EDIT
                   MOVE WS-CONTENIDO-EDIT TO WS-VALOR-DESPUES
                   MOVE NUEVO-PRODUCTO-UNIDAD-CONT
                       TO WS-VALOR-DESPUES(11:1)
                   MOVE NUEVO-PRODUCTO-CONTENIDO
                       TO PRODUCTO-CONTENIDO-NETO
                   MOVE NUEVO-PRODUCTO-UNIDAD-CONT
                       TO PRODUCTO-UNIDAD-CONTENIDO
               WHEN OTHER
                   DISPLAY "NUMERO INTRODUCIDO NO VALIDO."
           END-EVALUATE

           EVALUATE TRUE
               WHEN CAMBIO-A-APROBACION
                   DISPLAY "Cambio enviado a aprobacion de supervisor "
                       "(solicitud " WS-CP-NUMERO "). El maestro no "
                       "cambia hasta entonces."
               WHEN CAMBIO-DESCARTADO
                   DISPLAY "CAMBIO NO AUTORIZADO. PRODUCTO SIN CAMBIOS."
               WHEN OTHER
                   PERFORM GRABAR-MODIFICACION
           END-EVALUATE

           DISPLAY "DESEA MODIFICAR OTRO PRODUCTO? (S/N): "
           ACCEPT CONTINUE-MODIFICAR.

       GRABAR-MODIFICACION.
           REWRITE PRODUCTO-REGISTRO
           IF FILE-STATUS = "00"
               DISPLAY "Producto modificado correctamente."
               MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
      *> El cambio de contenido neto cambia el precio por kilo o
      *> litro: la corrida de etiquetas lo recoge por esta accion.
               IF OPCION-MODIFICAR = 16
                   MOVE "CONTENIDO" TO AUDITORIA-ACCION
               ELSE
                   MOVE "MODIFICAR" TO AUDITORIA-ACCION
               END-IF
               MOVE "Modificacion de producto" TO AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA
           ELSE
               DISPLAY "Error al modificar. Estado: " FILE-STATUS
               MOVE "GRABAR-MODIFICACION" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE FILE-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- PRECIO, CRITICO Y PROVEEDOR ----------------
      * Los tres campos que mueven dinero y compras. El supervisor los
      * cambia directamente; el almacen solo los pide, y el cambio
      * espera en CAMBIOS-PENDIENTES a que otro supervisor lo apruebe
      * (APROBAR-CAMBIOS, opcion 55).
       IDENTIFICAR-SOLICITANTE.
           MOVE "A" TO WS-ROL-EXIGIDO
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           MOVE "S" TO WS-ROL-EXIGIDO
           MOVE SPACE TO WS-ROL-SOLICITANTE
           IF OPERADOR-AUTORIZADO
               CALL "ROL-OPERADOR" USING WS-OPERADOR-VALIDADO,
                   WS-ROL-SOLICITANTE
           ELSE
               MOVE "D" TO WS-DESTINO-CAMBIO
           END-IF.

       APLICAR-NUEVO-PRECIO.
      * Guardia de venta bajo costo: antes de tocar el maestro, el
      * precio nuevo se compara con el costo almacenado.
           MOVE "S" TO WS-PRECIO-APROBADO
           IF PRODUCTO-COSTO > 0 AND
              NUEVO-PRODUCTO-PRECIO < PRODUCTO-COSTO
               PERFORM CONFIRMAR-BAJO-COSTO
           END-IF
           IF WS-PRECIO-APROBADO = "S"
               MOVE PRODUCTO-PRECIO TO WS-PRECIO-ANTERIOR
               MOVE PRODUCTO-PRECIO TO WS-VALOR-ANTES
               MOVE NUEVO-PRODUCTO-PRECIO TO WS-VALOR-DESPUES
               MOVE NUEVO-PRODUCTO-PRECIO TO PRODUCTO-PRECIO
      * Todo cambio de precio deja rastro en el historico de precios.
               PERFORM GRABAR-PRECIO-HISTORICO
           ELSE
               DISPLAY "CAMBIO DE PRECIO DESCARTADO."
           END-IF.

       PEDIR-NUEVO-CRITICO.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "INGRESE NUEVO CRITICO: "
               ACCEPT NUEVO-PRODUCTO-CRITICO
               IF NUEVO-PRODUCTO-CRITICO NOT NUMERIC
                   DISPLAY "CRITICO NO NUMERICO, REINTENTE."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM
           IF SOLICITANTE-SUPERVISOR
               MOVE PRODUCTO-CRITICO TO WS-VALOR-ANTES
               MOVE NUEVO-PRODUCTO-CRITICO TO WS-VALOR-DESPUES
               MOVE NUEVO-PRODUCTO-CRITICO TO PRODUCTO-CRITICO
           ELSE
               MOVE "CRITICO" TO WS-CP-CAMPO
               MOVE PRODUCTO-CRITICO TO WS-CP-VALOR-ANTES
               MOVE NUEVO-PRODUCTO-CRITICO TO WS-CP-VALOR-NUEVO
               PERFORM SOLICITAR-APROBACION
           END-IF.

      * El proveedor debe existir en el maestro de proveedores: un id
      * fantasma envenena dia-fechas y los reportes de compras.
       PEDIR-NUEVO-PROVEEDOR.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "INGRESE NUEVO ID DE PROVEEDOR: "
               ACCEPT NUEVO-PRODUCTO-PROVEEDOR-ID
               PERFORM VALIDAR-PROVEEDOR-EXISTE
           END-PERFORM
           IF SOLICITANTE-SUPERVISOR
               MOVE PRODUCTO-PROVEEDOR-ID TO WS-VALOR-ANTES
               MOVE NUEVO-PRODUCTO-PROVEEDOR-ID TO WS-VALOR-DESPUES
               MOVE NUEVO-PRODUCTO-PROVEEDOR-ID TO
                   PRODUCTO-PROVEEDOR-ID
           ELSE
               MOVE "PROVEEDOR" TO WS-CP-CAMPO
               MOVE PRODUCTO-PROVEEDOR-ID TO WS-CP-VALOR-ANTES
               MOVE NUEVO-PRODUCTO-PROVEEDOR-ID TO WS-CP-VALOR-NUEVO
               PERFORM SOLICITAR-APROBACION
           END-IF.

      *> La solicitud queda con el operador ya validado; la auditoria
      *> la registra como SOLICITUD con el valor pedido.
       SOLICITAR-APROBACION.
           CALL "SOLICITAR-CAMBIO" USING PRODUCTO-ID, WS-CP-CAMPO,
               WS-CP-VALOR-ANTES, WS-CP-VALOR-NUEVO, WS-CP-ORIGEN,
               WS-OPERADOR-VALIDADO, WS-CP-NUMERO
           IF WS-CP-NUMERO > 0
               MOVE "P" TO WS-DESTINO-CAMBIO
               MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
               MOVE "SOLICITUD" TO AUDITORIA-ACCION
               MOVE SPACES TO AUDITORIA-DETALLE
               STRING WS-CP-CAMPO DELIMITED BY SPACE
                   " pendiente, solicitud " WS-CP-NUMERO
                   DELIMITED BY SIZE INTO AUDITORIA-DETALLE
               MOVE WS-CP-VALOR-ANTES TO WS-CP-EDIT
               MOVE WS-CP-EDIT TO WS-VALOR-ANTES
               MOVE WS-CP-VALOR-NUEVO TO WS-CP-EDIT
               MOVE WS-CP-EDIT TO WS-VALOR-DESPUES
               PERFORM GRABAR-AUDITORIA
           ELSE
               MOVE "D" TO WS-DESTINO-CAMBIO
           END-IF.

      *----------------------- CONTENIDO NETO -----------------------------
      * Unidad primero; con N no se pide cantidad. Las demas exigen
      * una cantidad mayor que cero.
       PEDIR-CONTENIDO-NETO.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "UNIDAD DEL CONTENIDO (G = GRAMOS, K = KILOS, "
                   "M = MILILITROS, L = LITROS, N = NO APLICA): "
               ACCEPT NUEVO-PRODUCTO-UNIDAD-CONT
               MOVE FUNCTION UPPER-CASE(NUEVO-PRODUCTO-UNIDAD-CONT)
                   TO NUEVO-PRODUCTO-UNIDAD-CONT
               IF NUEVO-PRODUCTO-UNIDAD-CONT = "G" OR
                  NUEVO-PRODUCTO-UNIDAD-CONT = "K" OR
                  NUEVO-PRODUCTO-UNIDAD-CONT = "M" OR
                  NUEVO-PRODUCTO-UNIDAD-CONT = "L" OR
                  NUEVO-PRODUCTO-UNIDAD-CONT = "N"
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "RESPUESTA INVALIDA."
               END-IF
           END-PERFORM
           MOVE ZEROES TO NUEVO-PRODUCTO-CONTENIDO
           IF NUEVO-PRODUCTO-UNIDAD-CONT NOT = "N"
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "CONTENIDO NETO EN ESA UNIDAD: "
                   ACCEPT NUEVO-PRODUCTO-CONTENIDO
                   IF NUEVO-PRODUCTO-CONTENIDO NOT NUMERIC OR
                      NUEVO-PRODUCTO-CONTENIDO = 0
                       DISPLAY "CONTENIDO NO VALIDO, REINTENTE."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------- VALIDACIONES DE ENTRADA --------------------
      * Fecha real de calendario: mes 1-12 y dia dentro del mes, con
               END-IF
           END-IF.

      *> El envase asociado tiene que ser un articulo deposito del
      *> maestro. Se lee sobre el mismo registro, asi que el producto
      *> en modificacion se guarda y se repone despues.
       VALIDAR-ENVASE-EXISTE.
           IF NUEVO-PRODUCTO-ENVASE-ID NOT NUMERIC
               DISPLAY "ID DE ENVASE NO NUMERICO, REINTENTE."
           ELSE
               IF NUEVO-PRODUCTO-ENVASE-ID = 0
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   MOVE PRODUCTO-REGISTRO TO WS-PRODUCTO-GUARDADO
                   MOVE NUEVO-PRODUCTO-ENVASE-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "EL ENVASE NO EXISTE EN EL "
                               "MAESTRO, REINTENTE."
                       NOT INVALID KEY
                           IF PRODUCTO-ES-DEPOSITO
                               DISPLAY "Envase: " PRODUCTO-DESCRIP
                               MOVE "S" TO WS-CAMPO-OK
                           ELSE
                               DISPLAY "EL PRODUCTO NO ESTA MARCADO "
                                   "COMO ARTICULO DEPOSITO, REINTENTE."
                           END-IF
                   END-READ
                   MOVE WS-PRODUCTO-GUARDADO TO PRODUCTO-REGISTRO
               END-IF
           END-IF.

       GRABAR-PRECIO-HISTORICO.
           OPEN EXTEND PRECIO-HISTORICO
           IF WS-PRECIOH-STATUS = "05" OR WS-PRECIOH-STATUS = "35"
           END-IF
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO
           CALL "CIERRE-DIARIO" USING WS-HOY
           DISPLAY "Batch de ventas diarias aplicado a stock.".

      *----------------------- EXCEPCIONES DE CAJA ------------------------
      * El informe de prevencion de perdidas senala operadores con
      * nombre propio: solo lo saca un supervisor. Sin fecha se toma
      * la semana que acaba hoy.
       EXCEPCIONES-CAJA.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Clave de supervisor incorrecta."
           ELSE
               DISPLAY "Ultimo dia de la semana (AAAAMMDD, 0 = hoy): "
               ACCEPT WS-FECHA-EXCEPCIONES
               IF WS-FECHA-EXCEPCIONES = 0
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-FECHA-EXCEPCIONES
               END-IF
               CALL "REPORTE-EXCEPCIONES-CAJA" USING
                   WS-FECHA-EXCEPCIONES, WS-OPERADORES-MARCADOS
           END-IF.

      *----------------------- SEGMENTACION DE CLIENTES -------------------
      * El cierre la hace sola cada mes; a mano se adelanta con corte
      * a un dia dado. La exportacion lleva nombre y telefono de
      * clientes: solo la saca un supervisor.
       SEGMENTACION-CLIENTES.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Clave de supervisor incorrecta."
           ELSE
               DISPLAY "Dia de corte (AAAAMMDD, 0 = hoy): "
               ACCEPT WS-FECHA-SEGMENTACION
               IF WS-FECHA-SEGMENTACION = 0
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-FECHA-SEGMENTACION
               END-IF
               CALL "SEGMENTAR-CLIENTES" USING WS-FECHA-SEGMENTACION,
                   WS-CLIENTES-SEGMENTADOS
           END-IF.

      *----------------------- AFINIDAD DE CESTAS -------------------------
      * Sin meses se toma el mes en curso.
       AFINIDAD-CESTAS.
           DISPLAY "Desde el mes (AAAAMM, 0 = mes en curso): "
           ACCEPT WS-AFIN-DESDE
           IF WS-AFIN-DESDE = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-AFIN-DESDE
           END-IF
           DISPLAY "Hasta el mes (AAAAMM, 0 = mes en curso): "
           ACCEPT WS-AFIN-HASTA
           IF WS-AFIN-HASTA = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-AFIN-HASTA
           END-IF
           DISPLAY "Producto a estudiar (0 = ninguno): "
           ACCEPT WS-AFIN-PRODUCTO
           IF WS-AFIN-DESDE > WS-AFIN-HASTA
               DISPLAY "PERIODO INVALIDO."
           ELSE
               CALL "REPORTE-AFINIDAD" USING WS-AFIN-DESDE,
                   WS-AFIN-HASTA, WS-AFIN-PRODUCTO
           END-IF.

      *----------------------- INCIDENCIAS DEL DIA ------------------------
      * El cierre saca el de cada noche; a mano se repite para un dia
      * anterior o para ver como va el de hoy.
       INCIDENCIAS-DEL-DIA.
           DISPLAY "Dia a revisar (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-INCIDENCIAS
           IF WS-FECHA-INCIDENCIAS = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-INCIDENCIAS
           END-IF
           CALL "REPORTE-INCIDENCIAS" USING WS-FECHA-INCIDENCIAS,
               WS-INCIDENCIAS-DIA, WS-INCIDENCIAS-GRAVES,
               WS-ARCHIVOS-EN-ALERTA
           IF WS-ARCHIVOS-EN-ALERTA > 0
               DISPLAY "ARCHIVOS CON INCIDENCIAS REPETIDAS: "
                   WS-ARCHIVOS-EN-ALERTA
           END-IF.

      *----------------------- ARCHIVOS INTERCAMBIADOS --------------------
      * Lo emitido y lo recibido de tiendas y proveedores, con sus
      * cifras de control; los rechazados son los que hay que pedir
      * de nuevo.
       ARCHIVOS-INTERCAMBIADOS.
           DISPLAY "Desde el dia (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-INTERCAMBIOS-DESDE
           IF WS-INTERCAMBIOS-DESDE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INTERCAMBIOS-DESDE
           END-IF
           DISPLAY "Hasta el dia (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-INTERCAMBIOS-HASTA
           IF WS-INTERCAMBIOS-HASTA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INTERCAMBIOS-HASTA
           END-IF
           IF WS-INTERCAMBIOS-DESDE > WS-INTERCAMBIOS-HASTA
               DISPLAY "PERIODO INVALIDO."
           ELSE
               CALL "REPORTE-INTERCAMBIOS" USING WS-INTERCAMBIOS-DESDE,
                   WS-INTERCAMBIOS-HASTA, WS-INTERCAMBIOS-RECHAZADOS
               IF WS-INTERCAMBIOS-RECHAZADOS > 0
                   DISPLAY "ARCHIVOS RECHAZADOS EN EL PERIODO: "
                       WS-INTERCAMBIOS-RECHAZADOS
               END-IF
           END-IF.

      *----------------------- BUSCAR POR EAN -----------------------------
      * Acceso directo por la clave alternativa PRODUCTO-EAN: no mas
      * barrido registro a registro, el "no existe" es inmediato, y
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "HISTORIAL-VENTAS-PRODUCTO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT REPORTE-HISTORIAL
               MOVE HISTORIAL-ENCABEZADO TO HISTORIAL-LINEA

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "No hay historico para esa fecha. Estado: "
                   WS-HISTORICO-STATUS
               MOVE "IMPRIMIR-VENTAS-HISTORICO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-HISTORICO TO WS-INC-ARCHIVO
               MOVE WS-HISTORICO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               DISPLAY "PRODUCTO-ID          UNIDADES-VENDIDAS"
               PERFORM UNTIL WS-EOF = "S"
           IF VD-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ventas-diarias.dat. Estado: "
                   VD-FILE-STATUS
               MOVE "IMPRIMIR-VENTAS-DIARIAS" TO WS-INC-PARRAFO
               MOVE "ventas-diarias.dat" TO WS-INC-ARCHIVO
               MOVE VD-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               DISPLAY "PRODUCTO-ID          UNIDADES-VENDIDAS"
               PERFORM UNTIL WS-EOF = "S"
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-STOCK" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.


       END PROGRAM GESTION-STOCK.
