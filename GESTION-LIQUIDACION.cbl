       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-LIQUIDACION.

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

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRECIO-HISTORICO
               ASSIGN TO "PRECIO-HISTORICO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRECIOH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD PRECIO-HISTORICO.
           COPY PRECIOH.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PRECIOH-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-HOY PIC 9(8).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
       01 WS-PRODUCTO-PEDIDO PIC 9(6).
       01 WS-FECHA-FIN PIC 9(8).
       01 WS-REBAJA-PCT PIC 9(2).
       01 WS-PRECIO-ANTERIOR PIC 9(5)V99.
       01 WS-PRECIO-NUEVO PIC 9(5)V99.
       01 WS-PRECIO-ANT-EDIT PIC Z(4)9.99.
       01 WS-PRECIO-NUE-EDIT PIC Z(4)9.99.
       01 WS-MODO-PURGA PIC X.
       01 WS-PURGADOS PIC 9(5) VALUE ZEROES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- LIQUIDACION DE DESCATALOGADOS -------------
      * Salida ordenada de un producto del surtido: se pone en
      * liquidacion con una fecha objetivo y, si se quiere, una
      * rebaja de precio. Desde ese momento se sigue vendiendo lo
      * que queda pero no entra en la reposicion, ni en los pedidos
      * ni en el conteo ciclico. Agotado y sin nada pendiente, la
      * purga lo pasa con sus referencias al archivo de productos
      * retirados (PURGAR-RETIRADOS).
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM ABRIR-ARCHIVOS-LIQUIDACION
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "LIQUIDACION Y PURGA DE DESCATALOGADOS"
               DISPLAY "1. PONER UN PRODUCTO EN LIQUIDACION."
               DISPLAY "2. ANULAR UNA LIQUIDACION."
               DISPLAY "3. LISTADO DE LIQUIDACIONES Y BAJAS."
               DISPLAY "4. PURGAR AGOTADOS SIN PENDIENTES."
               DISPLAY "0. VOLVER."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM PONER-EN-LIQUIDACION
                   WHEN 2
                       PERFORM ANULAR-LIQUIDACION
      *> El listado y la purga abren el maestro por su cuenta: se
      *> cierra antes y se reabre al volver.
                   WHEN 3
                       PERFORM CERRAR-ARCHIVOS-LIQUIDACION
                       MOVE "L" TO WS-MODO-PURGA
                       CALL "PURGAR-RETIRADOS" USING WS-MODO-PURGA,
                           WS-OPERADOR-VALIDADO, WS-PURGADOS
                       PERFORM ABRIR-ARCHIVOS-LIQUIDACION
                   WHEN 4
                       PERFORM PURGAR-DESCATALOGADOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS-LIQUIDACION
           GOBACK.

       ABRIR-ARCHIVOS-LIQUIDACION.
           OPEN I-O PRODUCTO
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           OPEN EXTEND PRECIO-HISTORICO
           IF WS-PRECIOH-STATUS = "05" OR WS-PRECIOH-STATUS = "35"
               OPEN OUTPUT PRECIO-HISTORICO
           END-IF.

       CERRAR-ARCHIVOS-LIQUIDACION.
           CLOSE PRODUCTO
           CLOSE PRODUCTO-AUDITORIA
           CLOSE PRECIO-HISTORICO.

      *----------------------- PONER EN LIQUIDACION ----------------------
       PONER-EN-LIQUIDACION.
           DISPLAY "ID del producto: "
           ACCEPT WS-PRODUCTO-PEDIDO
           MOVE WS-PRODUCTO-PEDIDO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRODUCTO-DE-BAJA
                           DISPLAY "EL PRODUCTO YA ESTA DE BAJA."
                       WHEN PRODUCTO-EN-LIQUIDACION
                           DISPLAY "YA ESTA EN LIQUIDACION HASTA "
                               PRODUCTO-FIN-LIQUIDACION
                       WHEN OTHER
                           PERFORM PEDIR-DATOS-LIQUIDACION
                   END-EVALUATE
           END-READ.

       PEDIR-DATOS-LIQUIDACION.
           DISPLAY PRODUCTO-ID " " PRODUCTO-DESCRIP
           DISPLAY "Stock actual: " PRODUCTO-STOCK
           MOVE ZEROES TO WS-FECHA-FIN
           PERFORM UNTIL WS-FECHA-FIN > WS-HOY
               DISPLAY "Fecha objetivo de fin (AAAAMMDD): "
               ACCEPT WS-FECHA-FIN
               IF WS-FECHA-FIN NOT NUMERIC
                   MOVE ZEROES TO WS-FECHA-FIN
               END-IF
               IF WS-FECHA-FIN > WS-HOY AND
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN) = 0
                   MOVE ZEROES TO WS-FECHA-FIN
               END-IF
               IF WS-FECHA-FIN NOT > WS-HOY
                   DISPLAY "FECHA NO VALIDA: debe ser posterior a hoy."
               END-IF
           END-PERFORM

           DISPLAY "Rebaja de precio en % (0 = sin rebaja, max. 90): "
           ACCEPT WS-REBAJA-PCT
           IF WS-REBAJA-PCT NOT NUMERIC OR WS-REBAJA-PCT > 90
               MOVE 0 TO WS-REBAJA-PCT
           END-IF
           MOVE PRODUCTO-PRECIO TO WS-PRECIO-ANTERIOR
           COMPUTE WS-PRECIO-NUEVO ROUNDED =
               PRODUCTO-PRECIO * (100 - WS-REBAJA-PCT) / 100
           IF WS-REBAJA-PCT > 0
               MOVE WS-PRECIO-ANTERIOR TO WS-PRECIO-ANT-EDIT
               MOVE WS-PRECIO-NUEVO TO WS-PRECIO-NUE-EDIT
               DISPLAY "Precio: " WS-PRECIO-ANT-EDIT " -> "
                   WS-PRECIO-NUE-EDIT
               IF PRODUCTO-COSTO > 0 AND
                  WS-PRECIO-NUEVO < PRODUCTO-COSTO
                   DISPLAY "   ** QUEDA BAJO COSTO **"
               END-IF
           END-IF

           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF OPERADOR-AUTORIZADO
               PERFORM APLICAR-LIQUIDACION
           ELSE
               DISPLAY "CLAVE INCORRECTA. LIQUIDACION NO AUTORIZADA."
           END-IF.

       APLICAR-LIQUIDACION.
           MOVE PRODUCTO-DISCONTINUADO TO WS-VALOR-ANTES
           MOVE "L" TO PRODUCTO-DISCONTINUADO
           MOVE WS-FECHA-FIN TO PRODUCTO-FIN-LIQUIDACION
           MOVE WS-PRECIO-NUEVO TO PRODUCTO-PRECIO
           REWRITE PRODUCTO-REGISTRO
           IF WS-PRODUCTO-STATUS = "00"
               STRING "L " WS-FECHA-FIN DELIMITED BY SIZE
                   INTO WS-VALOR-DESPUES
               MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
               MOVE "LIQUIDAR" TO AUDITORIA-ACCION
               MOVE "Producto puesto en liquidacion" TO
                   AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA
               IF WS-REBAJA-PCT > 0
                   PERFORM GRABAR-REBAJA-LIQUIDACION
               END-IF
               DISPLAY "Producto en liquidacion hasta " WS-FECHA-FIN
           ELSE
               DISPLAY "Error al grabar el producto. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "APLICAR-LIQUIDACION" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> La rebaja queda como cualquier cambio de precio: auditoria y
      *> historia de precios (de ahi la toman etiquetas y balanzas).
       GRABAR-REBAJA-LIQUIDACION.
           MOVE WS-PRECIO-ANTERIOR TO WS-VALOR-ANTES
           MOVE PRODUCTO-PRECIO TO WS-VALOR-DESPUES
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "MODIFICAR" TO AUDITORIA-ACCION
           MOVE "Rebaja de liquidacion" TO AUDITORIA-DETALLE
           PERFORM GRABAR-AUDITORIA
           MOVE PRODUCTO-ID TO PH-PRODUCTO-ID
           MOVE AUDITORIA-FECHA TO PH-FECHA
           MOVE AUDITORIA-HORA TO PH-HORA
           MOVE WS-PRECIO-ANTERIOR TO PH-PRECIO-ANTERIOR
           MOVE PRODUCTO-PRECIO TO PH-PRECIO-NUEVO
           MOVE "LIQUIDAR" TO PH-ORIGEN
           WRITE PRECIO-HIST-REGISTRO
           IF PRODUCTO-COSTO > 0 AND
              PRODUCTO-PRECIO < PRODUCTO-COSTO
               MOVE PRODUCTO-COSTO TO WS-VALOR-ANTES
               MOVE PRODUCTO-PRECIO TO WS-VALOR-DESPUES
               MOVE "BAJO-COSTO" TO AUDITORIA-ACCION
               MOVE "Liquidacion dejo precio bajo costo" TO
                   AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *----------------------- ANULAR LIQUIDACION ------------------------
      *> El producto vuelve al surtido. El precio rebajado no se
      *> deshace solo: se corrige desde la modificacion de producto.
       ANULAR-LIQUIDACION.
           DISPLAY "ID del producto: "
           ACCEPT WS-PRODUCTO-PEDIDO
           MOVE WS-PRODUCTO-PEDIDO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   IF PRODUCTO-EN-LIQUIDACION
                       PERFORM DESHACER-LIQUIDACION
                   ELSE
                       DISPLAY "EL PRODUCTO NO ESTA EN LIQUIDACION."
                   END-IF
           END-READ.

       DESHACER-LIQUIDACION.
           STRING "L " PRODUCTO-FIN-LIQUIDACION DELIMITED BY SIZE
               INTO WS-VALOR-ANTES
           MOVE "N" TO PRODUCTO-DISCONTINUADO
           MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION
           REWRITE PRODUCTO-REGISTRO
           IF WS-PRODUCTO-STATUS = "00"
               MOVE "N" TO WS-VALOR-DESPUES
               MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
               MOVE "ANULA-LIQ" TO AUDITORIA-ACCION
               MOVE "Liquidacion anulada, vuelve al surtido" TO
                   AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA
               MOVE PRODUCTO-PRECIO TO WS-PRECIO-ANT-EDIT
               DISPLAY "Liquidacion anulada. Precio actual: "
                   WS-PRECIO-ANT-EDIT
               DISPLAY "Si tenia rebaja, corregir el precio desde "
                   "MODIFICAR PRODUCTO."
           ELSE
               MOVE SPACES TO WS-VALOR-ANTES
               DISPLAY "Error al grabar el producto. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "DESHACER-LIQUIDACION" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- PURGA -------------------------------------
       PURGAR-DESCATALOGADOS.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF OPERADOR-AUTORIZADO
               PERFORM CERRAR-ARCHIVOS-LIQUIDACION
               MOVE "P" TO WS-MODO-PURGA
               CALL "PURGAR-RETIRADOS" USING WS-MODO-PURGA,
                   WS-OPERADOR-VALIDADO, WS-PURGADOS
               PERFORM ABRIR-ARCHIVOS-LIQUIDACION
               DISPLAY "PRODUCTOS PURGADOS: " WS-PURGADOS
           ELSE
               DISPLAY "CLAVE INCORRECTA. PURGA NO AUTORIZADA."
           END-IF.

      *----------------------- REGISTRO DE AUDITORIA ----------------------
       GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           PERFORM RESOLVER-OPERADOR-AUDITORIA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           MOVE SPACES TO WS-VALOR-ANTES
           MOVE SPACES TO WS-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

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

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-LIQUIDACION" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-LIQUIDACION.
