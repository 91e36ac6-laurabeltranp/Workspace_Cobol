       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
       01 WS-LINEA-APROBADA PIC X VALUE "S".
      * Quien importa: si no es supervisor, los cambios de precio,
      * critico y proveedor de productos existentes no se graban sino
      * que quedan pendientes de aprobacion (SOLICITAR-CAMBIO).
       01 WS-IMPORTA-AUTORIZADO PIC X VALUE "N".
       01 WS-OPERADOR-IMPORTA PIC X(8) VALUE SPACES.
       01 WS-ROL-IMPORTA PIC X VALUE SPACE.
           88 IMPORTA-SUPERVISOR VALUE "S".
       01 WS-ROL-ALMACEN PIC X VALUE "A".
       01 WS-CRITICO-ANTERIOR PIC 9(6).
       01 WS-PROVEEDOR-ANTERIOR PIC 9(6).
       01 WS-CP-CAMPO PIC X(10).
       01 WS-CP-VALOR-ANTES PIC 9(7)V99.
       01 WS-CP-VALOR-NUEVO PIC 9(7)V99.
       01 WS-CP-ORIGEN PIC X(10) VALUE "IMPORTAR".
       01 WS-CP-NUMERO PIC 9(6).
       01 WS-CP-EDIT PIC Z(6)9.99.
       01 WS-CANTIDAD-A-APROBACION PIC 9(6) VALUE ZEROES.
       01 WS-CANTIDAD-BAJO-COSTO PIC 9(6) VALUE ZEROES.
       01 WS-ES-ALTA PIC X VALUE "N".
       01 WS-PRECIO-ANTERIOR PIC 9(5)V99.
       01 WS-CAMPO-PROVEEDOR PIC X(10).
       01 WS-CAMPO-UBICACION PIC X(10).
       01 WS-CAMPO-EAN PIC X(15).
      * Cifras de control del archivo recibido (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *> El CSV se verifica entero contra su cabecera y su pie antes
      *> de abrir el maestro: uno cortado, repetido o fuera de
      *> secuencia no da de alta ni cambia nada.
           PERFORM VERIFICAR-INTERCAMBIO
           IF NOT WS-IX-ACEPTADO
               STOP RUN
           END-IF

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS = "35"
               OPEN OUTPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CATALOGO.csv. Estado: "
                   WS-CSV-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "CATALOGO.csv" TO WS-INC-ARCHIVO
               MOVE WS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF
               MOVE "S" TO WS-MODO-SIMULACION
           END-IF

      *> Una importacion real graba en el maestro: quien la lanza se
      *> identifica, y del rol depende si los cambios de precio,
      *> critico y proveedor entran directos o van a aprobacion. La
      *> simulacion no pide identidad y cuenta esos cambios como
      *> sujetos a aprobacion.
           IF WS-MODO-SIMULACION NOT = "S"
               CALL "VALIDAR-OPERADOR" USING WS-ROL-ALMACEN,
                   WS-IMPORTA-AUTORIZADO, WS-OPERADOR-IMPORTA
               IF WS-IMPORTA-AUTORIZADO NOT = "S"
                   DISPLAY "IMPORTACION NO AUTORIZADA."
                   CLOSE PRODUCTO
                   CLOSE CATALOGO-CSV
                   STOP RUN
               END-IF
               CALL "ROL-OPERADOR" USING WS-OPERADOR-IMPORTA,
                   WS-ROL-IMPORTA
           END-IF

           OPEN OUTPUT RECHAZOS-CSV
           MOVE "MOTIVO;LINEA-ORIGINAL" TO RECHAZO-LINEA
           WRITE RECHAZO-LINEA
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CATALOGO-CSV-LINEA(1:4) = "#CAB" OR
                                CATALOGO-CSV-LINEA(1:4) = "#FIN"
                               CONTINUE
                           WHEN WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           WHEN OTHER
                               PERFORM PROCESAR-LINEA-CATALOGO
                       END-EVALUATE
               END-READ
           END-PERFORM

               DISPLAY "LINEAS BAJO COSTO AUTORIZADAS: "
                   WS-CANTIDAD-BAJO-COSTO
           END-IF
           IF WS-CANTIDAD-A-APROBACION > 0
               DISPLAY "CAMBIOS A APROBACION DE SUPERVISOR: "
                   WS-CANTIDAD-A-APROBACION
           END-IF
           IF WS-CANTIDAD-RECHAZADAS > 0
               DISPLAY "Detalle de rechazos en RECHAZOS-CATALOGO.csv"
           END-IF
           CLOSE PRODUCTO
           CLOSE CATALOGO-CSV
           CLOSE RECHAZOS-CSV
      *> La simulacion no consume la secuencia: el mismo archivo se
      *> puede importar de verdad despues.
           IF WS-MODO-SIMULACION NOT = "S"
               MOVE "R" TO WS-IX-OPERACION
               CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           END-IF
           STOP RUN.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma stock y precios del CSV contra su
      * pie, y casa la secuencia con el ultimo catalogo recibido
      * de la misma tienda.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "CATALOGO" TO WS-IX-TIPO
           MOVE "IMPORTAR-CATALOGO" TO WS-IX-PROGRAMA
           MOVE "CATALOGO.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 5 TO WS-IX-COL-CANTIDAD
           MOVE 4 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "CATALOGO.csv RECHAZADO: "
                   WS-IX-MOTIVO
               DISPLAY "No se aplico nada: pida el archivo de nuevo "
                   "a quien lo mando."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "CATALOGO.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
           END-IF.

       PROCESAR-LINEA-CATALOGO.
           UNSTRING CATALOGO-CSV-LINEA DELIMITED BY ","
               INTO WS-CAMPO-ID
           STRING WS-MOTIVO-RECHAZO DELIMITED BY "  "
               ";" CATALOGO-CSV-LINEA DELIMITED BY SIZE
               INTO RECHAZO-LINEA
           WRITE RECHAZO-LINEA
           MOVE "GRABAR-RECHAZO" TO WS-INC-PARRAFO
           MOVE "CATALOGO.csv" TO WS-INC-ARCHIVO
           MOVE WS-MOTIVO-RECHAZO TO WS-INC-DETALLE
           PERFORM REGISTRAR-INCIDENCIA-AVISO.

       CARGAR-LINEA-VALIDA.
      *> Se lee primero el registro existente para conservar el
                   MOVE "S" TO WS-ES-ALTA
               NOT INVALID KEY
                   MOVE PRODUCTO-PRECIO TO WS-PRECIO-ANTERIOR
                   MOVE PRODUCTO-CRITICO TO WS-CRITICO-ANTERIOR
                   MOVE PRODUCTO-PROVEEDOR-ID TO WS-PROVEEDOR-ANTERIOR
           END-READ

           MOVE WS-CAMPO-ID TO PRODUCTO-ID
               MOVE ZEROES TO PRODUCTO-COSTO
               MOVE "N" TO PRODUCTO-DISCONTINUADO
               MOVE ZEROES TO PRODUCTO-FAMILIA
               MOVE SPACE TO PRODUCTO-RESTRICCION-EDAD
               MOVE ZEROES TO PRODUCTO-ENVASE-ID
               MOVE "N" TO PRODUCTO-ES-ENVASE
               MOVE "N" TO PRODUCTO-CONSIGNA
               MOVE SPACE TO PRODUCTO-CLASE-TEMP
               MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
               MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
               MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION
           END-IF

      *> Sin rol de supervisor, precio, critico y proveedor de un
      *> producto existente conservan el valor del maestro y el
      *> cambio del CSV queda pendiente de aprobacion.
           IF WS-ES-ALTA = "N" AND NOT IMPORTA-SUPERVISOR
               PERFORM DESVIAR-CAMBIOS-SENSIBLES
           END-IF

      *> Guardia de venta bajo costo: el costo almacenado se conoce
               END-IF
           END-IF.

       DESVIAR-CAMBIOS-SENSIBLES.
           IF PRODUCTO-PRECIO NOT = WS-PRECIO-ANTERIOR
               MOVE "PRECIO" TO WS-CP-CAMPO
               MOVE WS-PRECIO-ANTERIOR TO WS-CP-VALOR-ANTES
               MOVE PRODUCTO-PRECIO TO WS-CP-VALOR-NUEVO
               PERFORM DESVIAR-CAMBIO
               MOVE WS-PRECIO-ANTERIOR TO PRODUCTO-PRECIO
           END-IF
           IF PRODUCTO-CRITICO NOT = WS-CRITICO-ANTERIOR
               MOVE "CRITICO" TO WS-CP-CAMPO
               MOVE WS-CRITICO-ANTERIOR TO WS-CP-VALOR-ANTES
               MOVE PRODUCTO-CRITICO TO WS-CP-VALOR-NUEVO
               PERFORM DESVIAR-CAMBIO
               MOVE WS-CRITICO-ANTERIOR TO PRODUCTO-CRITICO
           END-IF
           IF PRODUCTO-PROVEEDOR-ID NOT = WS-PROVEEDOR-ANTERIOR
               MOVE "PROVEEDOR" TO WS-CP-CAMPO
               MOVE WS-PROVEEDOR-ANTERIOR TO WS-CP-VALOR-ANTES
               MOVE PRODUCTO-PROVEEDOR-ID TO WS-CP-VALOR-NUEVO
               PERFORM DESVIAR-CAMBIO
               MOVE WS-PROVEEDOR-ANTERIOR TO PRODUCTO-PROVEEDOR-ID
           END-IF.

       DESVIAR-CAMBIO.
           ADD 1 TO WS-CANTIDAD-A-APROBACION
           IF WS-MODO-SIMULACION NOT = "S"
               CALL "SOLICITAR-CAMBIO" USING PRODUCTO-ID, WS-CP-CAMPO,
                   WS-CP-VALOR-ANTES, WS-CP-VALOR-NUEVO, WS-CP-ORIGEN,
                   WS-OPERADOR-IMPORTA, WS-CP-NUMERO
               IF WS-CP-NUMERO > 0
                   PERFORM GRABAR-AUDITORIA-SOLICITUD
               ELSE
                   DISPLAY "NO SE PUDO PEDIR APROBACION DEL CAMBIO DE "
                       WS-CP-CAMPO " DEL PRODUCTO " PRODUCTO-ID
               END-IF
           END-IF.

       GRABAR-AUDITORIA-SOLICITUD.
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "SOLICITUD" TO AUDITORIA-ACCION
           MOVE SPACES TO AUDITORIA-DETALLE
           STRING WS-CP-CAMPO DELIMITED BY SPACE
               " pendiente, solicitud " WS-CP-NUMERO
               DELIMITED BY SIZE INTO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR-IMPORTA TO AUDITORIA-OPERADOR
           MOVE WS-CP-VALOR-ANTES TO WS-CP-EDIT
           MOVE WS-CP-EDIT TO AUDITORIA-VALOR-ANTES
           MOVE WS-CP-VALOR-NUEVO TO WS-CP-EDIT
           MOVE WS-CP-EDIT TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA.

       RESOLVER-BAJO-COSTO.
           IF WS-BC-AUTORIZACION = SPACE
               DISPLAY "EL CSV TRAE PRECIOS POR DEBAJO DEL COSTO "
           WRITE PRECIO-HIST-REGISTRO
           CLOSE PRECIO-HISTORICO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-CATALOGO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-CATALOGO.
