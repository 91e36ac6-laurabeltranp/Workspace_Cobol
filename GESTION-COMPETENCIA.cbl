       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-COMPETENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETIDORES
               ASSIGN TO "COMPETIDORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS WS-COMPETIDORES-STATUS.

           SELECT PRECIOS-COMPETENCIA
               ASSIGN TO "PRECIOS-COMPETENCIA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRECIOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPETIDORES.
           COPY COMPETID.

       FD PRECIOS-COMPETENCIA.
           COPY PRECCOMP.

       FD PRODUCTO.
           COPY PRODFLT.

       WORKING-STORAGE SECTION.
       01 WS-COMPETIDORES-STATUS PIC XX.
       01 WS-PRECIOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-FIN-PRECIOS PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-COMPETIDOR-PEDIDO PIC 9(3).
       01 WS-FECHA-VISITA PIC 9(8).
       01 WS-FECHA-TEXTO PIC X(8).
       01 WS-CAMPO-CODIGO PIC X(15).
       01 WS-PRECIO-OBSERVADO PIC 9(5)V99.
       01 WS-NOMBRE-NUEVO PIC X(30).
       01 WS-DIRECCION-NUEVA PIC X(40).
       01 WS-ACTIVO-NUEVO PIC X.
       01 WS-PRECIO-EDIT PIC Z(4)9.99.
       01 WS-ANOTADOS PIC 9(4) VALUE ZEROES.
       01 WS-IMPORTADOS PIC 9(5) VALUE ZEROES.
       01 WS-MARCADOS PIC 9(5) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PRECIOS DE LA COMPETENCIA -----------------
      * Maestro de competidores y encuesta de precios: lo que antes se
      * apuntaba en papel en la visita a los supermercados de la zona
      * queda en PRECIOS-COMPETENCIA-INDEXADO.dat con competidor,
      * producto, fecha y precio observado, tecleado aqui o importado
      * de la hoja de calculo. El informe de posicion compara con
      * nuestro precio y costo.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           PERFORM ABRIR-ARCHIVOS-COMPETENCIA
           IF WS-COMPETIDORES-STATUS NOT = "00" OR
              WS-PRECIOS-STATUS NOT = "00"
               DISPLAY "Error al abrir los archivos de competencia. "
                   "Estado: " WS-COMPETIDORES-STATUS " "
                   WS-PRECIOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "COMPETIDORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-COMPETIDORES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE COMPETIDORES
               CLOSE PRECIOS-COMPETENCIA
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "PRECIOS DE LA COMPETENCIA"
               DISPLAY "1. ALTA DE COMPETIDOR."
               DISPLAY "2. MODIFICAR O DAR DE BAJA UN COMPETIDOR."
               DISPLAY "3. LISTA DE COMPETIDORES."
               DISPLAY "4. ANOTAR PRECIOS DE UNA VISITA."
               DISPLAY "5. IMPORTAR PRECIOS DESDE CSV."
               DISPLAY "6. INFORME DE POSICION DE PRECIOS."
               DISPLAY "0. VOLVER."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-COMPETIDOR
                   WHEN 2
                       PERFORM MODIFICAR-COMPETIDOR
                   WHEN 3
                       PERFORM LISTAR-COMPETIDORES
                   WHEN 4
                       PERFORM ANOTAR-PRECIOS-VISITA
      *> La importacion y el informe abren los mismos archivos: se
      *> cierran antes y se reabren al volver.
                   WHEN 5
                       PERFORM CERRAR-ARCHIVOS-COMPETENCIA
                       CALL "IMPORTAR-PRECIOS-COMPETENCIA"
                           USING WS-IMPORTADOS
                       PERFORM ABRIR-ARCHIVOS-COMPETENCIA
                   WHEN 6
                       PERFORM CERRAR-ARCHIVOS-COMPETENCIA
                       CALL "REPORTE-POSICION-PRECIOS"
                           USING WS-MARCADOS
                       PERFORM ABRIR-ARCHIVOS-COMPETENCIA
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS-COMPETENCIA
           CLOSE PRODUCTO
           GOBACK.

       ABRIR-ARCHIVOS-COMPETENCIA.
           OPEN I-O COMPETIDORES
           IF WS-COMPETIDORES-STATUS = "35"
               OPEN OUTPUT COMPETIDORES
               CLOSE COMPETIDORES
               OPEN I-O COMPETIDORES
           END-IF
           OPEN I-O PRECIOS-COMPETENCIA
           IF WS-PRECIOS-STATUS = "35"
               OPEN OUTPUT PRECIOS-COMPETENCIA
               CLOSE PRECIOS-COMPETENCIA
               OPEN I-O PRECIOS-COMPETENCIA
           END-IF.

       CERRAR-ARCHIVOS-COMPETENCIA.
           CLOSE COMPETIDORES
           CLOSE PRECIOS-COMPETENCIA.

      *----------------------- MAESTRO DE COMPETIDORES -------------------
       ALTA-COMPETIDOR.
           DISPLAY "Codigo del competidor (1-999): "
           ACCEPT WS-COMPETIDOR-PEDIDO
           IF WS-COMPETIDOR-PEDIDO NOT NUMERIC OR
              WS-COMPETIDOR-PEDIDO = 0
               DISPLAY "CODIGO NO VALIDO."
           ELSE
               MOVE WS-COMPETIDOR-PEDIDO TO CMP-ID
               READ COMPETIDORES
                   INVALID KEY
                       PERFORM GRABAR-COMPETIDOR-NUEVO
                   NOT INVALID KEY
                       DISPLAY "EL CODIGO YA ES DE " CMP-NOMBRE
               END-READ
           END-IF.

       GRABAR-COMPETIDOR-NUEVO.
           MOVE SPACES TO CMP-NOMBRE
           PERFORM UNTIL CMP-NOMBRE NOT = SPACES
               DISPLAY "Nombre del supermercado: "
               ACCEPT CMP-NOMBRE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(CMP-NOMBRE) TO CMP-NOMBRE
           DISPLAY "Direccion: "
           ACCEPT CMP-DIRECCION
           MOVE "S" TO CMP-ACTIVO
           MOVE WS-HOY TO CMP-FECHA-ALTA
           WRITE COMPETIDOR-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar el competidor. Estado: "
                       WS-COMPETIDORES-STATUS
                   MOVE "GRABAR-COMPETIDOR-NUEVO" TO WS-INC-PARRAFO
                   MOVE "COMPETIDORES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-COMPETIDORES-STATUS TO WS-INC-ESTADO
                   MOVE CMP-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-COMPETIDORES-STATUS = "00"
               DISPLAY "Competidor registrado."
           END-IF.

      *> ENTER conserva cada dato. Dar de baja no borra: la historia
      *> de precios sigue consultable.
       MODIFICAR-COMPETIDOR.
           DISPLAY "Codigo del competidor: "
           ACCEPT WS-COMPETIDOR-PEDIDO
           MOVE WS-COMPETIDOR-PEDIDO TO CMP-ID
           READ COMPETIDORES
               INVALID KEY
                   DISPLAY "COMPETIDOR NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM CAMBIAR-DATOS-COMPETIDOR
           END-READ.

       CAMBIAR-DATOS-COMPETIDOR.
           DISPLAY "Nombre (ENTER = " CMP-NOMBRE "): "
           MOVE SPACES TO WS-NOMBRE-NUEVO
           ACCEPT WS-NOMBRE-NUEVO
           IF WS-NOMBRE-NUEVO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOMBRE-NUEVO)
                   TO CMP-NOMBRE
           END-IF
           DISPLAY "Direccion (ENTER = " CMP-DIRECCION "): "
           MOVE SPACES TO WS-DIRECCION-NUEVA
           ACCEPT WS-DIRECCION-NUEVA
           IF WS-DIRECCION-NUEVA NOT = SPACES
               MOVE WS-DIRECCION-NUEVA TO CMP-DIRECCION
           END-IF
           DISPLAY "Activo (S/N, ENTER = " CMP-ACTIVO "): "
           MOVE SPACE TO WS-ACTIVO-NUEVO
           ACCEPT WS-ACTIVO-NUEVO
           MOVE FUNCTION UPPER-CASE(WS-ACTIVO-NUEVO)
               TO WS-ACTIVO-NUEVO
           IF WS-ACTIVO-NUEVO = "S" OR WS-ACTIVO-NUEVO = "N"
               MOVE WS-ACTIVO-NUEVO TO CMP-ACTIVO
           END-IF
           REWRITE COMPETIDOR-REGISTRO
               INVALID KEY
                   DISPLAY "Error al modificar el competidor. Estado: "
                       WS-COMPETIDORES-STATUS
                   MOVE "CAMBIAR-DATOS-COMPETIDOR" TO WS-INC-PARRAFO
                   MOVE "COMPETIDORES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-COMPETIDORES-STATUS TO WS-INC-ESTADO
                   MOVE CMP-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-REWRITE
           IF WS-COMPETIDORES-STATUS = "00"
               DISPLAY "Competidor modificado."
           END-IF.

       LISTAR-COMPETIDORES.
           DISPLAY "COD NOMBRE                         ACT DIRECCION"
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO CMP-ID
           START COMPETIDORES KEY IS NOT LESS THAN CMP-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ COMPETIDORES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY CMP-ID " " CMP-NOMBRE " " CMP-ACTIVO
                           "   " CMP-DIRECCION
               END-READ
           END-PERFORM.

      *----------------------- ANOTAR UNA VISITA -------------------------
      * Competidor y fecha una vez; despues producto a producto (ID o
      * EAN del lineal) con el precio visto, hasta un codigo en blanco
      * o cero.
       ANOTAR-PRECIOS-VISITA.
           MOVE ZEROES TO WS-ANOTADOS
           DISPLAY "Codigo del competidor visitado: "
           ACCEPT WS-COMPETIDOR-PEDIDO
           MOVE WS-COMPETIDOR-PEDIDO TO CMP-ID
           READ COMPETIDORES
               INVALID KEY
                   DISPLAY "COMPETIDOR NO ENCONTRADO."
               NOT INVALID KEY
                   IF CMP-ES-ACTIVO
                       DISPLAY "Competidor: " CMP-NOMBRE
                       PERFORM PEDIR-FECHA-VISITA
                       PERFORM ANOTAR-PRECIOS-PRODUCTOS
                       DISPLAY "PRECIOS ANOTADOS: " WS-ANOTADOS
                   ELSE
                       DISPLAY "EL COMPETIDOR ESTA DADO DE BAJA."
                   END-IF
           END-READ.

       PEDIR-FECHA-VISITA.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Fecha de la visita AAAAMMDD (ENTER = hoy): "
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               IF WS-FECHA-TEXTO = SPACES
                   MOVE WS-HOY TO WS-FECHA-VISITA
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   IF WS-FECHA-TEXTO NUMERIC AND
                      WS-FECHA-TEXTO <= WS-HOY
                       MOVE WS-FECHA-TEXTO TO WS-FECHA-VISITA
                       IF FUNCTION INTEGER-OF-DATE(WS-FECHA-VISITA)
                          > 0
                           MOVE "S" TO WS-CAMPO-OK
                       END-IF
                   END-IF
                   IF WS-CAMPO-OK NOT = "S"
                       DISPLAY "FECHA NO VALIDA, REINTENTE."
                   END-IF
               END-IF
           END-PERFORM.

       ANOTAR-PRECIOS-PRODUCTOS.
           MOVE "N" TO WS-FIN-PRECIOS
           PERFORM UNTIL WS-FIN-PRECIOS = "S"
               DISPLAY "ID o EAN del producto (ENTER = terminar): "
               MOVE SPACES TO WS-CAMPO-CODIGO
               ACCEPT WS-CAMPO-CODIGO
               IF WS-CAMPO-CODIGO = SPACES OR
                  WS-CAMPO-CODIGO = "0"
                   MOVE "S" TO WS-FIN-PRECIOS
               ELSE
                   PERFORM LOCALIZAR-PRODUCTO
                   IF WS-ENCONTRADO = "S"
                       PERFORM ANOTAR-PRECIO-PRODUCTO
                   ELSE
                       DISPLAY "PRODUCTO NO ENCONTRADO."
                   END-IF
               END-IF
           END-PERFORM.

      *> Seis digitos = nuestra referencia; trece = EAN del envase,
      *> buscado por la clave alternativa del maestro.
       LOCALIZAR-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO
           EVALUATE TRUE
               WHEN WS-CAMPO-CODIGO(1:13) NUMERIC
                   MOVE WS-CAMPO-CODIGO(1:13) TO PRODUCTO-EAN
                   READ PRODUCTO KEY IS PRODUCTO-EAN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ENCONTRADO
                   END-READ
               WHEN WS-CAMPO-CODIGO(1:6) NUMERIC AND
                    WS-CAMPO-CODIGO(7:7) = SPACES
                   MOVE WS-CAMPO-CODIGO(1:6) TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ENCONTRADO
                   END-READ
           END-EVALUATE.

       ANOTAR-PRECIO-PRODUCTO.
           MOVE PRODUCTO-PRECIO TO WS-PRECIO-EDIT
           DISPLAY PRODUCTO-DESCRIP "  NUESTRO PRECIO: " WS-PRECIO-EDIT
           MOVE ZEROES TO WS-PRECIO-OBSERVADO
           DISPLAY "Precio en el competidor (0 = no lo tiene): "
           ACCEPT WS-PRECIO-OBSERVADO
           IF WS-PRECIO-OBSERVADO NOT NUMERIC OR
              WS-PRECIO-OBSERVADO = 0
               DISPLAY "Sin precio anotado."
           ELSE
               MOVE PRODUCTO-ID TO PCO-PRODUCTO-ID
               MOVE WS-COMPETIDOR-PEDIDO TO PCO-COMPETIDOR-ID
               MOVE WS-FECHA-VISITA TO PCO-FECHA
               READ PRECIOS-COMPETENCIA
                   INVALID KEY
                       PERFORM LLENAR-PRECIO-OBSERVADO
                       WRITE PRECIO-COMP-REGISTRO
                   NOT INVALID KEY
                       PERFORM LLENAR-PRECIO-OBSERVADO
                       REWRITE PRECIO-COMP-REGISTRO
               END-READ
               IF WS-PRECIOS-STATUS = "00"
                   ADD 1 TO WS-ANOTADOS
               ELSE
                   DISPLAY "Error al grabar el precio. Estado: "
                       WS-PRECIOS-STATUS
                   MOVE "ANOTAR-PRECIO-PRODUCTO" TO WS-INC-PARRAFO
                   MOVE "PRECIOS-COMPETENCIA-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-PRECIOS-STATUS TO WS-INC-ESTADO
                   MOVE PCO-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       LLENAR-PRECIO-OBSERVADO.
           MOVE PRODUCTO-ID TO PCO-PRODUCTO-ID
           MOVE WS-COMPETIDOR-PEDIDO TO PCO-COMPETIDOR-ID
           MOVE WS-FECHA-VISITA TO PCO-FECHA
           MOVE WS-PRECIO-OBSERVADO TO PCO-PRECIO
           MOVE "P" TO PCO-ORIGEN
           MOVE WS-OPERADOR TO PCO-OPERADOR.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-COMPETENCIA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-COMPETENCIA.
