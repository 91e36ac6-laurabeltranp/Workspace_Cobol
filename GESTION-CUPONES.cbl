       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-CUPONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPONES
               ASSIGN TO "CUPONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUPON-CODIGO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CUPONES-STATUS.

           SELECT CUPONES-CANJEADOS
               ASSIGN TO "CUPONES-CANJEADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-CANJES-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD CUPONES.
           COPY CUPON.

       FD CUPONES-CANJEADOS.
           COPY CUPONCAN.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD PRODUCTO.
           COPY PRODFLT.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUPONES-STATUS PIC XX.
       01 WS-CANJES-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(40).
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-PROVEEDOR-BUSCADO PIC 9(6).
       01 WS-MES-BUSCADO PIC 9(6).
       01 WS-CUPONES-MES PIC 9(5) VALUE ZEROES.
       01 WS-IMPORTE-MES PIC 9(7)V99 VALUE ZEROES.
       01 WS-SIN-RECLAMAR PIC 9(7)V99 VALUE ZEROES.
       01 WS-VALOR-EDIT PIC Z(6)9.99.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.

      * Reclamaciones pendientes de cobro, por emisor y mes.
       01 WS-RC PIC 9(3).
       01 WS-RC-CANT PIC 9(3) VALUE 0.
       01 WS-RC-ENCONTRADO PIC X VALUE "N".
       01 TABLA-RECLAMACIONES.
           05 RC-ENTRADA OCCURS 100 TIMES.
               10 RC-PROVEEDOR-ID PIC 9(6).
               10 RC-MES PIC 9(6).
               10 RC-CUPONES PIC 9(5).
               10 RC-IMPORTE PIC 9(7)V99.

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 DOC-CABECERA.
           05 FILLER PIC X(40) VALUE
               "RECLAMACION DE CUPONES DE FABRICANTE -  ".
           05 FILLER PIC X(5) VALUE "MES: ".
           05 DC-MES PIC 9(6).
       01 DOC-PROVEEDOR-LINEA.
           05 FILLER PIC X(12) VALUE "EMISOR...: ".
           05 DC-PROVEEDOR-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DC-PROVEEDOR-NOMBRE PIC X(30).
       01 DOC-COLUMNAS PIC X(62) VALUE
           "CUPON   FECHA     TICKET  PRODUCTO  DESCRIPCION      VALOR".
       01 DOC-DETALLE.
           05 DD-CUPON PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-TICKET PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-PRODUCTO PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DD-DESCRIP PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DD-VALOR PIC ZZ9.99.
       01 DOC-TOTAL-LINEA.
           05 FILLER PIC X(20) VALUE "TOTAL A RECLAMAR: ".
           05 DT-CUPONES PIC Z(4)9.
           05 FILLER PIC X(14) VALUE " CUPONES  EUR ".
           05 DT-IMPORTE PIC Z(6)9.99.
       01 RC-DETALLE.
           05 RL-PROVEEDOR-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-PROVEEDOR PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-MES PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CUPONES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-IMPORTE PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CUPONES DE FABRICANTE ----------------------
      * Catalogo de cupones de marca que acepta la caja y seguimiento
      * de su reembolso. Cada mes se genera, por emisor, la
      * reclamacion con los cupones canjeados en ese mes; quedan
      * pendientes hasta que la marca paga, como los abonos de las
      * devoluciones a proveedor. Los cupones no se borran: los
      * canjes ya grabados los citan, la baja solo los desactiva.
       MAIN-PROGRAM.
           PERFORM CARGAR-PARAMETROS
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERACION NO AUTORIZADA."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O CUPONES
           IF WS-CUPONES-STATUS = "35"
               DISPLAY "Archivo de cupones no encontrado, se crea."
               OPEN OUTPUT CUPONES
               CLOSE CUPONES
               OPEN I-O CUPONES
           END-IF
           IF WS-CUPONES-STATUS NOT = "00"
               DISPLAY "Error al abrir CUPONES-INDEXADO.dat. Estado: "
                   WS-CUPONES-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "CUPONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CUPONES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN I-O CUPONES-CANJEADOS
           IF WS-CANJES-STATUS = "35"
               OPEN OUTPUT CUPONES-CANJEADOS
               CLOSE CUPONES-CANJEADOS
               OPEN I-O CUPONES-CANJEADOS
           END-IF
           IF WS-CANJES-STATUS NOT = "00"
               DISPLAY "Error al abrir cupones canjeados. Estado: "
                   WS-CANJES-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "CUPONES-CANJEADOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CANJES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE CUPONES
               STOP RUN
           END-IF

           OPEN INPUT PROVEEDOR
           OPEN INPUT PRODUCTO

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "CUPONES DE FABRICANTE"
               DISPLAY "1. ALTA DE CUPON."
               DISPLAY "2. BAJA DE CUPON."
               DISPLAY "3. REACTIVAR CUPON."
               DISPLAY "4. LISTADO DE CUPONES."
               DISPLAY "5. GENERAR RECLAMACION MENSUAL A UN EMISOR."
               DISPLAY "6. MARCAR RECLAMACION COBRADA."
               DISPLAY "7. RECLAMACIONES PENDIENTES DE COBRO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-CUPON
                   WHEN 2
                       PERFORM BAJA-CUPON
                   WHEN 3
                       PERFORM REACTIVAR-CUPON
                   WHEN 4
                       PERFORM LISTAR-CUPONES
                   WHEN 5
                       PERFORM GENERAR-RECLAMACION
                   WHEN 6
                       PERFORM MARCAR-RECLAMACION-COBRADA
                   WHEN 7
                       PERFORM REPORTE-RECLAMACIONES-PEND
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE CUPONES
           CLOSE CUPONES-CANJEADOS
           CLOSE PROVEEDOR
           CLOSE PRODUCTO
           STOP RUN.

       ALTA-CUPON.
           DISPLAY "Codigo del cupon: "
           ACCEPT CUPON-CODIGO
           IF CUPON-CODIGO NOT NUMERIC OR CUPON-CODIGO = 0
               DISPLAY "CODIGO INVALIDO."
           ELSE
               READ CUPONES
                   INVALID KEY
                       PERFORM PEDIR-DATOS-CUPON
                   NOT INVALID KEY
                       DISPLAY "EL CODIGO YA EXISTE: " CUPON-DESCRIP
               END-READ
           END-IF.

       PEDIR-DATOS-CUPON.
           DISPLAY "Descripcion del cupon: "
           ACCEPT CUPON-DESCRIP

           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "ID del proveedor emisor: "
               ACCEPT CUPON-PROVEEDOR-ID
               MOVE CUPON-PROVEEDOR-ID TO PROVEEDOR-ID
               READ PROVEEDOR
                   INVALID KEY
                       DISPLAY "PROVEEDOR NO ENCONTRADO."
                   NOT INVALID KEY
                       DISPLAY "Emisor: " PROVEEDOR-NOMBRE
                       MOVE 'S' TO WS-CAMPO-OK
               END-READ
           END-PERFORM

      *> Alcance: o un producto concreto o toda una familia.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "ID del producto (0 = toda una familia): "
               ACCEPT CUPON-PRODUCTO-ID
               IF CUPON-PRODUCTO-ID = 0
                   MOVE ZEROES TO CUPON-FAMILIA
                   DISPLAY "Codigo de familia: "
                   ACCEPT CUPON-FAMILIA
                   IF CUPON-FAMILIA NOT NUMERIC OR CUPON-FAMILIA = 0
                       DISPLAY "FAMILIA INVALIDA."
                   ELSE
                       MOVE 'S' TO WS-CAMPO-OK
                   END-IF
               ELSE
                   MOVE CUPON-PRODUCTO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "PRODUCTO NO ENCONTRADO."
                       NOT INVALID KEY
                           DISPLAY "Producto: " PRODUCTO-DESCRIP
                           MOVE PRODUCTO-FAMILIA TO CUPON-FAMILIA
                           MOVE 'S' TO WS-CAMPO-OK
                   END-READ
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Valor del cupon (EUR): "
               ACCEPT CUPON-VALOR
               IF CUPON-VALOR NOT NUMERIC OR CUPON-VALOR = 0
                   DISPLAY "VALOR INVALIDO."
               ELSE
                   MOVE 'S' TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Valido desde (AAAAMMDD): "
               ACCEPT CUPON-DESDE
               DISPLAY "Valido hasta (AAAAMMDD): "
               ACCEPT CUPON-HASTA
               IF CUPON-DESDE NOT NUMERIC OR CUPON-HASTA NOT NUMERIC
                  OR CUPON-HASTA < CUPON-DESDE
                   DISPLAY "FECHAS INVALIDAS."
               ELSE
                   MOVE 'S' TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE "S" TO CUPON-ACTIVO
           WRITE CUPON-REGISTRO INVALID KEY
               DISPLAY "Error al grabar. Estado: " WS-CUPONES-STATUS
               MOVE "PEDIR-DATOS-CUPON" TO WS-INC-PARRAFO
               MOVE "CUPONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CUPONES-STATUS TO WS-INC-ESTADO
               MOVE CUPON-CODIGO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-CUPONES-STATUS = "00"
               DISPLAY "Cupon guardado correctamente."
           END-IF.

       BAJA-CUPON.
           DISPLAY "Codigo del cupon a dar de baja: "
           ACCEPT CUPON-CODIGO
           READ CUPONES
               INVALID KEY
                   DISPLAY "CUPON NO ENCONTRADO."
               NOT INVALID KEY
                   IF CUPON-DE-BAJA
                       DISPLAY "EL CUPON YA ESTA DE BAJA."
                   ELSE
                       DISPLAY "Confirma la baja de " CUPON-DESCRIP
                           " ? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE "N" TO CUPON-ACTIVO
                           REWRITE CUPON-REGISTRO
                           DISPLAY "Cupon dado de baja."
                       END-IF
                   END-IF
           END-READ.

       REACTIVAR-CUPON.
           DISPLAY "Codigo del cupon a reactivar: "
           ACCEPT CUPON-CODIGO
           READ CUPONES
               INVALID KEY
                   DISPLAY "CUPON NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO CUPON-ACTIVO
                   REWRITE CUPON-REGISTRO
                   DISPLAY "Cupon reactivado."
           END-READ.

       LISTAR-CUPONES.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO CUPON-CODIGO
           START CUPONES KEY IS NOT LESS THAN CUPON-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           DISPLAY "CODIGO DESCRIPCION                    EMISOR PROD."
               "  FAM  VALOR DESDE    HASTA    A"
           PERFORM UNTIL WS-EOF = "S"
               READ CUPONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE CUPON-VALOR TO WS-VALOR-EDIT
                       DISPLAY CUPON-CODIGO " " CUPON-DESCRIP " "
                           CUPON-PROVEEDOR-ID " " CUPON-PRODUCTO-ID
                           " " CUPON-FAMILIA " " WS-VALOR-EDIT(6:)
                           " " CUPON-DESDE " " CUPON-HASTA " "
                           CUPON-ACTIVO
               END-READ
           END-PERFORM.

      *----------------------- RECLAMACION MENSUAL ------------------------
      * Documento para el emisor con los cupones canjeados en el mes
      * y aun sin cobrar. Los canjes incluidos quedan sellados con el
      * mes de la reclamacion; generarla otra vez la repite con los
      * mismos cupones mas los que se hubieran canjeado despues.
       GENERAR-RECLAMACION.
           PERFORM PEDIR-EMISOR-Y-MES
           IF WS-CAMPO-OK = "S"
               STRING "RECLAMACION-CUPONES-" WS-PROVEEDOR-BUSCADO "-"
                   WS-MES-BUSCADO ".txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-TXT
               OPEN OUTPUT DOCUMENTO-TXT
               MOVE TIENDA-NOMBRE TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE SPACES TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE WS-MES-BUSCADO TO DC-MES
               MOVE DOC-CABECERA TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE WS-PROVEEDOR-BUSCADO TO DC-PROVEEDOR-ID
               MOVE PROVEEDOR-NOMBRE TO DC-PROVEEDOR-NOMBRE
               MOVE DOC-PROVEEDOR-LINEA TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE SPACES TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE DOC-COLUMNAS TO DOC-LINEA
               WRITE DOC-LINEA

               MOVE ZEROES TO WS-CUPONES-MES
               MOVE ZEROES TO WS-IMPORTE-MES
               MOVE "N" TO WS-EOF
               MOVE 0 TO CC-NUMERO
               START CUPONES-CANJEADOS KEY IS NOT LESS CC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ CUPONES-CANJEADOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CC-PROVEEDOR-ID = WS-PROVEEDOR-BUSCADO
                              AND CC-FECHA(1:6) = WS-MES-BUSCADO
                              AND CC-COBRO-PENDIENTE
                               PERFORM RECLAMAR-CANJE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE WS-CUPONES-MES TO DT-CUPONES
               MOVE WS-IMPORTE-MES TO DT-IMPORTE
               MOVE DOC-TOTAL-LINEA TO DOC-LINEA
               WRITE DOC-LINEA
               CLOSE DOCUMENTO-TXT
               IF WS-CUPONES-MES = 0
                   DISPLAY "SIN CUPONES PENDIENTES DE ESE EMISOR EN "
                       "EL MES."
               ELSE
                   MOVE WS-IMPORTE-MES TO WS-VALOR-EDIT
                   DISPLAY WS-CUPONES-MES " cupones por EUR "
                       WS-VALOR-EDIT " en " WS-NOMBRE-TXT
               END-IF
           END-IF.

       RECLAMAR-CANJE.
           MOVE WS-MES-BUSCADO TO CC-MES-RECLAMADO
           REWRITE CUPON-CANJE-REGISTRO
           ADD 1 TO WS-CUPONES-MES
           ADD CC-VALOR TO WS-IMPORTE-MES
           MOVE CC-CUPON-CODIGO TO DD-CUPON
           MOVE CC-FECHA TO DD-FECHA
           MOVE CC-TICKET-NUMERO TO DD-TICKET
           MOVE CC-PRODUCTO-ID TO DD-PRODUCTO
           MOVE CC-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO PRODUCTO-DESCRIP
           END-READ
           MOVE PRODUCTO-DESCRIP TO DD-DESCRIP
           MOVE CC-VALOR TO DD-VALOR
           MOVE DOC-DETALLE TO DOC-LINEA
           WRITE DOC-LINEA.

      *> La marca paga la reclamacion entera: todos los cupones del
      *> emisor reclamados en ese mes pasan a cobrados.
       MARCAR-RECLAMACION-COBRADA.
           PERFORM PEDIR-EMISOR-Y-MES
           IF WS-CAMPO-OK = "S"
               MOVE ZEROES TO WS-CUPONES-MES
               MOVE ZEROES TO WS-IMPORTE-MES
               MOVE "N" TO WS-EOF
               MOVE 0 TO CC-NUMERO
               START CUPONES-CANJEADOS KEY IS NOT LESS CC-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ CUPONES-CANJEADOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CC-PROVEEDOR-ID = WS-PROVEEDOR-BUSCADO
                              AND CC-MES-RECLAMADO = WS-MES-BUSCADO
                              AND CC-COBRO-PENDIENTE
                               MOVE "C" TO CC-ESTADO
                               MOVE WS-HOY TO CC-FECHA-COBRO
                               REWRITE CUPON-CANJE-REGISTRO
                               ADD 1 TO WS-CUPONES-MES
                               ADD CC-VALOR TO WS-IMPORTE-MES
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CUPONES-MES = 0
                   DISPLAY "NO HAY RECLAMACION PENDIENTE DE ESE "
                       "EMISOR Y MES."
               ELSE
                   MOVE WS-IMPORTE-MES TO WS-VALOR-EDIT
                   DISPLAY WS-CUPONES-MES " cupones por EUR "
                       WS-VALOR-EDIT " marcados cobrados."
               END-IF
           END-IF.

       PEDIR-EMISOR-Y-MES.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del proveedor emisor: "
           ACCEPT WS-PROVEEDOR-BUSCADO
           MOVE WS-PROVEEDOR-BUSCADO TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Emisor: " PROVEEDOR-NOMBRE
                   DISPLAY "Mes (AAAAMM): "
                   ACCEPT WS-MES-BUSCADO
                   IF WS-MES-BUSCADO NOT NUMERIC OR
                      WS-MES-BUSCADO(5:2) < "01" OR
                      WS-MES-BUSCADO(5:2) > "12"
                       DISPLAY "MES INVALIDO."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
           END-READ.

      *> Reclamaciones enviadas y no cobradas, por emisor y mes, y lo
      *> canjeado que todavia no se ha reclamado.
       REPORTE-RECLAMACIONES-PEND.
           MOVE 0 TO WS-RC-CANT
           MOVE ZEROES TO WS-SIN-RECLAMAR
           MOVE "N" TO WS-EOF
           MOVE 0 TO CC-NUMERO
           START CUPONES-CANJEADOS KEY IS NOT LESS CC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ CUPONES-CANJEADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CC-COBRO-PENDIENTE
                           IF CC-MES-RECLAMADO = 0
                               ADD CC-VALOR TO WS-SIN-RECLAMAR
                           ELSE
                               PERFORM UBICAR-RECLAMACION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "EMISOR  NOMBRE                          MES"
               "     CUPONES  IMPORTE-EUR"
           PERFORM VARYING WS-RC FROM 1 BY 1 UNTIL WS-RC > WS-RC-CANT
               MOVE RC-PROVEEDOR-ID(WS-RC) TO RL-PROVEEDOR-ID
               MOVE RC-PROVEEDOR-ID(WS-RC) TO PROVEEDOR-ID
               READ PROVEEDOR
                   INVALID KEY
                       MOVE "(PROVEEDOR DESCONOCIDO)"
                           TO PROVEEDOR-NOMBRE
               END-READ
               MOVE PROVEEDOR-NOMBRE TO RL-PROVEEDOR
               MOVE RC-MES(WS-RC) TO RL-MES
               MOVE RC-CUPONES(WS-RC) TO RL-CUPONES
               MOVE RC-IMPORTE(WS-RC) TO RL-IMPORTE
               DISPLAY RC-DETALLE
           END-PERFORM
           IF WS-RC-CANT = 0
               DISPLAY "SIN RECLAMACIONES PENDIENTES DE COBRO."
           END-IF
           MOVE WS-SIN-RECLAMAR TO WS-VALOR-EDIT
           DISPLAY "Canjeado aun sin reclamar: EUR " WS-VALOR-EDIT.

       UBICAR-RECLAMACION.
           MOVE "N" TO WS-RC-ENCONTRADO
           PERFORM VARYING WS-RC FROM 1 BY 1
               UNTIL WS-RC > WS-RC-CANT OR WS-RC-ENCONTRADO = "S"
               IF RC-PROVEEDOR-ID(WS-RC) = CC-PROVEEDOR-ID AND
                  RC-MES(WS-RC) = CC-MES-RECLAMADO
                   MOVE "S" TO WS-RC-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-RC-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-RC
           ELSE
               IF WS-RC-CANT < 100
                   ADD 1 TO WS-RC-CANT
                   MOVE WS-RC-CANT TO WS-RC
                   MOVE CC-PROVEEDOR-ID TO RC-PROVEEDOR-ID(WS-RC)
                   MOVE CC-MES-RECLAMADO TO RC-MES(WS-RC)
                   MOVE ZEROES TO RC-CUPONES(WS-RC)
                   MOVE ZEROES TO RC-IMPORTE(WS-RC)
               ELSE
                   DISPLAY "AVISO: mas de 100 reclamaciones "
                       "pendientes, se omite " CC-PROVEEDOR-ID
                   MOVE 0 TO WS-RC
               END-IF
           END-IF
           IF WS-RC > 0
               ADD 1 TO RC-CUPONES(WS-RC)
               ADD CC-VALOR TO RC-IMPORTE(WS-RC)
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-CUPONES" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-CUPONES.
