       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULAR-AFINIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT AFINIDAD
               ASSIGN TO "AFINIDAD-CESTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CLAVE
               FILE STATUS IS WS-AFINIDAD-STATUS.

           SELECT WS-CESTAS-SORT
               ASSIGN TO "WS-SORTCESTA.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
           COPY VENTAS.

       FD PRODUCTO.
           COPY PRODFLT.

       FD AFINIDAD.
           COPY AFINIDAD.

      * Lineas de venta nuevas agrupadas por ticket y producto.
       SD WS-CESTAS-SORT.
       01 CS-REGISTRO.
           05 CS-TICKET PIC 9(6).
           05 CS-PRODUCTO-ID PIC 9(6).
           05 CS-FAMILIA PIC 9(3).
           05 CS-FECHA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-AFINIDAD-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-PRIMERA-VEZ PIC X VALUE "S".
      * Marca de lo ya sumado: ultima linea de venta y su fecha. Si
      * la linea marcada ya no esta (fichero de ventas vaciado y
      * renumerado) se vuelve a barrer desde el principio, pero solo
      * se suman las lineas de fechas posteriores a la marca.
       01 WS-ULTIMA-VENTA PIC 9(6) VALUE ZEROES.
       01 WS-ULTIMA-FECHA PIC 9(8) VALUE ZEROES.
       01 WS-NUEVA-VENTA PIC 9(6) VALUE ZEROES.
       01 WS-NUEVA-FECHA PIC 9(8) VALUE ZEROES.
       01 WS-FILTRAR-FECHA PIC X VALUE "N".

      * Cesta (ticket) en curso: productos y familias distintos.
       01 WS-CESTA-TICKET PIC 9(6).
       01 WS-CESTA-MES PIC 9(6).
       01 WS-CP-CANT PIC 9(3) VALUE ZEROES.
       01 WS-CF-CANT PIC 9(3) VALUE ZEROES.
       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-ENCONTRADA PIC X.
       01 TABLA-CESTA-PRODUCTOS.
           05 CP-PRODUCTO-ID PIC 9(6) OCCURS 100 TIMES.
       01 TABLA-CESTA-FAMILIAS.
           05 CF-FAMILIA PIC 9(3) OCCURS 50 TIMES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Fecha del cierre y cestas nuevas sumadas, para el log.
       01 LK-FECHA PIC 9(8).
       01 LK-CESTAS PIC 9(7).

       PROCEDURE DIVISION USING LK-FECHA, LK-CESTAS.
      *----------------------- ACUMULADO DE AFINIDAD ----------------------
      * Suma al acumulado mensual las cestas de las lineas de venta
      * grabadas desde la ultima pasada, sin las anuladas ni los
      * depositos de envase. Una cesta es un ticket; dentro de ella
      * un producto o familia cuenta una vez aunque se repita.
       INICIO.
           MOVE ZEROES TO LK-CESTAS
           OPEN I-O AFINIDAD
           IF WS-AFINIDAD-STATUS = "35"
               OPEN OUTPUT AFINIDAD
               CLOSE AFINIDAD
               OPEN I-O AFINIDAD
           END-IF
           IF WS-AFINIDAD-STATUS NOT = "00"
               DISPLAY "Error al abrir afinidad. Estado: "
                   WS-AFINIDAD-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "AFINIDAD-CESTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-AFINIDAD-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               CLOSE AFINIDAD
               GOBACK
           END-IF
           OPEN INPUT PRODUCTO

           PERFORM LEER-CONTROL
           MOVE WS-ULTIMA-VENTA TO WS-NUEVA-VENTA
           MOVE WS-ULTIMA-FECHA TO WS-NUEVA-FECHA

           SORT WS-CESTAS-SORT
               ON ASCENDING KEY CS-TICKET CS-PRODUCTO-ID
               INPUT PROCEDURE IS CARGAR-LINEAS-NUEVAS
               OUTPUT PROCEDURE IS SUMAR-CESTAS

           PERFORM GRABAR-CONTROL
           CLOSE VENTAS
           CLOSE PRODUCTO
           CLOSE AFINIDAD
           GOBACK.

       LEER-CONTROL.
           MOVE ZEROES TO AF-MES
           MOVE "C" TO AF-TIPO
           MOVE ZEROES TO AF-ID-A
           MOVE ZEROES TO AF-ID-B
           READ AFINIDAD
               INVALID KEY
                   MOVE ZEROES TO WS-ULTIMA-VENTA
                   MOVE ZEROES TO WS-ULTIMA-FECHA
               NOT INVALID KEY
                   MOVE AF-ULTIMA-VENTA TO WS-ULTIMA-VENTA
                   MOVE AF-ULTIMA-FECHA TO WS-ULTIMA-FECHA
           END-READ
           MOVE "N" TO WS-FILTRAR-FECHA
           IF WS-ULTIMA-VENTA > 0
               MOVE WS-ULTIMA-VENTA TO VENTAS-ID
               READ VENTAS
                   INVALID KEY
                       MOVE ZEROES TO WS-ULTIMA-VENTA
                       MOVE "S" TO WS-FILTRAR-FECHA
               END-READ
           END-IF.

       GRABAR-CONTROL.
           MOVE ZEROES TO AF-MES
           MOVE "C" TO AF-TIPO
           MOVE ZEROES TO AF-ID-A
           MOVE ZEROES TO AF-ID-B
           MOVE ZEROES TO AF-CESTAS
           MOVE WS-NUEVA-VENTA TO AF-ULTIMA-VENTA
           MOVE WS-NUEVA-FECHA TO AF-ULTIMA-FECHA
           WRITE AFINIDAD-REGISTRO
               INVALID KEY
                   REWRITE AFINIDAD-REGISTRO
           END-WRITE.

      *----------------------- LINEAS NUEVAS ------------------------------
       CARGAR-LINEAS-NUEVAS.
           MOVE "N" TO WS-EOF
           MOVE WS-ULTIMA-VENTA TO VENTAS-ID
           START VENTAS KEY IS GREATER THAN VENTAS-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ VENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE VENTAS-ID TO WS-NUEVA-VENTA
                       IF VE-FECHA > WS-NUEVA-FECHA
                           MOVE VE-FECHA TO WS-NUEVA-FECHA
                       END-IF
                       IF NOT VE-ES-ANULADA AND
                          NOT VE-ES-DEPOSITO AND
                          VE-TICKET-NUMERO NOT = 0
                           IF WS-FILTRAR-FECHA = "N" OR
                              VE-FECHA > WS-ULTIMA-FECHA
                               PERFORM SOLTAR-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SOLTAR-LINEA.
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE ZEROES TO PRODUCTO-FAMILIA
           END-READ
           MOVE VE-TICKET-NUMERO TO CS-TICKET
           MOVE VE-PRODUCTO-ID TO CS-PRODUCTO-ID
           MOVE PRODUCTO-FAMILIA TO CS-FAMILIA
           MOVE VE-FECHA TO CS-FECHA
           RELEASE CS-REGISTRO.

      *----------------------- CESTAS ------------------------------------
       SUMAR-CESTAS.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-CESTAS-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                       IF WS-PRIMERA-VEZ = "N"
                           PERFORM CERRAR-CESTA
                       END-IF
                   NOT AT END
                       IF WS-PRIMERA-VEZ = "S"
                           PERFORM INICIAR-CESTA
                           MOVE "N" TO WS-PRIMERA-VEZ
                       END-IF
                       IF CS-TICKET NOT = WS-CESTA-TICKET
                           PERFORM CERRAR-CESTA
                           PERFORM INICIAR-CESTA
                       END-IF
                       PERFORM ANOTAR-EN-CESTA
               END-RETURN
           END-PERFORM.

       INICIAR-CESTA.
           MOVE CS-TICKET TO WS-CESTA-TICKET
           MOVE CS-FECHA(1:6) TO WS-CESTA-MES
           MOVE ZEROES TO WS-CP-CANT
           MOVE ZEROES TO WS-CF-CANT.

      *> Los productos llegan ordenados dentro del ticket: repetido si
      *> es igual al ultimo. Las familias se buscan en la tabla.
       ANOTAR-EN-CESTA.
           IF WS-CP-CANT = 0 OR
              CP-PRODUCTO-ID(WS-CP-CANT) NOT = CS-PRODUCTO-ID
               IF WS-CP-CANT < 100
                   ADD 1 TO WS-CP-CANT
                   MOVE CS-PRODUCTO-ID TO CP-PRODUCTO-ID(WS-CP-CANT)
               END-IF
           END-IF
           IF CS-FAMILIA NOT = 0
               MOVE "N" TO WS-ENCONTRADA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CF-CANT
                   IF CF-FAMILIA(WS-I) = CS-FAMILIA
                       MOVE "S" TO WS-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-ENCONTRADA = "N" AND WS-CF-CANT < 50
                   ADD 1 TO WS-CF-CANT
                   MOVE CS-FAMILIA TO CF-FAMILIA(WS-CF-CANT)
               END-IF
           END-IF.

       CERRAR-CESTA.
           ADD 1 TO LK-CESTAS
           MOVE "T" TO AF-TIPO
           MOVE ZEROES TO AF-ID-A
           MOVE ZEROES TO AF-ID-B
           PERFORM SUMAR-AFINIDAD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CP-CANT
               MOVE "P" TO AF-TIPO
               MOVE CP-PRODUCTO-ID(WS-I) TO AF-ID-A
               MOVE ZEROES TO AF-ID-B
               PERFORM SUMAR-AFINIDAD
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J >= WS-CP-CANT
                   MOVE "Q" TO AF-TIPO
                   MOVE CP-PRODUCTO-ID(WS-I) TO AF-ID-A
                   MOVE CP-PRODUCTO-ID(WS-J + 1) TO AF-ID-B
                   PERFORM SUMAR-AFINIDAD
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CF-CANT
               MOVE "F" TO AF-TIPO
               MOVE CF-FAMILIA(WS-I) TO AF-ID-A
               MOVE ZEROES TO AF-ID-B
               PERFORM SUMAR-AFINIDAD
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J >= WS-CF-CANT
                   MOVE "G" TO AF-TIPO
                   IF CF-FAMILIA(WS-I) < CF-FAMILIA(WS-J + 1)
                       MOVE CF-FAMILIA(WS-I) TO AF-ID-A
                       MOVE CF-FAMILIA(WS-J + 1) TO AF-ID-B
                   ELSE
                       MOVE CF-FAMILIA(WS-J + 1) TO AF-ID-A
                       MOVE CF-FAMILIA(WS-I) TO AF-ID-B
                   END-IF
                   PERFORM SUMAR-AFINIDAD
               END-PERFORM
           END-PERFORM.

      *> Con tipo e ids ya puestos: una cesta mas en el mes.
       SUMAR-AFINIDAD.
           MOVE WS-CESTA-MES TO AF-MES
           READ AFINIDAD
               INVALID KEY
                   MOVE 1 TO AF-CESTAS
                   MOVE ZEROES TO AF-ULTIMA-VENTA
                   MOVE ZEROES TO AF-ULTIMA-FECHA
                   WRITE AFINIDAD-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO AF-CESTAS
                   REWRITE AFINIDAD-REGISTRO
                   END-REWRITE
           END-READ.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ACUMULAR-AFINIDAD" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ACUMULAR-AFINIDAD.
