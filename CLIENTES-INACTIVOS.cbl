       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-INACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT PUNTOS-MOVIMIENTOS
               ASSIGN TO "PUNTOS-MOVIMIENTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNTOS-STATUS.

           SELECT PAGOS-CLIENTES
               ASSIGN TO "PAGOS-CLIENTES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT PROPUESTA
               ASSIGN TO "CLIENTES-INACTIVOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPUESTA-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "CLIENTES-INACTIVOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-ACTIVIDAD-SORT
               ASSIGN TO "WS-SORTACT.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTE.

       FD TICKETS.
           COPY TICKETS.

       FD PUNTOS-MOVIMIENTOS.
           COPY PUNTOSMV.

       FD PAGOS-CLIENTES.
           COPY PAGOCLI.

       FD ENCARGOS.
           COPY ENCARGO.

       FD PROPUESTA.
           COPY INACTIVO.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

      * Una fila por cada rastro de actividad de un cliente; el
      * maestro aporta la suya (M) para que solo se propongan
      * clientes que existen y no estan ya suprimidos.
       SD WS-ACTIVIDAD-SORT.
       01 AS-REGISTRO.
           05 AS-CLIENTE-ID PIC 9(6).
           05 AS-FECHA PIC 9(8).
           05 AS-ORIGEN PIC X.
               88 AS-DEL-MAESTRO VALUE "M".
      * S = deja algo pendiente: fiado sin saldar o encargo sin
      * entregar. Esos clientes no se proponen.
           05 AS-PENDIENTE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-PUNTOS-STATUS PIC XX.
       01 WS-PAGOS-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-PROPUESTA-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-FECHA-LIMITE PIC 9(8).
      * Cliente en curso al recorrer el sort.
       01 WS-CLI-ACTUAL PIC 9(6).
       01 WS-CLI-ULTIMA PIC 9(8).
       01 WS-CLI-EN-MAESTRO PIC X.
       01 WS-CLI-PENDIENTE PIC X.
       01 WS-PRIMERA-VEZ PIC X VALUE "S".
       01 WS-CLIENTES-VISTOS PIC 9(6) VALUE ZEROES.

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(50) VALUE
               "PROPUESTA DE SUPRESION DE CLIENTES INACTIVOS - AL ".
           05 RT-FECHA PIC 9(8).
       01 REP-CRITERIO.
           05 FILLER PIC X(36) VALUE
               "Sin actividad desde antes del dia ".
           05 RC-LIMITE PIC 9(8).
           05 FILLER PIC X(2) VALUE " (".
           05 RC-ANIOS PIC 9.
           05 FILLER PIC X(44) VALUE
               " anios), sin fiado ni encargos pendientes.".
       01 REP-ENCABEZADO.
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(32) VALUE "NOMBRE".
           05 FILLER PIC X(18) VALUE "ULTIMA ACTIVIDAD".
           05 FILLER PIC X(6) VALUE "PUNTOS".
       01 REP-DETALLE.
           05 RD-CLIENTE-ID PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ULTIMA PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PUNTOS PIC Z(5)9.
       01 REP-TOTAL.
           05 FILLER PIC X(30) VALUE "CLIENTES PROPUESTOS: ".
           05 RTO-PROPUESTOS PIC Z(4)9.
           05 FILLER PIC X(20) VALUE "   DE ".
           05 RTO-VISTOS PIC Z(5)9.
       01 REP-NOTA PIC X(100) VALUE
           "Revisar y suprimir en GESTION-CLIENTES, opcion 9.".
       01 REP-SEPARADOR PIC X(100) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Fecha de la propuesta, anios sin actividad que la disparan y
      * clientes propuestos, para el aviso del batch.
       01 LK-FECHA PIC 9(8).
       01 LK-ANIOS PIC 9.
       01 LK-PROPUESTOS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA, LK-ANIOS, LK-PROPUESTOS.
      *----------------------- CLIENTES INACTIVOS -------------------------
      * Propuesta anual de supresion: junta por cliente el ultimo
      * rastro de actividad (tickets, movimientos de puntos, cobros
      * de cuenta, encargos y consentimientos) y propone a los que no
      * tienen nada desde hace LK-ANIOS anios, salvo que deban fiado o
      * tengan un encargo sin entregar. Deja el listado y el archivo
      * con los candidatos; nada se suprime aqui.
       INICIO.
           MOVE ZEROES TO LK-PROPUESTOS
           COMPUTE WS-FECHA-LIMITE = LK-FECHA - LK-ANIOS * 10000

           OPEN INPUT CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               IF WS-CLIENTES-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA-GRAVE
               END-IF
               DISPLAY "NO HAY MAESTRO DE CLIENTES."
               GOBACK
           END-IF
           OPEN OUTPUT PROPUESTA
           OPEN OUTPUT REPORTE-TXT
           MOVE ZEROES TO CI-CLIENTE-ID
           MOVE ZEROES TO CI-ULTIMA-ACTIVIDAD
           MOVE LK-FECHA TO CI-FECHA-PROPUESTA
           WRITE INACTIVO-REGISTRO

           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-FECHA-LIMITE TO RC-LIMITE
           MOVE LK-ANIOS TO RC-ANIOS
           MOVE REP-CRITERIO TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA

           SORT WS-ACTIVIDAD-SORT ON ASCENDING KEY AS-CLIENTE-ID
               INPUT PROCEDURE IS CARGAR-ACTIVIDAD
               OUTPUT PROCEDURE IS PROPONER-INACTIVOS

           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           MOVE LK-PROPUESTOS TO RTO-PROPUESTOS
           MOVE WS-CLIENTES-VISTOS TO RTO-VISTOS
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-NOTA TO REP-LINEA
           WRITE REP-LINEA

           CLOSE CLIENTES
           CLOSE PROPUESTA
           CLOSE REPORTE-TXT
           DISPLAY "Propuesta de supresion: " LK-PROPUESTOS
               " clientes en CLIENTES-INACTIVOS.txt"
           GOBACK.

      *----------------------- ACTIVIDAD POR CLIENTE ----------------------
       CARGAR-ACTIVIDAD.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO CLIENTE-ID
           START CLIENTES KEY IS NOT LESS CLIENTE-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF NOT CLIENTE-ES-ANONIMO
                           MOVE CLIENTE-ID TO AS-CLIENTE-ID
                           MOVE CLIENTE-FECHA-SERVICIO TO AS-FECHA
                           IF CLIENTE-FECHA-MARKETING > AS-FECHA
                               MOVE CLIENTE-FECHA-MARKETING TO AS-FECHA
                           END-IF
                           MOVE "M" TO AS-ORIGEN
                           MOVE "N" TO AS-PENDIENTE
                           IF CLIENTE-SALDO-CUENTA > 0
                               MOVE "S" TO AS-PENDIENTE
                           END-IF
                           RELEASE AS-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-CLIENTE-ID NOT = 0
                               MOVE TICKET-CLIENTE-ID TO AS-CLIENTE-ID
                               MOVE TICKET-FECHA TO AS-FECHA
                               MOVE "T" TO AS-ORIGEN
                               MOVE "N" TO AS-PENDIENTE
                               RELEASE AS-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKETS
           ELSE
               IF WS-TICKETS-STATUS NOT = "35"
                   MOVE "CARGAR-ACTIVIDAD" TO WS-INC-PARRAFO
                   MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT PUNTOS-MOVIMIENTOS
           IF WS-PUNTOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PUNTOS-MOVIMIENTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PM-CLIENTE-ID TO AS-CLIENTE-ID
                           MOVE PM-FECHA TO AS-FECHA
                           MOVE "P" TO AS-ORIGEN
                           MOVE "N" TO AS-PENDIENTE
                           RELEASE AS-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PUNTOS-MOVIMIENTOS
           ELSE
               IF WS-PUNTOS-STATUS NOT = "35"
                   MOVE "CARGAR-ACTIVIDAD" TO WS-INC-PARRAFO
                   MOVE "PUNTOS-MOVIMIENTOS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PUNTOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT PAGOS-CLIENTES
           IF WS-PAGOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PAGOS-CLIENTES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PC-CLIENTE-ID TO AS-CLIENTE-ID
                           MOVE PC-FECHA TO AS-FECHA
                           MOVE "C" TO AS-ORIGEN
                           MOVE "N" TO AS-PENDIENTE
                           RELEASE AS-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PAGOS-CLIENTES
           ELSE
               IF WS-PAGOS-STATUS NOT = "35"
                   MOVE "CARGAR-ACTIVIDAD" TO WS-INC-PARRAFO
                   MOVE "PAGOS-CLIENTES.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PAGOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE EN-CLIENTE-ID TO AS-CLIENTE-ID
                           MOVE EN-FECHA TO AS-FECHA
                           MOVE "E" TO AS-ORIGEN
                           MOVE "N" TO AS-PENDIENTE
                           IF NOT EN-ENTREGADO
                               MOVE "S" TO AS-PENDIENTE
                           END-IF
                           RELEASE AS-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           ELSE
               IF WS-ENCARGOS-STATUS NOT = "35"
                   MOVE "CARGAR-ACTIVIDAD" TO WS-INC-PARRAFO
                   MOVE "ENCARGOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ENCARGOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       PROPONER-INACTIVOS.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-ACTIVIDAD-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                       IF WS-PRIMERA-VEZ = "N"
                           PERFORM CERRAR-CLIENTE
                       END-IF
                   NOT AT END
                       IF WS-PRIMERA-VEZ = "S"
                           PERFORM INICIAR-CLIENTE
                           MOVE "N" TO WS-PRIMERA-VEZ
                       END-IF
                       IF AS-CLIENTE-ID NOT = WS-CLI-ACTUAL
                           PERFORM CERRAR-CLIENTE
                           PERFORM INICIAR-CLIENTE
                       END-IF
                       IF AS-FECHA > WS-CLI-ULTIMA
                           MOVE AS-FECHA TO WS-CLI-ULTIMA
                       END-IF
                       IF AS-DEL-MAESTRO
                           MOVE "S" TO WS-CLI-EN-MAESTRO
                       END-IF
                       IF AS-PENDIENTE = "S"
                           MOVE "S" TO WS-CLI-PENDIENTE
                       END-IF
               END-RETURN
           END-PERFORM.

       INICIAR-CLIENTE.
           MOVE AS-CLIENTE-ID TO WS-CLI-ACTUAL
           MOVE ZEROES TO WS-CLI-ULTIMA
           MOVE "N" TO WS-CLI-EN-MAESTRO
           MOVE "N" TO WS-CLI-PENDIENTE.

      *> Solo clientes del maestro sin suprimir, sin nada pendiente y
      *> cuyo ultimo rastro es anterior al limite.
       CERRAR-CLIENTE.
           IF WS-CLI-EN-MAESTRO = "S"
               ADD 1 TO WS-CLIENTES-VISTOS
               IF WS-CLI-PENDIENTE = "N" AND
                  WS-CLI-ULTIMA < WS-FECHA-LIMITE
                   PERFORM ANOTAR-PROPUESTO
               END-IF
           END-IF.

       ANOTAR-PROPUESTO.
           ADD 1 TO LK-PROPUESTOS
           MOVE WS-CLI-ACTUAL TO CI-CLIENTE-ID
           MOVE WS-CLI-ULTIMA TO CI-ULTIMA-ACTIVIDAD
           MOVE LK-FECHA TO CI-FECHA-PROPUESTA
           WRITE INACTIVO-REGISTRO

           MOVE WS-CLI-ACTUAL TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOMBRE
                   MOVE ZEROES TO CLIENTE-PUNTOS
           END-READ
           MOVE WS-CLI-ACTUAL TO RD-CLIENTE-ID
           MOVE CLIENTE-NOMBRE TO RD-NOMBRE
           IF WS-CLI-ULTIMA = 0
               MOVE "SIN REGISTRO" TO RD-ULTIMA
           ELSE
               MOVE WS-CLI-ULTIMA TO RD-ULTIMA
           END-IF
           MOVE CLIENTE-PUNTOS TO RD-PUNTOS
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CLIENTES-INACTIVOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CLIENTES-INACTIVOS.
